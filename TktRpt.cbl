       IDENTIFICATION DIVISION.
       PROGRAM-ID. TKTRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDITFILE ASSIGN TO "audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL IDXFILE ASSIGN TO "audarch.idx"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GENFILE ASSIGN TO WS-GENNAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TICKETFILE ASSIGN TO "tickets.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHECKOUTFILE ASSIGN TO "checkout.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CKO-KEY.
           SELECT PASSWARDFILE ASSIGN TO "passward.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECORDID
           ALTERNATE RECORD KEY IS SYSTEMNAME.
           SELECT REPORTFILE ASSIGN TO "tktrpt.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARMFILE ASSIGN TO "tktrpt.parm"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AUDITFILE.
       01 AUDITRECORD.
          02 AUD-RECORDID     PIC 9(5).
          02 FILLER           PIC X.
          02 AUD-ACTION       PIC X.
          02 FILLER           PIC X.
          02 AUD-OPERATOR     PIC X(10).
          02 FILLER           PIC X.
          02 AUD-TIMESTAMP    PIC X(14).
          02 FILLER           PIC X.
          02 AUD-CHAIN        PIC X(10).
          02 FILLER           PIC X.
          02 AUD-TICKET       PIC X(12).

       FD IDXFILE.
       01 IDXRECORD.
          02 IDX-GENNAME      PIC X(30).
          02 FILLER           PIC X.
          02 IDX-DATEFROM     PIC X(8).
          02 FILLER           PIC X.
          02 IDX-DATETO       PIC X(8).
          02 FILLER           PIC X.
          02 IDX-COUNT        PIC 9(7).
          02 FILLER           PIC X.
          02 IDX-LASTCHAIN    PIC X(10).

       FD GENFILE.
       01 GENRECORD            PIC X(57).

       FD TICKETFILE.
       01 TICKETRECORD.
          02 TKT-NUMBER       PIC X(12).
          02 FILLER           PIC X.
          02 TKT-TYPE         PIC X.
          02 FILLER           PIC X.
          02 TKT-STATUS       PIC X.
          02 FILLER           PIC X.
          02 TKT-OPENED       PIC X(8).
          02 FILLER           PIC X.
          02 TKT-CLOSED       PIC X(8).

       FD CHECKOUTFILE.
       01 CHECKOUTDATA.
          02 CKO-KEY.
             03 CKO-RECORDID  PIC 9(5).
             03 CKO-OPERATOR  PIC X(10).
          02 CKO-TIMESTAMP    PIC X(14).
          02 CKO-TICKET       PIC X(12).

       FD PASSWARDFILE.
       01 RECORDDATA.
          02 RECORDID         PIC 9(5).
          02 SYSTEMNAME       PIC X(15).
          02 PASSWARDLIST     PIC X(15).
          02 LASTCHANGED      PIC 9(8).
          02 SYSTEMENV        PIC X(4).
          02 OWNINGDEPT       PIC X(10).
          02 CRITICALITY      PIC X.
          02 RECSTATUS        PIC X.
          02 DUALCONTROL      PIC X.

       FD REPORTFILE.
       01 REPORTRECORD         PIC X(80).

       FD PARMFILE.
       01 PARMRECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF               PIC X     VALUE 'N'.
       01 WS-IDXEOF            PIC X.
       01 WS-GENEOF            PIC X.
       01 WS-TKTEOF            PIC X.
       01 WS-CKOEOF            PIC X.
       01 WS-GENNAME           PIC X(30).
       01 WS-DATE8             PIC 9(8).
       01 WS-COMMAND-LINE      PIC X(40).
       01 WS-PARMEOF           PIC X     VALUE 'N'.
       01 WS-PARMVALUE         PIC X(80).
       01 WS-WINDOWIN          PIC X(5).
       01 WS-WINDOWDAYS        PIC 9(3).
       01 WS-WINSTART          PIC 9(8).
       01 WS-WINSTARTX         PIC X(8).
       01 WS-REVDATE           PIC X(8).
       01 WS-REVDEPT           PIC X(10).
       01 WS-REASON            PIC X(12).
       01 WS-REVCOUNT          PIC 9(5)  VALUE ZERO.
       01 WS-FLAGCOUNT         PIC 9(5)  VALUE ZERO.
       01 WS-OPENCOUNT         PIC 9(5)  VALUE ZERO.
       01 WS-EXPCOUNT          PIC 9(3)  VALUE ZERO.
       01 WS-EXPSUB            PIC 9(3).
       01 WS-EXPFULL           PIC X     VALUE 'N'.
       01 WS-TKTCOUNT          PIC 9(4)  VALUE ZERO.
       01 WS-TKTSUB            PIC 9(4).
       01 WS-TKTFOUND          PIC 9(4).
       01 WS-TKTFULL           PIC X     VALUE 'N'.
       01 WS-PAIRCOUNT         PIC 9(4)  VALUE ZERO.
       01 WS-PAIRSUB           PIC 9(4).
       01 WS-PAIRFOUND         PIC 9(4).
       01 WS-DPTCOUNT          PIC 9(3)  VALUE ZERO.
       01 WS-DPTSUB            PIC 9(3).
       01 WS-DPTFOUND          PIC 9(3).
       01 WS-TKTTABLE.
          02 WS-TKTENTRY OCCURS 2000 TIMES.
             03 WS-TKT-NUMBER PIC X(12).
             03 WS-TKT-STATUS PIC X.
             03 WS-TKT-OPENED PIC X(8).
             03 WS-TKT-CLOSED PIC X(8).
       01 WS-PAIRTABLE.
          02 WS-PAIRENTRY OCCURS 2000 TIMES.
             03 WS-PAIR-DEPT  PIC X(10).
             03 WS-PAIR-TICKET
                              PIC X(12).
       01 WS-DPTTABLE.
          02 WS-DPTENTRY OCCURS 100 TIMES.
             03 WS-DPT-NAME   PIC X(10).
             03 WS-DPT-REVEALS
                              PIC 9(5).
             03 WS-DPT-TICKETS
                              PIC 9(5).
             03 WS-DPT-FLAGGED
                              PIC 9(5).
       01 WS-EXPTABLE.
          02 WS-EXPENTRY OCCURS 500 TIMES.
             03 WS-EXP-STAMP  PIC X(14).
             03 WS-EXP-RECORDID
                              PIC 9(5).
             03 WS-EXP-OPERATOR
                              PIC X(10).
             03 WS-EXP-TICKET PIC X(12).

       01 RPT-HEADING1.
          02 FILLER            PIC X(80)
             VALUE "PASSWARD STORE - REVEAL TICKET RECONCILIATION".

       01 RPT-HEADING2.
          02 FILLER            PIC X(12) VALUE "RUN DATE : ".
          02 RPT-RUNDATE       PIC 9(8).
          02 FILLER            PIC X(16) VALUE "  WINDOW FROM : ".
          02 RPT-WINSTART      PIC 9(8).
          02 FILLER            PIC X(3)  VALUE " (".
          02 RPT-WINDAYS       PIC ZZ9.
          02 FILLER            PIC X(30) VALUE " DAYS)".

       01 RPT-BLANK.
          02 FILLER            PIC X(80) VALUE SPACES.

       01 RPT-SECTION.
          02 RPT-SECTITLE      PIC X(80).

       01 RPT-NONE.
          02 FILLER            PIC X(80) VALUE "  NONE".

       01 RPT-REVCOLUMNS.
          02 FILLER            PIC X(16) VALUE "REVEALED AT".
          02 FILLER            PIC X(7)  VALUE "REC ID".
          02 FILLER            PIC X(12) VALUE "OPERATOR".
          02 FILLER            PIC X(14) VALUE "TICKET".
          02 FILLER            PIC X(12) VALUE "DEPARTMENT".
          02 FILLER            PIC X(19) VALUE "REASON".

       01 RPT-CKOCOLUMNS.
          02 FILLER            PIC X(16) VALUE "CHECKED OUT AT".
          02 FILLER            PIC X(7)  VALUE "REC ID".
          02 FILLER            PIC X(12) VALUE "OPERATOR".
          02 FILLER            PIC X(14) VALUE "TICKET".
          02 FILLER            PIC X(12) VALUE "DEPARTMENT".
          02 FILLER            PIC X(19) VALUE "STATUS".

       01 RPT-DETAIL.
          02 RPT-STAMP         PIC X(14).
          02 FILLER            PIC X(2)  VALUE SPACES.
          02 RPT-RECORDID      PIC 9(5).
          02 FILLER            PIC X(2)  VALUE SPACES.
          02 RPT-OPERATOR      PIC X(10).
          02 FILLER            PIC X(2)  VALUE SPACES.
          02 RPT-TICKET        PIC X(12).
          02 FILLER            PIC X(2)  VALUE SPACES.
          02 RPT-DEPT          PIC X(10).
          02 FILLER            PIC X(2)  VALUE SPACES.
          02 RPT-REASON        PIC X(12).
          02 FILLER            PIC X(7)  VALUE SPACES.

       01 RPT-DPTCOLUMNS.
          02 FILLER            PIC X(14) VALUE "DEPARTMENT".
          02 FILLER            PIC X(10) VALUE "REVEALS".
          02 FILLER            PIC X(10) VALUE "TICKETS".
          02 FILLER            PIC X(46) VALUE "FLAGGED".

       01 RPT-DPTLINE.
          02 RPT-DPTNAME       PIC X(10).
          02 FILLER            PIC X(4)  VALUE SPACES.
          02 RPT-DPTREVEALS    PIC Z(4)9.
          02 FILLER            PIC X(5)  VALUE SPACES.
          02 RPT-DPTTICKETS    PIC Z(4)9.
          02 FILLER            PIC X(5)  VALUE SPACES.
          02 RPT-DPTFLAGGED    PIC Z(4)9.
          02 FILLER            PIC X(41) VALUE SPACES.

       01 RPT-TOTLINE.
          02 RPT-TOTLABEL      PIC X(36).
          02 FILLER            PIC X     VALUE SPACE.
          02 RPT-TOTCOUNT      PIC Z(4)9.
          02 FILLER            PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.
       STARTPARA.
           PERFORM GETRUNOPTIONS.
           ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
           COMPUTE WS-WINSTART = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE8) - WS-WINDOWDAYS).
           MOVE WS-WINSTART TO WS-WINSTARTX.
           PERFORM LOADTICKETS.
           OPEN INPUT PASSWARDFILE.
           OPEN OUTPUT REPORTFILE.
           PERFORM WRITEHEADINGS.
           PERFORM SCANAUDIT.
           IF WS-FLAGCOUNT = ZERO
              WRITE REPORTRECORD FROM RPT-NONE
           END-IF.
           PERFORM WRITECHECKOUTS.
           PERFORM WRITEDEPTCOUNTS.
           PERFORM WRITETOTALS.
           CLOSE PASSWARDFILE.
           CLOSE REPORTFILE.
           DISPLAY "Reveals : " WS-REVCOUNT
               "  Flagged : " WS-FLAGCOUNT
               "  Not Checked In : " WS-OPENCOUNT.
           DISPLAY "Ticket Reconciliation Written To tktrpt.rpt".
           STOP RUN.

       GETRUNOPTIONS.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           EVALUATE WS-COMMAND-LINE
           WHEN SPACES
                DISPLAY "REVEAL TICKET RECONCILIATION"
                DISPLAY "Window In Days (Blank = 7) : "
                    WITH NO ADVANCING
                ACCEPT WS-WINDOWIN
           WHEN "BATCH"
                OPEN INPUT PARMFILE
                PERFORM READPARM
                MOVE WS-PARMVALUE TO WS-WINDOWIN
                CLOSE PARMFILE
           WHEN OTHER
                MOVE WS-COMMAND-LINE TO WS-WINDOWIN
           END-EVALUATE.
           IF WS-WINDOWIN = SPACES
              MOVE 7 TO WS-WINDOWDAYS
           ELSE
              COMPUTE WS-WINDOWDAYS = FUNCTION NUMVAL(WS-WINDOWIN)
           END-IF.

       READPARM.
           MOVE SPACES TO WS-PARMVALUE.
           IF WS-PARMEOF = 'N'
              READ PARMFILE
              AT END
                      MOVE 'Y' TO WS-PARMEOF
              NOT AT END
                      MOVE PARMRECORD TO WS-PARMVALUE
              END-READ
           END-IF.

       LOADTICKETS.
           MOVE 'N' TO WS-TKTEOF.
           OPEN INPUT TICKETFILE.
           PERFORM UNTIL WS-TKTEOF = 'Y'
                   READ TICKETFILE
                   AT END
                           MOVE 'Y' TO WS-TKTEOF
                   NOT AT END
                           IF WS-TKTCOUNT < 2000
                              ADD 1 TO WS-TKTCOUNT
                              MOVE TKT-NUMBER
                                  TO WS-TKT-NUMBER(WS-TKTCOUNT)
                              MOVE TKT-STATUS
                                  TO WS-TKT-STATUS(WS-TKTCOUNT)
                              MOVE TKT-OPENED
                                  TO WS-TKT-OPENED(WS-TKTCOUNT)
                              MOVE TKT-CLOSED
                                  TO WS-TKT-CLOSED(WS-TKTCOUNT)
                           ELSE
                              MOVE 'Y' TO WS-TKTFULL
                           END-IF
                   END-READ
           END-PERFORM.
           CLOSE TICKETFILE.
           IF WS-TKTFULL = 'Y'
              DISPLAY "Ticket Extract Exceeds 2000 Entries -"
                  " Later Tickets Report As UNKNOWN"
           END-IF.

       WRITEHEADINGS.
           MOVE WS-DATE8 TO RPT-RUNDATE.
           MOVE WS-WINSTART TO RPT-WINSTART.
           MOVE WS-WINDOWDAYS TO RPT-WINDAYS.
           WRITE REPORTRECORD FROM RPT-HEADING1.
           WRITE REPORTRECORD FROM RPT-HEADING2.
           WRITE REPORTRECORD FROM RPT-BLANK.
           MOVE "REVEALS WITH CLOSED, UNKNOWN OR MISSING TICKETS"
               TO RPT-SECTITLE.
           WRITE REPORTRECORD FROM RPT-SECTION.
           WRITE REPORTRECORD FROM RPT-REVCOLUMNS.

       SCANAUDIT.
           MOVE 'N' TO WS-IDXEOF.
           OPEN INPUT IDXFILE.
           PERFORM UNTIL WS-IDXEOF = 'Y'
                   READ IDXFILE
                   AT END
                           MOVE 'Y' TO WS-IDXEOF
                   NOT AT END
                           IF IDX-DATETO >= WS-WINSTARTX
                              PERFORM SCANONEGENERATION
                           END-IF
                   END-READ
           END-PERFORM.
           CLOSE IDXFILE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT AUDITFILE.
           PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDITFILE
                   AT END
                           MOVE 'Y' TO WS-EOF
                   NOT AT END
                           PERFORM CHECKONEAUDIT
                   END-READ
           END-PERFORM.
           CLOSE AUDITFILE.

       SCANONEGENERATION.
           MOVE IDX-GENNAME TO WS-GENNAME.
           MOVE 'N' TO WS-GENEOF.
           OPEN INPUT GENFILE.
           PERFORM UNTIL WS-GENEOF = 'Y'
                   READ GENFILE
                   AT END
                           MOVE 'Y' TO WS-GENEOF
                   NOT AT END
                           MOVE GENRECORD TO AUDITRECORD
                           PERFORM CHECKONEAUDIT
                   END-READ
           END-PERFORM.
           CLOSE GENFILE.

       CHECKONEAUDIT.
           IF AUD-TIMESTAMP(1:8) IS NUMERIC AND
              AUD-TIMESTAMP(1:8) >= WS-WINSTARTX
              EVALUATE AUD-ACTION
              WHEN 'V'
                   PERFORM CHECKREVEAL
              WHEN 'X'
                   PERFORM NOTEEXPIRED
              WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-IF.

       CHECKREVEAL.
           ADD 1 TO WS-REVCOUNT.
           MOVE AUD-TIMESTAMP(1:8) TO WS-REVDATE.
           MOVE AUD-RECORDID TO RECORDID.
           PERFORM FINDDEPT.
           PERFORM CHECKTICKET.
           PERFORM NOTEDEPT.
           IF WS-REASON NOT = SPACES
              ADD 1 TO WS-FLAGCOUNT
              MOVE AUD-TIMESTAMP TO RPT-STAMP
              MOVE AUD-RECORDID TO RPT-RECORDID
              MOVE AUD-OPERATOR TO RPT-OPERATOR
              MOVE AUD-TICKET TO RPT-TICKET
              MOVE WS-REVDEPT TO RPT-DEPT
              MOVE WS-REASON TO RPT-REASON
              WRITE REPORTRECORD FROM RPT-DETAIL
           END-IF.

       FINDDEPT.
           READ PASSWARDFILE KEY IS RECORDID
           INVALID KEY
                   MOVE "(DELETED)" TO WS-REVDEPT
           NOT INVALID KEY
                   MOVE OWNINGDEPT TO WS-REVDEPT
           END-READ.

       CHECKTICKET.
           MOVE SPACES TO WS-REASON.
           MOVE ZERO TO WS-TKTFOUND.
           IF AUD-TICKET = SPACES
              MOVE "NO TICKET" TO WS-REASON
           ELSE
              PERFORM VARYING WS-TKTSUB FROM 1 BY 1
                      UNTIL WS-TKTSUB > WS-TKTCOUNT OR
                            WS-TKTFOUND NOT = ZERO
                      IF WS-TKT-NUMBER(WS-TKTSUB) = AUD-TICKET
                         MOVE WS-TKTSUB TO WS-TKTFOUND
                      END-IF
              END-PERFORM
              EVALUATE TRUE
              WHEN WS-TKTFOUND = ZERO
                   MOVE "UNKNOWN" TO WS-REASON
              WHEN WS-TKT-OPENED(WS-TKTFOUND) > WS-REVDATE
                   MOVE "NOT YET OPEN" TO WS-REASON
              WHEN WS-TKT-STATUS(WS-TKTFOUND) = 'C' AND
                   (WS-TKT-CLOSED(WS-TKTFOUND) = SPACES OR
                    WS-TKT-CLOSED(WS-TKTFOUND) < WS-REVDATE)
                   MOVE "CLOSED" TO WS-REASON
              WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-IF.

       NOTEDEPT.
           MOVE ZERO TO WS-DPTFOUND.
           PERFORM VARYING WS-DPTSUB FROM 1 BY 1
                   UNTIL WS-DPTSUB > WS-DPTCOUNT OR
                         WS-DPTFOUND NOT = ZERO
                   IF WS-DPT-NAME(WS-DPTSUB) = WS-REVDEPT
                      MOVE WS-DPTSUB TO WS-DPTFOUND
                   END-IF
           END-PERFORM.
           IF WS-DPTFOUND = ZERO
              IF WS-DPTCOUNT < 100
                 ADD 1 TO WS-DPTCOUNT
                 MOVE WS-DPTCOUNT TO WS-DPTFOUND
                 MOVE WS-REVDEPT TO WS-DPT-NAME(WS-DPTFOUND)
                 MOVE ZERO TO WS-DPT-REVEALS(WS-DPTFOUND)
                 MOVE ZERO TO WS-DPT-TICKETS(WS-DPTFOUND)
                 MOVE ZERO TO WS-DPT-FLAGGED(WS-DPTFOUND)
              END-IF
           END-IF.
           IF WS-DPTFOUND NOT = ZERO
              ADD 1 TO WS-DPT-REVEALS(WS-DPTFOUND)
              IF WS-REASON NOT = SPACES
                 ADD 1 TO WS-DPT-FLAGGED(WS-DPTFOUND)
              END-IF
              IF AUD-TICKET NOT = SPACES
                 PERFORM NOTEPAIR
              END-IF
           END-IF.

       NOTEPAIR.
           MOVE ZERO TO WS-PAIRFOUND.
           PERFORM VARYING WS-PAIRSUB FROM 1 BY 1
                   UNTIL WS-PAIRSUB > WS-PAIRCOUNT OR
                         WS-PAIRFOUND NOT = ZERO
                   IF WS-PAIR-DEPT(WS-PAIRSUB) = WS-REVDEPT AND
                      WS-PAIR-TICKET(WS-PAIRSUB) = AUD-TICKET
                      MOVE WS-PAIRSUB TO WS-PAIRFOUND
                   END-IF
           END-PERFORM.
           IF WS-PAIRFOUND = ZERO AND WS-PAIRCOUNT < 2000
              ADD 1 TO WS-PAIRCOUNT
              MOVE WS-REVDEPT TO WS-PAIR-DEPT(WS-PAIRCOUNT)
              MOVE AUD-TICKET TO WS-PAIR-TICKET(WS-PAIRCOUNT)
              ADD 1 TO WS-DPT-TICKETS(WS-DPTFOUND)
           END-IF.

       NOTEEXPIRED.
           IF WS-EXPCOUNT < 500
              ADD 1 TO WS-EXPCOUNT
              MOVE AUD-TIMESTAMP TO WS-EXP-STAMP(WS-EXPCOUNT)
              MOVE AUD-RECORDID TO WS-EXP-RECORDID(WS-EXPCOUNT)
              MOVE AUD-OPERATOR TO WS-EXP-OPERATOR(WS-EXPCOUNT)
              MOVE AUD-TICKET TO WS-EXP-TICKET(WS-EXPCOUNT)
           ELSE
              MOVE 'Y' TO WS-EXPFULL
           END-IF.

       WRITECHECKOUTS.
           WRITE REPORTRECORD FROM RPT-BLANK.
           MOVE "TICKETED REVEALS NEVER CHECKED IN" TO RPT-SECTITLE.
           WRITE REPORTRECORD FROM RPT-SECTION.
           WRITE REPORTRECORD FROM RPT-CKOCOLUMNS.
           MOVE 'N' TO WS-CKOEOF.
           OPEN INPUT CHECKOUTFILE.
           MOVE ZEROS TO CKO-RECORDID.
           MOVE LOW-VALUES TO CKO-OPERATOR.
           START CHECKOUTFILE KEY IS NOT LESS THAN CKO-KEY
           INVALID KEY
                   MOVE 'Y' TO WS-CKOEOF
           END-START.
           PERFORM UNTIL WS-CKOEOF = 'Y'
                   READ CHECKOUTFILE NEXT RECORD
                   AT END
                           MOVE 'Y' TO WS-CKOEOF
                   NOT AT END
                           ADD 1 TO WS-OPENCOUNT
                           MOVE CKO-RECORDID TO RECORDID
                           PERFORM FINDDEPT
                           MOVE CKO-TIMESTAMP TO RPT-STAMP
                           MOVE CKO-RECORDID TO RPT-RECORDID
                           MOVE CKO-OPERATOR TO RPT-OPERATOR
                           MOVE CKO-TICKET TO RPT-TICKET
                           MOVE WS-REVDEPT TO RPT-DEPT
                           MOVE "OUTSTANDING" TO RPT-REASON
                           WRITE REPORTRECORD FROM RPT-DETAIL
                   END-READ
           END-PERFORM.
           CLOSE CHECKOUTFILE.
           PERFORM VARYING WS-EXPSUB FROM 1 BY 1
                   UNTIL WS-EXPSUB > WS-EXPCOUNT
                   MOVE WS-EXP-RECORDID(WS-EXPSUB) TO RECORDID
                   PERFORM FINDDEPT
                   MOVE WS-EXP-STAMP(WS-EXPSUB) TO RPT-STAMP
                   MOVE WS-EXP-RECORDID(WS-EXPSUB) TO RPT-RECORDID
                   MOVE WS-EXP-OPERATOR(WS-EXPSUB) TO RPT-OPERATOR
                   MOVE WS-EXP-TICKET(WS-EXPSUB) TO RPT-TICKET
                   MOVE WS-REVDEPT TO RPT-DEPT
                   MOVE "EXPIRED" TO RPT-REASON
                   WRITE REPORTRECORD FROM RPT-DETAIL
           END-PERFORM.
           IF WS-OPENCOUNT = ZERO AND WS-EXPCOUNT = ZERO
              WRITE REPORTRECORD FROM RPT-NONE
           END-IF.
           IF WS-EXPFULL = 'Y'
              DISPLAY "More Than 500 Expired Checkouts -"
                  " Report Shows The First 500"
           END-IF.

       WRITEDEPTCOUNTS.
           WRITE REPORTRECORD FROM RPT-BLANK.
           MOVE "TICKET COUNTS BY OWNING DEPARTMENT" TO RPT-SECTITLE.
           WRITE REPORTRECORD FROM RPT-SECTION.
           WRITE REPORTRECORD FROM RPT-DPTCOLUMNS.
           PERFORM VARYING WS-DPTSUB FROM 1 BY 1
                   UNTIL WS-DPTSUB > WS-DPTCOUNT
                   MOVE WS-DPT-NAME(WS-DPTSUB) TO RPT-DPTNAME
                   MOVE WS-DPT-REVEALS(WS-DPTSUB) TO RPT-DPTREVEALS
                   MOVE WS-DPT-TICKETS(WS-DPTSUB) TO RPT-DPTTICKETS
                   MOVE WS-DPT-FLAGGED(WS-DPTSUB) TO RPT-DPTFLAGGED
                   WRITE REPORTRECORD FROM RPT-DPTLINE
           END-PERFORM.
           IF WS-DPTCOUNT = ZERO
              WRITE REPORTRECORD FROM RPT-NONE
           END-IF.

       WRITETOTALS.
           WRITE REPORTRECORD FROM RPT-BLANK.
           MOVE "REVEALS IN WINDOW :" TO RPT-TOTLABEL.
           MOVE WS-REVCOUNT TO RPT-TOTCOUNT.
           WRITE REPORTRECORD FROM RPT-TOTLINE.
           MOVE "REVEALS FLAGGED :" TO RPT-TOTLABEL.
           MOVE WS-FLAGCOUNT TO RPT-TOTCOUNT.
           WRITE REPORTRECORD FROM RPT-TOTLINE.
           MOVE "CHECKOUTS OUTSTANDING :" TO RPT-TOTLABEL.
           MOVE WS-OPENCOUNT TO RPT-TOTCOUNT.
           WRITE REPORTRECORD FROM RPT-TOTLINE.
           MOVE "CHECKOUTS EXPIRED IN WINDOW :" TO RPT-TOTLABEL.
           MOVE WS-EXPCOUNT TO RPT-TOTCOUNT.
           WRITE REPORTRECORD FROM RPT-TOTLINE.
           MOVE "TICKETS IN SERVICE DESK EXTRACT :" TO RPT-TOTLABEL.
           MOVE WS-TKTCOUNT TO RPT-TOTCOUNT.
           WRITE REPORTRECORD FROM RPT-TOTLINE.
