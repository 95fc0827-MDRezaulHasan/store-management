       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRFEED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HRFILE ASSIGN TO "hrfeed.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDFILE ASSIGN TO "hrfeed.pnd"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPERATORFILE ASSIGN TO "operator.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ENTITLEFILE ASSIGN TO "entitle.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENT-GRANT
           ALTERNATE RECORD KEY IS ENT-TARGET WITH DUPLICATES.
           SELECT OPTIONAL CHECKOUTFILE ASSIGN TO "checkout.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CKO-KEY.
           SELECT OPTIONAL SESSIONFILE ASSIGN TO "session.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SES-KEY.
           SELECT PASSWARDFILE ASSIGN TO "passward.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECORDID
           ALTERNATE RECORD KEY IS SYSTEMNAME.
           SELECT OPTIONAL AUDITFILE ASSIGN TO "audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHAINFILE ASSIGN TO "audchain.ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL IDXFILE ASSIGN TO "audarch.idx"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GENFILE ASSIGN TO WS-GENNAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ROTLISTFILE ASSIGN TO "mustrot.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTFILE ASSIGN TO "hrfeed.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARMFILE ASSIGN TO "hrfeed.parm"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD HRFILE.
       01 HRRECORD.
          02 HR-OPERATOR      PIC X(10).
          02 FILLER           PIC X     VALUE SPACE.
          02 HR-EVENT         PIC X.
          02 FILLER           PIC X     VALUE SPACE.
          02 HR-EFFDATE       PIC X(8).

       FD PENDFILE.
       01 PENDRECORD.
          02 PND-OPERATOR     PIC X(10).
          02 FILLER           PIC X     VALUE SPACE.
          02 PND-EVENT        PIC X.
          02 FILLER           PIC X     VALUE SPACE.
          02 PND-EFFDATE      PIC X(8).

       FD OPERATORFILE.
       01 OPERATORRECORD.
          02 OPR-ID           PIC X(10).
          02 FILLER           PIC X     VALUE SPACE.
          02 OPR-PASSWORD     PIC X(15).
          02 FILLER           PIC X     VALUE SPACE.
          02 OPR-ROLE         PIC X.
          02 FILLER           PIC X     VALUE SPACE.
          02 OPR-STATUS       PIC X.
          02 FILLER           PIC X     VALUE SPACE.
          02 OPR-FAILS        PIC 9.
          02 FILLER           PIC X     VALUE SPACE.
          02 OPR-LASTCHANGED  PIC 9(8).

       FD ENTITLEFILE.
       01 ENTITLERECORD.
          02 ENT-GRANT.
             03 ENT-OPERATOR  PIC X(10).
             03 FILLER        PIC X     VALUE SPACE.
             03 ENT-TARGET.
                04 ENT-TYPE   PIC X.
                04 FILLER     PIC X     VALUE SPACE.
                04 ENT-KEY    PIC X(10).

       FD CHECKOUTFILE.
       01 CHECKOUTDATA.
          02 CKO-KEY.
             03 CKO-RECORDID  PIC 9(5).
             03 CKO-OPERATOR  PIC X(10).
          02 CKO-TIMESTAMP    PIC X(14).
          02 CKO-TICKET       PIC X(12).

       FD SESSIONFILE.
       01 SESSIONDATA.
          02 SES-KEY.
             03 SES-OPERATOR  PIC X(10).
             03 SES-TIMESTAMP PIC X(14).

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

       FD AUDITFILE.
       01 AUDITRECORD.
          02 AUD-RECORDID     PIC 9(5).
          02 FILLER           PIC X     VALUE SPACE.
          02 AUD-ACTION       PIC X.
          02 FILLER           PIC X     VALUE SPACE.
          02 AUD-OPERATOR     PIC X(10).
          02 FILLER           PIC X     VALUE SPACE.
          02 AUD-TIMESTAMP    PIC X(14).
          02 FILLER           PIC X     VALUE SPACE.
          02 AUD-CHAIN        PIC 9(10).
          02 FILLER           PIC X     VALUE SPACE.
          02 AUD-TICKET       PIC X(12).

       FD CHAINFILE.
       01 CHAINRECORD.
          02 CHN-LASTCHAIN    PIC 9(10).
          02 FILLER           PIC X     VALUE SPACE.
          02 CHN-COUNT        PIC 9(9).
          02 FILLER           PIC X     VALUE SPACE.
          02 CHN-TIMESTAMP    PIC X(14).

       FD IDXFILE.
       01 IDXRECORD.
          02 IDX-GENNAME      PIC X(30).
          02 FILLER           PIC X     VALUE SPACE.
          02 IDX-DATEFROM     PIC X(8).
          02 FILLER           PIC X     VALUE SPACE.
          02 IDX-DATETO       PIC X(8).
          02 FILLER           PIC X     VALUE SPACE.
          02 IDX-COUNT        PIC 9(7).
          02 FILLER           PIC X     VALUE SPACE.
          02 IDX-LASTCHAIN    PIC X(10).

       FD GENFILE.
       01 GENRECORD            PIC X(57).

       FD ROTLISTFILE.
       01 ROTLISTRECORD.
          02 ROT-RECORDID     PIC 9(5).
          02 FILLER           PIC X     VALUE SPACE.
          02 ROT-SYSTEMNAME   PIC X(15).
          02 FILLER           PIC X     VALUE SPACE.
          02 ROT-OPERATOR     PIC X(10).
          02 FILLER           PIC X     VALUE SPACE.
          02 ROT-TIMESTAMP    PIC X(14).

       FD REPORTFILE.
       01 REPORTRECORD         PIC X(80).

       FD PARMFILE.
       01 PARMRECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-COMMAND-LINE      PIC X(20).
       01 WS-PARMEOF           PIC X     VALUE 'N'.
       01 WS-PARMVALUE         PIC X(80).
       01 WS-EOF               PIC X.
       01 WS-DATE8             PIC 9(8).
       01 WS-TIME8             PIC 9(8).
       01 WS-CHAINVALUE        PIC 9(13).
       01 WS-CHAINCOUNT        PIC 9(9).
       01 WS-CHAINPOS          PIC 9(3).
       01 WS-DAYSIN            PIC X(5).
       01 WS-DAYS              PIC 9(5).
       01 WS-CUTOFFDATE        PIC 9(8).
       01 WS-CUTOFFX           PIC X(8).
       01 WS-DATEX             PIC X(8).
       01 WS-EFFDATE9          PIC 9(8).
       01 WS-EFFINT            PIC 9(7).
       01 WS-LVRCUTDATE        PIC 9(8).
       01 WS-GENNAME           PIC X(30).
       01 WS-IDXEOF            PIC X.
       01 WS-GENEOF            PIC X.
       01 WS-TARGETID          PIC X(10).
       01 WS-AUDITID           PIC 9(5).
       01 WS-AUDITACTION       PIC X.
       01 WS-AUDITOPR          PIC X(10).
       01 WS-AUDITTICKET       PIC X(12) VALUE SPACES.
       01 WS-OPREOF            PIC X.
       01 WS-OPRCOUNT          PIC 9(3).
       01 WS-OPRSUB            PIC 9(3).
       01 WS-OPRFOUND          PIC 9(3).
       01 WS-OPRFULL           PIC X.
       01 WS-OPRCHANGED        PIC X     VALUE 'N'.
       01 WS-ENTEOF            PIC X.
       01 WS-ENTREVOKED        PIC 9(3)  VALUE ZERO.
       01 WS-CKOEOF            PIC X.
       01 WS-CKOCLOSED         PIC 9(5)  VALUE ZERO.
       01 WS-SESEOF            PIC X.
       01 WS-LVRCOUNT          PIC 9(3)  VALUE ZERO.
       01 WS-LVRSUB            PIC 9(3).
       01 WS-LVRFOUND          PIC 9(3).
       01 WS-LVRFULL           PIC X     VALUE 'N'.
       01 WS-LVRWAITING        PIC 9(3)  VALUE ZERO.
       01 WS-PNDWRITTEN        PIC 9(3)  VALUE ZERO.
       01 WS-ROTCOUNT          PIC 9(3)  VALUE ZERO.
       01 WS-ROTSUB            PIC 9(3).
       01 WS-ROTFOUND          PIC 9(3).
       01 WS-ROTFULL           PIC X     VALUE 'N'.
       01 WS-ROTLISTED         PIC 9(3)  VALUE ZERO.
       01 WS-FOUNDNAME         PIC X(15).
       01 WS-FOUNDSTATUS       PIC X.
       01 WS-LVRTABLE.
          02 WS-LVRENTRY OCCURS 100 TIMES.
             03 WS-LVR-ID     PIC X(10).
             03 WS-LVR-EVENT  PIC X.
             03 WS-LVR-EFFDATE
                              PIC X(8).
             03 WS-LVR-DUE    PIC X.
             03 WS-LVR-CUTOFF PIC X(8).
             03 WS-LVR-RESULT PIC X(17).
             03 WS-LVR-GRANTS PIC 9(3).
             03 WS-LVR-CKOS   PIC 9(3).
             03 WS-LVR-REVEALS
                              PIC 9(5).
             03 WS-LVR-SESSION
                              PIC X.
       01 WS-OPRTABLE.
          02 WS-OPRENTRY OCCURS 100 TIMES.
             03 WS-OPR-ID     PIC X(10).
             03 WS-OPR-PASS   PIC X(15).
             03 WS-OPR-ROLE   PIC X.
             03 WS-OPR-STATUS PIC X.
             03 WS-OPR-FAILS  PIC 9.
             03 WS-OPR-LASTCHG
                              PIC 9(8).
       01 WS-ROTTABLE.
          02 WS-ROTENTRY OCCURS 500 TIMES.
             03 WS-ROT-ID     PIC 9(5).
             03 WS-ROT-OPR    PIC X(10).
             03 WS-ROT-STAMP  PIC X(14).

       01 RPT-HEADING1.
          02 FILLER            PIC X(80)
             VALUE "PASSWARD STORE - HR LEAVER OFFBOARDING REPORT".

       01 RPT-HEADING2.
          02 FILLER            PIC X(12) VALUE "RUN DATE : ".
          02 RPT-RUNDATE       PIC 9(8).
          02 FILLER            PIC X(22)
             VALUE "  REVEALS SINCE     : ".
          02 RPT-CUTOFFDATE    PIC 9(8).
          02 FILLER            PIC X(30) VALUE SPACES.

       01 RPT-BLANK.
          02 FILLER            PIC X(80) VALUE SPACES.

       01 RPT-SECTION.
          02 RPT-SECTITLE      PIC X(80).

       01 RPT-LVRCOLUMNS.
          02 FILLER            PIC X(12) VALUE "OPERATOR".
          02 FILLER            PIC X(6)  VALUE "EVENT".
          02 FILLER            PIC X(10) VALUE "EFFECTIVE".
          02 FILLER            PIC X(18) VALUE "RESULT".
          02 FILLER            PIC X(8)  VALUE "GRANTS".
          02 FILLER            PIC X(11) VALUE "CHECKOUTS".
          02 FILLER            PIC X(15) VALUE "REVEALS".

       01 RPT-LVRDETAIL.
          02 RPT-LVR-ID        PIC X(10).
          02 FILLER            PIC X(4)  VALUE SPACES.
          02 RPT-LVR-EVENT     PIC X.
          02 FILLER            PIC X(3)  VALUE SPACES.
          02 RPT-LVR-EFFDATE   PIC X(8).
          02 FILLER            PIC X(2)  VALUE SPACES.
          02 RPT-LVR-RESULT    PIC X(17).
          02 FILLER            PIC X(2)  VALUE SPACES.
          02 RPT-LVR-GRANTS    PIC 9(3).
          02 FILLER            PIC X(5)  VALUE SPACES.
          02 RPT-LVR-CKOS      PIC 9(3).
          02 FILLER            PIC X(7)  VALUE SPACES.
          02 RPT-LVR-REVEALS   PIC 9(5).
          02 FILLER            PIC X(10) VALUE SPACES.

       01 RPT-SESSIONLINE.
          02 FILLER            PIC X(4)  VALUE SPACES.
          02 FILLER            PIC X(30)
             VALUE "** STORE SESSION STILL OPEN - ".
          02 FILLER            PIC X(46)
             VALUE "SIGN-ON IS REFUSED ONCE IT ENDS".

       01 RPT-ROTCOLUMNS.
          02 FILLER            PIC X(10) VALUE "RECORD ID".
          02 FILLER            PIC X(18) VALUE "SYSTEM NAME".
          02 FILLER            PIC X(13) VALUE "REVEALED BY".
          02 FILLER            PIC X(17) VALUE "LAST REVEAL".
          02 FILLER            PIC X(22) VALUE "LIST".

       01 RPT-ROTDETAIL.
          02 RPT-ROT-ID        PIC 9(5).
          02 FILLER            PIC X(5)  VALUE SPACES.
          02 RPT-ROT-NAME      PIC X(15).
          02 FILLER            PIC X(3)  VALUE SPACES.
          02 RPT-ROT-OPR       PIC X(10).
          02 FILLER            PIC X(3)  VALUE SPACES.
          02 RPT-ROT-STAMP     PIC X(14).
          02 FILLER            PIC X(3)  VALUE SPACES.
          02 RPT-ROT-LIST      PIC X(22).

       01 RPT-ROTNOTE.
          02 FILLER            PIC X(80)
             VALUE "ACCOUNT PASSWARDS UNDER A LISTED SYSTEM MUST ALSO B
      -            "E CHANGED IN STORE".

       01 RPT-TOTLINE.
          02 FILLER            PIC X(10) VALUE "LEAVERS : ".
          02 RPT-TOTLVR        PIC 9(3).
          02 FILLER            PIC X(18)
             VALUE "  GRANTS REVOKED :".
          02 RPT-TOTGRANTS     PIC 9(3).
          02 FILLER            PIC X(21)
             VALUE "  CHECKOUTS CLOSED : ".
          02 RPT-TOTCKOS       PIC 9(5).
          02 FILLER            PIC X(20) VALUE SPACES.

       01 RPT-WAITLINE.
          02 FILLER            PIC X(31)
             VALUE "NOT YET EFFECTIVE - NOT ACTED :".
          02 RPT-TOTWAIT       PIC 9(3).
          02 FILLER            PIC X(46) VALUE SPACES.

       01 RPT-PENDLINE.
          02 FILLER            PIC X(31)
             VALUE "CARRIED FORWARD TO hrfeed.pnd :".
          02 RPT-TOTPEND       PIC 9(3).
          02 FILLER            PIC X(46) VALUE SPACES.

       01 RPT-TOTROTLINE.
          02 FILLER            PIC X(31)
             VALUE "RECORDS ADDED TO mustrot.txt : ".
          02 RPT-TOTROT        PIC 9(3).
          02 FILLER            PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.
       STARTPARA.
           PERFORM GETRUNOPTIONS.
           ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
           ACCEPT WS-TIME8 FROM TIME.
           COMPUTE WS-CUTOFFDATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE8) - WS-DAYS).
           MOVE WS-CUTOFFDATE TO WS-CUTOFFX.
           MOVE WS-DATE8 TO WS-DATEX.
           PERFORM LOADLEAVERS.
           PERFORM WRITEPENDING.
           MOVE WS-CUTOFFX TO WS-CUTOFFDATE.
           IF WS-LVRCOUNT = ZERO
              DISPLAY "No Leavers On hrfeed.txt - Nothing To Do"
           ELSE
              IF WS-LVRFULL = 'Y'
                 DISPLAY "More Than 100 Leavers On hrfeed.txt - The"
                     " Rest Are Processed On The Next Run"
              END-IF
              PERFORM DISABLELEAVERS
              PERFORM REVOKELEAVERGRANTS
              PERFORM CHECKINLEAVERS
              PERFORM CHECKLEAVERSESSIONS
              PERFORM FINDLEAVERREVEALS
              OPEN OUTPUT REPORTFILE
              PERFORM WRITEHEADINGS
              PERFORM WRITELEAVERS
              PERFORM WRITEROTATELIST
              CLOSE REPORTFILE
              COMPUTE WS-LVRSUB = WS-LVRCOUNT - WS-LVRWAITING
              DISPLAY "Leavers Processed : " WS-LVRSUB
                  "  Must-Rotate Records : " WS-ROTLISTED
              IF WS-LVRWAITING > ZERO
                 DISPLAY "Not Yet Effective - Left Unprocessed : "
                     WS-LVRWAITING
                 DISPLAY "Carried Forward To hrfeed.pnd : "
                     WS-PNDWRITTEN
              END-IF
              DISPLAY "Offboarding Report Written To hrfeed.rpt"
           END-IF.
           STOP RUN.

       GETRUNOPTIONS.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           EVALUATE WS-COMMAND-LINE
           WHEN SPACES
                DISPLAY "HR LEAVER OFFBOARDING"
                DISPLAY "Reveal Look-Back In Days (Blank = 90) : "
                    WITH NO ADVANCING
                ACCEPT WS-DAYSIN
           WHEN "BATCH"
                OPEN INPUT PARMFILE
                PERFORM READPARM
                MOVE WS-PARMVALUE TO WS-DAYSIN
                CLOSE PARMFILE
           WHEN OTHER
                MOVE WS-COMMAND-LINE TO WS-DAYSIN
           END-EVALUATE.
           IF WS-DAYSIN = SPACES
              MOVE 90 TO WS-DAYS
           ELSE
              COMPUTE WS-DAYS = FUNCTION NUMVAL(WS-DAYSIN)
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

       LOADLEAVERS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT HRFILE.
           OPEN INPUT PENDFILE.
           PERFORM UNTIL WS-EOF = 'Y'
                   READ PENDFILE
                   AT END
                           MOVE 'Y' TO WS-EOF
                   NOT AT END
                           MOVE PENDRECORD TO HRRECORD
                           PERFORM TAKEHRROW
                   END-READ
           END-PERFORM.
           CLOSE PENDFILE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
                   READ HRFILE
                   AT END
                           MOVE 'Y' TO WS-EOF
                   NOT AT END
                           PERFORM TAKEHRROW
                   END-READ
           END-PERFORM.
           CLOSE HRFILE.

       TAKEHRROW.
           IF HR-OPERATOR NOT = SPACES
              MOVE HR-OPERATOR TO WS-TARGETID
              PERFORM FINDLEAVER
              IF WS-LVRFOUND = ZERO
                 PERFORM ADDLEAVER
              ELSE
                 IF WS-LVR-DUE(WS-LVRFOUND) = 'N'
                    PERFORM REPLACELEAVER
                 END-IF
              END-IF
           END-IF.

       WRITEPENDING.
           OPEN OUTPUT PENDFILE.
           PERFORM VARYING WS-LVRSUB FROM 1 BY 1
                   UNTIL WS-LVRSUB > WS-LVRCOUNT
                   IF WS-LVR-DUE(WS-LVRSUB) = 'N'
                      MOVE SPACES TO PENDRECORD
                      MOVE WS-LVR-ID(WS-LVRSUB) TO PND-OPERATOR
                      MOVE WS-LVR-EVENT(WS-LVRSUB) TO PND-EVENT
                      MOVE WS-LVR-EFFDATE(WS-LVRSUB) TO PND-EFFDATE
                      WRITE PENDRECORD
                      ADD 1 TO WS-PNDWRITTEN
                   END-IF
           END-PERFORM.
           CLOSE PENDFILE.

       ADDLEAVER.
           IF WS-LVRCOUNT < 100
              ADD 1 TO WS-LVRCOUNT
              MOVE WS-LVRCOUNT TO WS-LVRFOUND
              MOVE HR-OPERATOR TO WS-LVR-ID(WS-LVRCOUNT)
              PERFORM SETLEAVERDATES
              MOVE SPACES TO WS-LVR-RESULT(WS-LVRCOUNT)
              MOVE ZERO TO WS-LVR-GRANTS(WS-LVRCOUNT)
              MOVE ZERO TO WS-LVR-CKOS(WS-LVRCOUNT)
              MOVE ZERO TO WS-LVR-REVEALS(WS-LVRCOUNT)
              MOVE 'N' TO WS-LVR-SESSION(WS-LVRCOUNT)
           ELSE
              MOVE 'Y' TO WS-LVRFULL
           END-IF.

       REPLACELEAVER.
           IF HR-EFFDATE IS NOT NUMERIC OR HR-EFFDATE NOT > WS-DATEX
              SUBTRACT 1 FROM WS-LVRWAITING
              PERFORM SETLEAVERDATES
           END-IF.

       SETLEAVERDATES.
           MOVE HR-EVENT TO WS-LVR-EVENT(WS-LVRFOUND).
           MOVE HR-EFFDATE TO WS-LVR-EFFDATE(WS-LVRFOUND).
           MOVE WS-CUTOFFDATE TO WS-LVR-CUTOFF(WS-LVRFOUND).
           MOVE 'Y' TO WS-LVR-DUE(WS-LVRFOUND).
           IF HR-EFFDATE IS NUMERIC
              IF HR-EFFDATE > WS-DATEX
                 MOVE 'N' TO WS-LVR-DUE(WS-LVRFOUND)
                 ADD 1 TO WS-LVRWAITING
              ELSE
                 MOVE HR-EFFDATE TO WS-EFFDATE9
                 COMPUTE WS-EFFINT =
                     FUNCTION INTEGER-OF-DATE(WS-EFFDATE9)
                 IF WS-EFFINT > WS-DAYS
                    COMPUTE WS-LVRCUTDATE = FUNCTION DATE-OF-INTEGER(
                        WS-EFFINT - WS-DAYS)
                    MOVE WS-LVRCUTDATE TO WS-LVR-CUTOFF(WS-LVRFOUND)
                 END-IF
              END-IF
           END-IF.
           IF WS-LVR-DUE(WS-LVRFOUND) = 'Y' AND
              WS-LVR-CUTOFF(WS-LVRFOUND) < WS-CUTOFFX
              MOVE WS-LVR-CUTOFF(WS-LVRFOUND) TO WS-CUTOFFX
           END-IF.

       FINDLEAVER.
           MOVE ZERO TO WS-LVRFOUND.
           PERFORM VARYING WS-LVRSUB FROM 1 BY 1
                   UNTIL WS-LVRSUB > WS-LVRCOUNT OR
                         WS-LVRFOUND NOT = ZERO
                   IF WS-LVR-ID(WS-LVRSUB) = WS-TARGETID
                      MOVE WS-LVRSUB TO WS-LVRFOUND
                   END-IF
           END-PERFORM.

       DISABLELEAVERS.
           PERFORM LOADOPERATORS.
           PERFORM VARYING WS-LVRSUB FROM 1 BY 1
                   UNTIL WS-LVRSUB > WS-LVRCOUNT
                   MOVE WS-LVR-ID(WS-LVRSUB) TO WS-TARGETID
                   PERFORM FINDOPERATOR
                   EVALUATE TRUE
                   WHEN WS-LVR-DUE(WS-LVRSUB) = 'N'
                        MOVE "NOT YET EFFECTIVE"
                            TO WS-LVR-RESULT(WS-LVRSUB)
                   WHEN WS-OPRFOUND = ZERO
                        MOVE "UNKNOWN OPERATOR"
                            TO WS-LVR-RESULT(WS-LVRSUB)
                   WHEN WS-OPR-STATUS(WS-OPRFOUND) = 'D'
                        MOVE "ALREADY DISABLED"
                            TO WS-LVR-RESULT(WS-LVRSUB)
                   WHEN OTHER
                        MOVE 'D' TO WS-OPR-STATUS(WS-OPRFOUND)
                        MOVE 'Y' TO WS-OPRCHANGED
                        MOVE "DISABLED" TO WS-LVR-RESULT(WS-LVRSUB)
                        MOVE ZEROS TO WS-AUDITID
                        MOVE 'H' TO WS-AUDITACTION
                        MOVE WS-TARGETID TO WS-AUDITOPR
                        PERFORM WRITEAUDIT
                   END-EVALUATE
           END-PERFORM.
           IF WS-OPRCHANGED = 'Y'
              PERFORM SAVEOPERATORS
           END-IF.

       LOADOPERATORS.
           MOVE 'N' TO WS-OPREOF.
           MOVE 'N' TO WS-OPRFULL.
           MOVE ZERO TO WS-OPRCOUNT.
           OPEN INPUT OPERATORFILE.
           PERFORM UNTIL WS-OPREOF = 'Y'
                   READ OPERATORFILE
                   AT END
                           MOVE 'Y' TO WS-OPREOF
                   NOT AT END
                           IF WS-OPRCOUNT < 100
                              ADD 1 TO WS-OPRCOUNT
                              PERFORM LOADONEOPERATOR
                           ELSE
                              MOVE 'Y' TO WS-OPRFULL
                           END-IF
                   END-READ
           END-PERFORM.
           CLOSE OPERATORFILE.

       LOADONEOPERATOR.
           MOVE OPR-ID TO WS-OPR-ID(WS-OPRCOUNT).
           MOVE OPR-PASSWORD TO WS-OPR-PASS(WS-OPRCOUNT).
           MOVE OPR-ROLE TO WS-OPR-ROLE(WS-OPRCOUNT).
           IF OPR-STATUS = SPACE
              MOVE 'A' TO WS-OPR-STATUS(WS-OPRCOUNT)
           ELSE
              MOVE OPR-STATUS TO WS-OPR-STATUS(WS-OPRCOUNT)
           END-IF.
           IF OPR-FAILS IS NUMERIC
              MOVE OPR-FAILS TO WS-OPR-FAILS(WS-OPRCOUNT)
           ELSE
              MOVE ZERO TO WS-OPR-FAILS(WS-OPRCOUNT)
           END-IF.
           IF OPR-LASTCHANGED IS NUMERIC
              MOVE OPR-LASTCHANGED TO WS-OPR-LASTCHG(WS-OPRCOUNT)
           ELSE
              MOVE ZERO TO WS-OPR-LASTCHG(WS-OPRCOUNT)
           END-IF.

       SAVEOPERATORS.
           IF WS-OPRFULL = 'Y'
              DISPLAY "Too Many Operators - operator.txt Not Updated"
           ELSE
              OPEN OUTPUT OPERATORFILE
              PERFORM VARYING WS-OPRSUB FROM 1 BY 1
                      UNTIL WS-OPRSUB > WS-OPRCOUNT
                      MOVE SPACES TO OPERATORRECORD
                      MOVE WS-OPR-ID(WS-OPRSUB) TO OPR-ID
                      MOVE WS-OPR-PASS(WS-OPRSUB) TO OPR-PASSWORD
                      MOVE WS-OPR-ROLE(WS-OPRSUB) TO OPR-ROLE
                      MOVE WS-OPR-STATUS(WS-OPRSUB) TO OPR-STATUS
                      MOVE WS-OPR-FAILS(WS-OPRSUB) TO OPR-FAILS
                      MOVE WS-OPR-LASTCHG(WS-OPRSUB)
                          TO OPR-LASTCHANGED
                      WRITE OPERATORRECORD
              END-PERFORM
              CLOSE OPERATORFILE
           END-IF.

       FINDOPERATOR.
           MOVE ZERO TO WS-OPRFOUND.
           PERFORM VARYING WS-OPRSUB FROM 1 BY 1
                   UNTIL WS-OPRSUB > WS-OPRCOUNT OR
                         WS-OPRFOUND NOT = ZERO
                   IF WS-OPR-ID(WS-OPRSUB) = WS-TARGETID
                      MOVE WS-OPRSUB TO WS-OPRFOUND
                   END-IF
           END-PERFORM.

       REVOKELEAVERGRANTS.
           OPEN I-O ENTITLEFILE.
           PERFORM VARYING WS-LVRSUB FROM 1 BY 1
                   UNTIL WS-LVRSUB > WS-LVRCOUNT
                   IF WS-LVR-DUE(WS-LVRSUB) = 'Y'
                      MOVE WS-LVRSUB TO WS-LVRFOUND
                      MOVE WS-LVR-ID(WS-LVRSUB) TO WS-TARGETID
                      PERFORM REVOKEONELEAVER
                   END-IF
           END-PERFORM.
           CLOSE ENTITLEFILE.

       REVOKEONELEAVER.
           MOVE 'N' TO WS-ENTEOF.
           MOVE LOW-VALUES TO ENT-GRANT.
           MOVE WS-TARGETID TO ENT-OPERATOR.
           START ENTITLEFILE KEY IS NOT LESS THAN ENT-GRANT
           INVALID KEY
                   MOVE 'Y' TO WS-ENTEOF
           END-START.
           PERFORM UNTIL WS-ENTEOF = 'Y'
                   READ ENTITLEFILE NEXT RECORD
                   AT END
                           MOVE 'Y' TO WS-ENTEOF
                   NOT AT END
                           IF ENT-OPERATOR NOT = WS-TARGETID
                              MOVE 'Y' TO WS-ENTEOF
                           ELSE
                              PERFORM REVOKEONEGRANT
                           END-IF
                   END-READ
           END-PERFORM.

       REVOKEONEGRANT.
           DELETE ENTITLEFILE RECORD
           INVALID KEY
                   DISPLAY "Grant Not Revoked : " ENT-OPERATOR
                       " " ENT-TYPE " " ENT-KEY
           NOT INVALID KEY
                   ADD 1 TO WS-ENTREVOKED
                   ADD 1 TO WS-LVR-GRANTS(WS-LVRFOUND)
                   IF ENT-TYPE = 'S' AND ENT-KEY(1:5) IS NUMERIC
                      MOVE ENT-KEY(1:5) TO WS-AUDITID
                   ELSE
                      MOVE ZEROS TO WS-AUDITID
                   END-IF
                   MOVE 'H' TO WS-AUDITACTION
                   MOVE WS-TARGETID TO WS-AUDITOPR
                   PERFORM WRITEAUDIT
           END-DELETE.

       CHECKINLEAVERS.
           MOVE 'N' TO WS-CKOEOF.
           OPEN I-O CHECKOUTFILE.
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
                           MOVE CKO-OPERATOR TO WS-TARGETID
                           PERFORM FINDLEAVER
                           IF WS-LVRFOUND NOT = ZERO
                              IF WS-LVR-DUE(WS-LVRFOUND) = 'Y'
                                 PERFORM CHECKINONE
                              END-IF
                           END-IF
                   END-READ
           END-PERFORM.
           CLOSE CHECKOUTFILE.

       CHECKINONE.
           DELETE CHECKOUTFILE
           INVALID KEY
                   DISPLAY "Checkout Not Cleared : " CKO-RECORDID
                       " " CKO-OPERATOR
           NOT INVALID KEY
                   ADD 1 TO WS-CKOCLOSED
                   ADD 1 TO WS-LVR-CKOS(WS-LVRFOUND)
                   MOVE CKO-RECORDID TO WS-AUDITID
                   MOVE 'X' TO WS-AUDITACTION
                   MOVE CKO-OPERATOR TO WS-AUDITOPR
                   MOVE CKO-TICKET TO WS-AUDITTICKET
                   PERFORM WRITEAUDIT
                   MOVE SPACES TO WS-AUDITTICKET
           END-DELETE.

       CHECKLEAVERSESSIONS.
           MOVE 'N' TO WS-SESEOF.
           OPEN INPUT SESSIONFILE.
           MOVE LOW-VALUES TO SES-KEY.
           START SESSIONFILE KEY IS NOT LESS THAN SES-KEY
           INVALID KEY
                   MOVE 'Y' TO WS-SESEOF
           END-START.
           PERFORM UNTIL WS-SESEOF = 'Y'
                   READ SESSIONFILE NEXT RECORD
                   AT END
                           MOVE 'Y' TO WS-SESEOF
                   NOT AT END
                           MOVE SES-OPERATOR TO WS-TARGETID
                           PERFORM FINDLEAVER
                           IF WS-LVRFOUND NOT = ZERO
                              IF WS-LVR-DUE(WS-LVRFOUND) = 'Y'
                                 PERFORM NOTELEAVERSESSION
                              END-IF
                           END-IF
                   END-READ
           END-PERFORM.
           CLOSE SESSIONFILE.

       NOTELEAVERSESSION.
           MOVE 'Y' TO WS-LVR-SESSION(WS-LVRFOUND).
           DISPLAY "WARNING : Leaver " SES-OPERATOR
               " Holds A STORE Session Since " SES-TIMESTAMP.

       FINDLEAVERREVEALS.
           MOVE 'N' TO WS-IDXEOF.
           OPEN INPUT IDXFILE.
           PERFORM UNTIL WS-IDXEOF = 'Y'
                   READ IDXFILE
                   AT END
                           MOVE 'Y' TO WS-IDXEOF
                   NOT AT END
                           IF IDX-DATETO >= WS-CUTOFFX
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
                           PERFORM CHECKONEREVEAL
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
                           PERFORM CHECKONEREVEAL
                   END-READ
           END-PERFORM.
           CLOSE GENFILE.

       CHECKONEREVEAL.
           IF AUD-ACTION = 'V' AND
              AUD-TIMESTAMP(1:8) >= WS-CUTOFFX
              MOVE AUD-OPERATOR TO WS-TARGETID
              PERFORM FINDLEAVER
              IF WS-LVRFOUND NOT = ZERO
                 IF WS-LVR-DUE(WS-LVRFOUND) = 'Y' AND
                    AUD-TIMESTAMP(1:8) >= WS-LVR-CUTOFF(WS-LVRFOUND)
                    ADD 1 TO WS-LVR-REVEALS(WS-LVRFOUND)
                    PERFORM NOTEREVEAL
                 END-IF
              END-IF
           END-IF.

       NOTEREVEAL.
           MOVE ZERO TO WS-ROTFOUND.
           PERFORM VARYING WS-ROTSUB FROM 1 BY 1
                   UNTIL WS-ROTSUB > WS-ROTCOUNT OR
                         WS-ROTFOUND NOT = ZERO
                   IF WS-ROT-ID(WS-ROTSUB) = AUD-RECORDID
                      MOVE WS-ROTSUB TO WS-ROTFOUND
                   END-IF
           END-PERFORM.
           IF WS-ROTFOUND = ZERO
              IF WS-ROTCOUNT < 500
                 ADD 1 TO WS-ROTCOUNT
                 MOVE WS-ROTCOUNT TO WS-ROTFOUND
                 MOVE AUD-RECORDID TO WS-ROT-ID(WS-ROTFOUND)
                 MOVE LOW-VALUES TO WS-ROT-STAMP(WS-ROTFOUND)
              ELSE
                 MOVE 'Y' TO WS-ROTFULL
              END-IF
           END-IF.
           IF WS-ROTFOUND NOT = ZERO
              IF AUD-TIMESTAMP > WS-ROT-STAMP(WS-ROTFOUND)
                 MOVE AUD-OPERATOR TO WS-ROT-OPR(WS-ROTFOUND)
                 MOVE AUD-TIMESTAMP TO WS-ROT-STAMP(WS-ROTFOUND)
              END-IF
           END-IF.

       WRITEHEADINGS.
           MOVE WS-DATE8 TO RPT-RUNDATE.
           MOVE WS-CUTOFFDATE TO RPT-CUTOFFDATE.
           WRITE REPORTRECORD FROM RPT-HEADING1.
           WRITE REPORTRECORD FROM RPT-HEADING2.
           WRITE REPORTRECORD FROM RPT-BLANK.

       WRITELEAVERS.
           MOVE "LEAVERS AND TRANSFERS (T = TERMINATION, X = TRANSFE
      -        "R)" TO RPT-SECTITLE.
           WRITE REPORTRECORD FROM RPT-SECTION.
           WRITE REPORTRECORD FROM RPT-LVRCOLUMNS.
           PERFORM VARYING WS-LVRSUB FROM 1 BY 1
                   UNTIL WS-LVRSUB > WS-LVRCOUNT
                   MOVE WS-LVR-ID(WS-LVRSUB) TO RPT-LVR-ID
                   MOVE WS-LVR-EVENT(WS-LVRSUB) TO RPT-LVR-EVENT
                   MOVE WS-LVR-EFFDATE(WS-LVRSUB) TO RPT-LVR-EFFDATE
                   MOVE WS-LVR-RESULT(WS-LVRSUB) TO RPT-LVR-RESULT
                   MOVE WS-LVR-GRANTS(WS-LVRSUB) TO RPT-LVR-GRANTS
                   MOVE WS-LVR-CKOS(WS-LVRSUB) TO RPT-LVR-CKOS
                   MOVE WS-LVR-REVEALS(WS-LVRSUB) TO RPT-LVR-REVEALS
                   WRITE REPORTRECORD FROM RPT-LVRDETAIL
                   IF WS-LVR-SESSION(WS-LVRSUB) = 'Y'
                      WRITE REPORTRECORD FROM RPT-SESSIONLINE
                   END-IF
           END-PERFORM.
           WRITE REPORTRECORD FROM RPT-BLANK.
           COMPUTE RPT-TOTLVR = WS-LVRCOUNT - WS-LVRWAITING.
           MOVE WS-ENTREVOKED TO RPT-TOTGRANTS.
           MOVE WS-CKOCLOSED TO RPT-TOTCKOS.
           WRITE REPORTRECORD FROM RPT-TOTLINE.
           IF WS-LVRWAITING > ZERO
              MOVE WS-LVRWAITING TO RPT-TOTWAIT
              WRITE REPORTRECORD FROM RPT-WAITLINE
              MOVE WS-PNDWRITTEN TO RPT-TOTPEND
              WRITE REPORTRECORD FROM RPT-PENDLINE
           END-IF.
           WRITE REPORTRECORD FROM RPT-BLANK.

       WRITEROTATELIST.
           MOVE "PASSWARDS REVEALED BY LEAVERS - MUST ROTATE"
               TO RPT-SECTITLE.
           WRITE REPORTRECORD FROM RPT-SECTION.
           WRITE REPORTRECORD FROM RPT-ROTNOTE.
           WRITE REPORTRECORD FROM RPT-ROTCOLUMNS.
           OPEN INPUT PASSWARDFILE.
           OPEN EXTEND ROTLISTFILE.
           PERFORM VARYING WS-ROTSUB FROM 1 BY 1
                   UNTIL WS-ROTSUB > WS-ROTCOUNT
                   PERFORM LISTONEROTATION
           END-PERFORM.
           CLOSE PASSWARDFILE.
           CLOSE ROTLISTFILE.
           IF WS-ROTFULL = 'Y'
              MOVE "MORE THAN 500 RECORDS REVEALED - RERUN WITH A SHO
      -           "RTER LOOK-BACK" TO RPT-SECTITLE
              WRITE REPORTRECORD FROM RPT-SECTION
           END-IF.
           WRITE REPORTRECORD FROM RPT-BLANK.
           MOVE WS-ROTLISTED TO RPT-TOTROT.
           WRITE REPORTRECORD FROM RPT-TOTROTLINE.

       LISTONEROTATION.
           MOVE WS-ROT-ID(WS-ROTSUB) TO RECORDID.
           READ PASSWARDFILE KEY IS RECORDID
           INVALID KEY
                   MOVE "(DELETED)" TO WS-FOUNDNAME
                   MOVE 'D' TO WS-FOUNDSTATUS
           NOT INVALID KEY
                   MOVE SYSTEMNAME TO WS-FOUNDNAME
                   MOVE RECSTATUS TO WS-FOUNDSTATUS
           END-READ.
           MOVE WS-ROT-ID(WS-ROTSUB) TO RPT-ROT-ID.
           MOVE WS-FOUNDNAME TO RPT-ROT-NAME.
           MOVE WS-ROT-OPR(WS-ROTSUB) TO RPT-ROT-OPR.
           MOVE WS-ROT-STAMP(WS-ROTSUB) TO RPT-ROT-STAMP.
           EVALUATE WS-FOUNDSTATUS
           WHEN 'D'
                MOVE "NOT LISTED - DELETED" TO RPT-ROT-LIST
           WHEN 'R'
                MOVE "NOT LISTED - RETIRED" TO RPT-ROT-LIST
           WHEN OTHER
                MOVE "LISTED" TO RPT-ROT-LIST
                MOVE SPACES TO ROTLISTRECORD
                MOVE WS-ROT-ID(WS-ROTSUB) TO ROT-RECORDID
                MOVE WS-FOUNDNAME TO ROT-SYSTEMNAME
                MOVE WS-ROT-OPR(WS-ROTSUB) TO ROT-OPERATOR
                MOVE WS-ROT-STAMP(WS-ROTSUB) TO ROT-TIMESTAMP
                WRITE ROTLISTRECORD
                ADD 1 TO WS-ROTLISTED
           END-EVALUATE.
           WRITE REPORTRECORD FROM RPT-ROTDETAIL.

       WRITEAUDIT.
           ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
           ACCEPT WS-TIME8 FROM TIME.
           OPEN EXTEND AUDITFILE.
           MOVE SPACES TO AUDITRECORD.
           MOVE WS-AUDITID TO AUD-RECORDID.
           MOVE WS-AUDITACTION TO AUD-ACTION.
           MOVE WS-AUDITOPR TO AUD-OPERATOR.
           MOVE WS-DATE8 TO AUD-TIMESTAMP(1:8).
           MOVE WS-TIME8(1:6) TO AUD-TIMESTAMP(9:6).
           MOVE WS-AUDITTICKET TO AUD-TICKET.
           PERFORM CHAINAUDIT.
           WRITE AUDITRECORD.
           CLOSE AUDITFILE.

       CHAINAUDIT.
           MOVE ZERO TO WS-CHAINVALUE.
           MOVE ZERO TO WS-CHAINCOUNT.
           OPEN INPUT CHAINFILE.
           READ CHAINFILE
           AT END
                   CONTINUE
           NOT AT END
                   IF CHN-LASTCHAIN IS NUMERIC AND
                      CHN-COUNT IS NUMERIC
                      MOVE CHN-LASTCHAIN TO WS-CHAINVALUE
                      MOVE CHN-COUNT TO WS-CHAINCOUNT
                   END-IF
           END-READ.
           CLOSE CHAINFILE.
           PERFORM VARYING WS-CHAINPOS FROM 1 BY 1
                   UNTIL WS-CHAINPOS > 33
                   COMPUTE WS-CHAINVALUE = FUNCTION MOD(
                       WS-CHAINVALUE * 131 +
                       FUNCTION ORD(AUDITRECORD(WS-CHAINPOS:1)) +
                       WS-CHAINPOS, 9999999967)
           END-PERFORM.
           IF AUD-TICKET NOT = SPACES
              PERFORM VARYING WS-CHAINPOS FROM 46 BY 1
                      UNTIL WS-CHAINPOS > 57
                      COMPUTE WS-CHAINVALUE = FUNCTION MOD(
                          WS-CHAINVALUE * 131 +
                          FUNCTION ORD(AUDITRECORD(WS-CHAINPOS:1)) +
                          WS-CHAINPOS, 9999999967)
              END-PERFORM
           END-IF.
           MOVE WS-CHAINVALUE TO AUD-CHAIN.
           ADD 1 TO WS-CHAINCOUNT.
           OPEN OUTPUT CHAINFILE.
           MOVE SPACES TO CHAINRECORD.
           MOVE WS-CHAINVALUE TO CHN-LASTCHAIN.
           MOVE WS-CHAINCOUNT TO CHN-COUNT.
           MOVE AUD-TIMESTAMP TO CHN-TIMESTAMP.
           WRITE CHAINRECORD.
           CLOSE CHAINFILE.
