       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASSWARDFILE ASSIGN TO "passward.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECORDID
           ALTERNATE RECORD KEY IS SYSTEMNAME.
           SELECT OPTIONAL DEPENDFILE ASSIGN TO "depend.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-KEY.
           SELECT OPTIONAL AUDITFILE ASSIGN TO "audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ROTLISTFILE ASSIGN TO "mustrot.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTFILE ASSIGN TO "deprpt.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARMFILE ASSIGN TO "deprpt.parm"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD DEPENDFILE.
       01 DEPENDDATA.
          02 DEP-KEY.
             03 DEP-RECORDID  PIC 9(5).
             03 DEP-SEQ       PIC 9(3).
          02 DEP-ACCOUNT      PIC X(15).
          02 DEP-CONSID       PIC 9(5).
          02 DEP-CONSNAME     PIC X(15).
          02 DEP-CONSDEPT     PIC X(10).
          02 DEP-USAGE        PIC X(30).

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
          02 AUD-CHAIN        PIC 9(10).
          02 FILLER           PIC X.
          02 AUD-TICKET       PIC X(12).

       FD ROTLISTFILE.
       01 ROTLISTRECORD.
          02 ROT-RECORDID     PIC 9(5).
          02 FILLER           PIC X.
          02 ROT-SYSTEMNAME   PIC X(15).
          02 FILLER           PIC X.
          02 ROT-OPERATOR     PIC X(10).
          02 FILLER           PIC X.
          02 ROT-TIMESTAMP    PIC X(14).

       FD REPORTFILE.
       01 REPORTRECORD         PIC X(80).

       FD PARMFILE.
       01 PARMRECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF               PIC X     VALUE 'N'.
       01 WS-DEPEOF            PIC X.
       01 WS-DATE8             PIC 9(8).
       01 WS-TODAYINT          PIC 9(7).
       01 WS-AGEDAYS           PIC S9(5).
       01 WS-COMMAND-LINE      PIC X(40).
       01 WS-PARMEOF           PIC X     VALUE 'N'.
       01 WS-PARMVALUE         PIC X(80).
       01 WS-MODEIN            PIC X(10).
       01 WS-VALUEIN           PIC X(10).
       01 WS-MODE              PIC X.
       01 WS-SELMODE           PIC X     VALUE 'C'.
       01 WS-CUTOFF            PIC 9(5).
       01 WS-ONDATE            PIC 9(8).
       01 WS-ONEID             PIC 9(5).
       01 WS-SELCOUNT          PIC 9(3)  VALUE ZERO.
       01 WS-SELSUB            PIC 9(3).
       01 WS-SELFOUND          PIC X.
       01 WS-SELSKIPPED        PIC 9(5)  VALUE ZERO.
       01 WS-ADDID             PIC 9(5).
       01 WS-SRCFOUND          PIC X.
       01 WS-SRCLINKS          PIC 9(3).
       01 WS-DEPRECS           PIC 9(5)  VALUE ZERO.
       01 WS-LINKCOUNT         PIC 9(5)  VALUE ZERO.
       01 WS-DPTCOUNT          PIC 9(3)  VALUE ZERO.
       01 WS-DPTSUB            PIC 9(3).
       01 WS-DPTFOUND          PIC 9(3).
       01 WS-SELTABLE.
          02 WS-SEL-ID OCCURS 500 TIMES
                               PIC 9(5).
       01 WS-DPTTABLE.
          02 WS-DPTENTRY OCCURS 100 TIMES.
             03 WS-DPT-NAME   PIC X(10).
             03 WS-DPT-COUNT  PIC 9(5).

       01 RPT-HEADING1.
          02 FILLER            PIC X(80)
             VALUE "PASSWARD STORE - ROTATION IMPACT REPORT".

       01 RPT-HEADING2.
          02 FILLER            PIC X(12) VALUE "RUN DATE : ".
          02 RPT-RUNDATE       PIC 9(8).
          02 FILLER            PIC X(14) VALUE "  SELECTION : ".
          02 RPT-SELECTION     PIC X(46).

       01 RPT-SELBEFORE.
          02 FILLER            PIC X(29)
             VALUE "BEFORE PASSROT - CUTOFF DAYS ".
          02 RPT-SELCUTOFF     PIC 9(5).
          02 FILLER            PIC X(12) VALUE SPACES.

       01 RPT-SELAFTER.
          02 FILLER            PIC X(20)
             VALUE "AFTER PASSROT - RUN ".
          02 RPT-SELDATE       PIC 9(8).
          02 FILLER            PIC X(18) VALUE SPACES.

       01 RPT-SELRECORD.
          02 FILLER            PIC X(7)  VALUE "RECORD ".
          02 RPT-SELID         PIC 9(5).
          02 FILLER            PIC X(34) VALUE SPACES.

       01 RPT-BLANK.
          02 FILLER            PIC X(80) VALUE SPACES.

       01 RPT-SOURCE.
          02 FILLER            PIC X(8)  VALUE "RECORD  ".
          02 RPT-SRCID         PIC 9(5).
          02 FILLER            PIC X(2)  VALUE SPACES.
          02 RPT-SRCNAME       PIC X(15).
          02 FILLER            PIC X(9)  VALUE "  DEPT : ".
          02 RPT-SRCDEPT       PIC X(10).
          02 FILLER            PIC X(2)  VALUE SPACES.
          02 RPT-SRCNOTE       PIC X(29).

       01 RPT-COLUMNS.
          02 FILLER            PIC X(18) VALUE "  ACCOUNT".
          02 FILLER            PIC X(16) VALUE "DOWNSTREAM".
          02 FILLER            PIC X(7)  VALUE "REC ID".
          02 FILLER            PIC X(11) VALUE "DEPARTMENT".
          02 FILLER            PIC X(28) VALUE "USED IN".

       01 RPT-DETAIL.
          02 FILLER            PIC X(2)  VALUE SPACES.
          02 RPT-ACCOUNT       PIC X(15).
          02 FILLER            PIC X     VALUE SPACE.
          02 RPT-CONSNAME      PIC X(15).
          02 FILLER            PIC X     VALUE SPACE.
          02 RPT-CONSID        PIC X(6).
          02 FILLER            PIC X     VALUE SPACE.
          02 RPT-CONSDEPT      PIC X(10).
          02 FILLER            PIC X     VALUE SPACE.
          02 RPT-USAGE         PIC X(28).

       01 RPT-DPTTITLE.
          02 FILLER            PIC X(80)
             VALUE "DOWNSTREAM SYSTEMS TO UPDATE BY DEPARTMENT".

       01 RPT-DPTLINE.
          02 FILLER            PIC X(2)  VALUE SPACES.
          02 RPT-DPTNAME       PIC X(10).
          02 FILLER            PIC X(3)  VALUE SPACES.
          02 RPT-DPTCOUNT      PIC Z(4)9.
          02 FILLER            PIC X(60) VALUE SPACES.

       01 RPT-TOTLINE.
          02 RPT-TOTLABEL      PIC X(30).
          02 FILLER            PIC X     VALUE SPACE.
          02 RPT-TOTCOUNT      PIC Z(4)9.
          02 FILLER            PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.
       STARTPARA.
           PERFORM GETRUNOPTIONS.
           IF WS-MODE = SPACE
              DISPLAY "Unknown Selection - Use BEFORE, AFTER Or"
                  " RECORD"
           ELSE
              EVALUATE WS-MODE
              WHEN 'B'
                   IF WS-SELMODE = 'L'
                      PERFORM SELECTLISTED
                   ELSE
                      PERFORM SELECTDUE
                   END-IF
              WHEN 'A'
                   PERFORM SELECTROTATED
              WHEN 'R'
                   MOVE WS-ONEID TO WS-ADDID
                   PERFORM ADDSELECTED
              END-EVALUATE
              PERFORM WRITEREPORT
              DISPLAY "Records Selected : " WS-SELCOUNT
              DISPLAY "Downstream Systems To Update : " WS-LINKCOUNT
              DISPLAY "Impact Report Written To deprpt.rpt"
           END-IF.
           STOP RUN.

       GETRUNOPTIONS.
           ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
           COMPUTE WS-TODAYINT = FUNCTION INTEGER-OF-DATE(WS-DATE8).
           MOVE SPACES TO WS-MODEIN.
           MOVE SPACES TO WS-VALUEIN.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           EVALUATE WS-COMMAND-LINE
           WHEN SPACES
                DISPLAY "ROTATION IMPACT REPORT"
                DISPLAY "Impact For (B = Before PASSROT, A = After"
                    " PASSROT, R = One Record) : " WITH NO ADVANCING
                ACCEPT WS-MODEIN
                EVALUATE WS-MODEIN
                WHEN 'B'
                WHEN 'b'
                     DISPLAY "Cutoff Age In Days (Blank = 90, L = Must-"
                         "Rotate List) : " WITH NO ADVANCING
                     ACCEPT WS-VALUEIN
                WHEN 'A'
                WHEN 'a'
                     DISPLAY "PASSROT Run Date YYYYMMDD (Blank ="
                         " Today) : " WITH NO ADVANCING
                     ACCEPT WS-VALUEIN
                WHEN 'R'
                WHEN 'r'
                     DISPLAY "Enter Record ID : " WITH NO ADVANCING
                     ACCEPT WS-VALUEIN
                WHEN OTHER
                     CONTINUE
                END-EVALUATE
           WHEN "BATCH"
                OPEN INPUT PARMFILE
                PERFORM READPARM
                MOVE WS-PARMVALUE TO WS-MODEIN
                PERFORM READPARM
                MOVE WS-PARMVALUE TO WS-VALUEIN
                CLOSE PARMFILE
           WHEN OTHER
                UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                    INTO WS-MODEIN WS-VALUEIN
           END-EVALUATE.
           MOVE SPACE TO WS-MODE.
           EVALUATE TRUE
           WHEN WS-MODEIN = 'B' OR WS-MODEIN = 'b' OR
                WS-MODEIN = "BEFORE"
                MOVE 'B' TO WS-MODE
                EVALUATE TRUE
                WHEN WS-VALUEIN = 'L' OR WS-VALUEIN = 'l' OR
                     WS-VALUEIN = "LIST"
                     MOVE 'L' TO WS-SELMODE
                     MOVE ZERO TO WS-CUTOFF
                WHEN WS-VALUEIN = SPACES
                     MOVE 90 TO WS-CUTOFF
                WHEN OTHER
                     COMPUTE WS-CUTOFF = FUNCTION NUMVAL(WS-VALUEIN)
                END-EVALUATE
           WHEN WS-MODEIN = 'A' OR WS-MODEIN = 'a' OR
                WS-MODEIN = "AFTER"
                MOVE 'A' TO WS-MODE
                IF WS-VALUEIN = SPACES
                   MOVE WS-DATE8 TO WS-ONDATE
                ELSE
                   COMPUTE WS-ONDATE = FUNCTION NUMVAL(WS-VALUEIN)
                END-IF
           WHEN WS-MODEIN = 'R' OR WS-MODEIN = 'r' OR
                WS-MODEIN = "RECORD"
                MOVE 'R' TO WS-MODE
                COMPUTE WS-ONEID = FUNCTION NUMVAL(WS-VALUEIN)
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

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

       SELECTDUE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PASSWARDFILE.
           MOVE ZEROS TO RECORDID.
           START PASSWARDFILE KEY IS NOT LESS THAN RECORDID
           INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
                   READ PASSWARDFILE NEXT RECORD
                   AT END
                           MOVE 'Y' TO WS-EOF
                   NOT AT END
                           IF RECSTATUS NOT = 'R'
                              IF LASTCHANGED = ZERO
                                 MOVE 99999 TO WS-AGEDAYS
                              ELSE
                                 COMPUTE WS-AGEDAYS = WS-TODAYINT
                                     - FUNCTION INTEGER-OF-DATE(
                                           LASTCHANGED)
                              END-IF
                              IF WS-AGEDAYS > WS-CUTOFF
                                 MOVE RECORDID TO WS-ADDID
                                 PERFORM ADDSELECTED
                              END-IF
                           END-IF
                   END-READ
           END-PERFORM.
           CLOSE PASSWARDFILE.

       SELECTLISTED.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PASSWARDFILE.
           OPEN INPUT ROTLISTFILE.
           PERFORM UNTIL WS-EOF = 'Y'
                   READ ROTLISTFILE
                   AT END
                           MOVE 'Y' TO WS-EOF
                   NOT AT END
                           MOVE ROT-RECORDID TO RECORDID
                           READ PASSWARDFILE KEY IS RECORDID
                           INVALID KEY
                                   CONTINUE
                           NOT INVALID KEY
                                   IF RECSTATUS NOT = 'R'
                                      MOVE RECORDID TO WS-ADDID
                                      PERFORM ADDSELECTED
                                   END-IF
                           END-READ
                   END-READ
           END-PERFORM.
           CLOSE ROTLISTFILE.
           CLOSE PASSWARDFILE.

       SELECTROTATED.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT AUDITFILE.
           PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDITFILE
                   AT END
                           MOVE 'Y' TO WS-EOF
                   NOT AT END
                           IF AUD-ACTION = 'U' AND
                              AUD-OPERATOR = "PASSROT" AND
                              AUD-TIMESTAMP(1:8) = WS-ONDATE
                              MOVE AUD-RECORDID TO WS-ADDID
                              PERFORM ADDSELECTED
                           END-IF
                   END-READ
           END-PERFORM.
           CLOSE AUDITFILE.

       ADDSELECTED.
           MOVE 'N' TO WS-SELFOUND.
           PERFORM VARYING WS-SELSUB FROM 1 BY 1
                   UNTIL WS-SELSUB > WS-SELCOUNT OR
                         WS-SELFOUND = 'Y'
                   IF WS-SEL-ID(WS-SELSUB) = WS-ADDID
                      MOVE 'Y' TO WS-SELFOUND
                   END-IF
           END-PERFORM.
           IF WS-SELFOUND = 'N'
              IF WS-SELCOUNT < 500
                 ADD 1 TO WS-SELCOUNT
                 MOVE WS-ADDID TO WS-SEL-ID(WS-SELCOUNT)
              ELSE
                 ADD 1 TO WS-SELSKIPPED
              END-IF
           END-IF.

       WRITEREPORT.
           OPEN INPUT PASSWARDFILE.
           OPEN INPUT DEPENDFILE.
           OPEN OUTPUT REPORTFILE.
           MOVE WS-DATE8 TO RPT-RUNDATE.
           EVALUATE WS-MODE
           WHEN 'B'
                IF WS-SELMODE = 'L'
                   MOVE "BEFORE PASSROT - MUST-ROTATE LIST"
                       TO RPT-SELECTION
                ELSE
                   MOVE WS-CUTOFF TO RPT-SELCUTOFF
                   MOVE RPT-SELBEFORE TO RPT-SELECTION
                END-IF
           WHEN 'A'
                MOVE WS-ONDATE TO RPT-SELDATE
                MOVE RPT-SELAFTER TO RPT-SELECTION
           WHEN 'R'
                MOVE WS-ONEID TO RPT-SELID
                MOVE RPT-SELRECORD TO RPT-SELECTION
           END-EVALUATE.
           WRITE REPORTRECORD FROM RPT-HEADING1.
           WRITE REPORTRECORD FROM RPT-HEADING2.
           WRITE REPORTRECORD FROM RPT-BLANK.
           WRITE REPORTRECORD FROM RPT-COLUMNS.
           PERFORM VARYING WS-SELSUB FROM 1 BY 1
                   UNTIL WS-SELSUB > WS-SELCOUNT
                   PERFORM REPORTONESOURCE
           END-PERFORM.
           WRITE REPORTRECORD FROM RPT-BLANK.
           WRITE REPORTRECORD FROM RPT-DPTTITLE.
           PERFORM VARYING WS-DPTSUB FROM 1 BY 1
                   UNTIL WS-DPTSUB > WS-DPTCOUNT
                   MOVE WS-DPT-NAME(WS-DPTSUB) TO RPT-DPTNAME
                   MOVE WS-DPT-COUNT(WS-DPTSUB) TO RPT-DPTCOUNT
                   WRITE REPORTRECORD FROM RPT-DPTLINE
           END-PERFORM.
           IF WS-DPTCOUNT = ZERO
              MOVE "  (None)" TO REPORTRECORD
              WRITE REPORTRECORD
           END-IF.
           WRITE REPORTRECORD FROM RPT-BLANK.
           MOVE "RECORDS SELECTED :" TO RPT-TOTLABEL.
           MOVE WS-SELCOUNT TO RPT-TOTCOUNT.
           WRITE REPORTRECORD FROM RPT-TOTLINE.
           IF WS-SELSKIPPED > ZERO
              MOVE "RECORDS NOT REPORTED (LIMIT) :" TO RPT-TOTLABEL
              MOVE WS-SELSKIPPED TO RPT-TOTCOUNT
              WRITE REPORTRECORD FROM RPT-TOTLINE
           END-IF.
           MOVE "RECORDS WITH DEPENDENTS :" TO RPT-TOTLABEL.
           MOVE WS-DEPRECS TO RPT-TOTCOUNT.
           WRITE REPORTRECORD FROM RPT-TOTLINE.
           MOVE "DOWNSTREAM SYSTEMS TO UPDATE :" TO RPT-TOTLABEL.
           MOVE WS-LINKCOUNT TO RPT-TOTCOUNT.
           WRITE REPORTRECORD FROM RPT-TOTLINE.
           CLOSE PASSWARDFILE.
           CLOSE DEPENDFILE.
           CLOSE REPORTFILE.

       REPORTONESOURCE.
           MOVE WS-SEL-ID(WS-SELSUB) TO RECORDID.
           MOVE RECORDID TO RPT-SRCID.
           MOVE 'Y' TO WS-SRCFOUND.
           READ PASSWARDFILE KEY IS RECORDID
           INVALID KEY
                   MOVE 'N' TO WS-SRCFOUND
           END-READ.
           IF WS-SRCFOUND = 'Y'
              MOVE SYSTEMNAME TO RPT-SRCNAME
              MOVE OWNINGDEPT TO RPT-SRCDEPT
              MOVE SPACES TO RPT-SRCNOTE
           ELSE
              MOVE SPACES TO RPT-SRCNAME
              MOVE SPACES TO RPT-SRCDEPT
              MOVE "NOT ON FILE" TO RPT-SRCNOTE
           END-IF.
           MOVE ZERO TO WS-SRCLINKS.
           MOVE 'N' TO WS-DEPEOF.
           MOVE RPT-SRCID TO DEP-RECORDID.
           MOVE ZERO TO DEP-SEQ.
           START DEPENDFILE KEY IS NOT LESS THAN DEP-KEY
           INVALID KEY
                   MOVE 'Y' TO WS-DEPEOF
           END-START.
           PERFORM UNTIL WS-DEPEOF = 'Y'
                   READ DEPENDFILE NEXT RECORD
                   AT END
                           MOVE 'Y' TO WS-DEPEOF
                   NOT AT END
                           IF DEP-RECORDID NOT = RPT-SRCID
                              MOVE 'Y' TO WS-DEPEOF
                           ELSE
                              IF WS-SRCLINKS = ZERO
                                 ADD 1 TO WS-DEPRECS
                                 WRITE REPORTRECORD FROM RPT-BLANK
                                 WRITE REPORTRECORD FROM RPT-SOURCE
                              END-IF
                              ADD 1 TO WS-SRCLINKS
                              PERFORM REPORTONELINK
                           END-IF
                   END-READ
           END-PERFORM.
           IF WS-SRCLINKS = ZERO AND WS-MODE = 'R'
              IF WS-SRCFOUND = 'Y'
                 MOVE "NO DEPENDENTS RECORDED" TO RPT-SRCNOTE
              END-IF
              WRITE REPORTRECORD FROM RPT-BLANK
              WRITE REPORTRECORD FROM RPT-SOURCE
           END-IF.

       REPORTONELINK.
           ADD 1 TO WS-LINKCOUNT.
           IF DEP-ACCOUNT = SPACES
              MOVE "(SYSTEM)" TO RPT-ACCOUNT
           ELSE
              MOVE DEP-ACCOUNT TO RPT-ACCOUNT
           END-IF.
           MOVE DEP-CONSNAME TO RPT-CONSNAME.
           MOVE DEP-CONSDEPT TO RPT-CONSDEPT.
           MOVE DEP-USAGE TO RPT-USAGE.
           IF DEP-CONSID = ZERO
              MOVE "-" TO RPT-CONSID
           ELSE
              MOVE DEP-CONSID TO RPT-CONSID
              MOVE DEP-CONSID TO RECORDID
              READ PASSWARDFILE KEY IS RECORDID
              INVALID KEY
                      MOVE "GONE" TO RPT-CONSID
              NOT INVALID KEY
                      MOVE SYSTEMNAME TO RPT-CONSNAME
                      MOVE OWNINGDEPT TO RPT-CONSDEPT
              END-READ
           END-IF.
           WRITE REPORTRECORD FROM RPT-DETAIL.
           PERFORM COUNTDEPARTMENT.

       COUNTDEPARTMENT.
           MOVE ZERO TO WS-DPTFOUND.
           PERFORM VARYING WS-DPTSUB FROM 1 BY 1
                   UNTIL WS-DPTSUB > WS-DPTCOUNT OR
                         WS-DPTFOUND NOT = ZERO
                   IF WS-DPT-NAME(WS-DPTSUB) = RPT-CONSDEPT
                      MOVE WS-DPTSUB TO WS-DPTFOUND
                   END-IF
           END-PERFORM.
           IF WS-DPTFOUND = ZERO
              IF WS-DPTCOUNT < 100
                 ADD 1 TO WS-DPTCOUNT
                 MOVE WS-DPTCOUNT TO WS-DPTFOUND
                 MOVE RPT-CONSDEPT TO WS-DPT-NAME(WS-DPTFOUND)
                 MOVE ZERO TO WS-DPT-COUNT(WS-DPTFOUND)
              END-IF
           END-IF.
           IF WS-DPTFOUND NOT = ZERO
              ADD 1 TO WS-DPT-COUNT(WS-DPTFOUND)
           END-IF.
