       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLLFWD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESTORECTLFILE ASSIGN TO "lastrst.ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNALFILE ASSIGN TO "journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPERATORFILE ASSIGN TO "operator.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDITFILE ASSIGN TO "audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHAINFILE ASSIGN TO "audchain.ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTFILE ASSIGN TO "rollfwd.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PASSWARDFILE ASSIGN TO "passward.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECORDID
           ALTERNATE RECORD KEY IS SYSTEMNAME.
           SELECT OPTIONAL ACCOUNTFILE ASSIGN TO "account.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-KEY.
           SELECT OPTIONAL SESSIONFILE ASSIGN TO "session.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SES-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD RESTORECTLFILE.
       01 RESTORECTLRECORD.
          02 RST-GENNAME      PIC X(30).
          02 FILLER           PIC X     VALUE SPACE.
          02 RST-BACKUPSTAMP  PIC X(14).
          02 FILLER           PIC X     VALUE SPACE.
          02 RST-RESTORESTAMP PIC X(14).
          02 FILLER           PIC X     VALUE SPACE.
          02 RST-OPERATOR     PIC X(10).
          02 FILLER           PIC X     VALUE SPACE.
          02 RST-ROLLED       PIC X.
          02 FILLER           PIC X     VALUE SPACE.
          02 RST-ROLLSTAMP    PIC X(14).

       FD JOURNALFILE.
       01 JOURNALRECORD.
          02 JNL-TIMESTAMP    PIC X(14).
          02 FILLER           PIC X     VALUE SPACE.
          02 JNL-FILE         PIC X.
          02 FILLER           PIC X     VALUE SPACE.
          02 JNL-OP           PIC X.
          02 FILLER           PIC X     VALUE SPACE.
          02 JNL-OPERATOR     PIC X(10).
          02 FILLER           PIC X     VALUE SPACE.
          02 JNL-PROGRAM      PIC X(8).
          02 FILLER           PIC X     VALUE SPACE.
          02 JNL-IMAGE        PIC X(61).

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

       FD REPORTFILE.
       01 REPORTRECORD         PIC X(80).

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

       FD ACCOUNTFILE.
       01 ACCOUNTDATA.
          02 ACCT-KEY.
             03 ACCT-RECORDID PIC 9(5).
             03 ACCT-NAME     PIC X(15).
          02 ACCT-PASSWARD    PIC X(15).
          02 ACCT-LASTCHANGED PIC 9(8).

       FD SESSIONFILE.
       01 SESSIONDATA.
          02 SES-KEY.
             03 SES-OPERATOR  PIC X(10).
             03 SES-TIMESTAMP PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-EOF               PIC X     VALUE 'N'.
       01 WS-SESEOF            PIC X.
       01 WS-SESCOUNT          PIC 9(3).
       01 WS-DATE8             PIC 9(8).
       01 WS-TIME8             PIC 9(8).
       01 WS-CHAINVALUE        PIC 9(13).
       01 WS-CHAINCOUNT        PIC 9(9).
       01 WS-CHAINPOS          PIC 9(3).
       01 WS-SIGNONID          PIC X(10).
       01 WS-SIGNONPASS        PIC X(15).
       01 WS-SIGNEDON          PIC X.
       01 WS-ATTEMPTS          PIC 9.
       01 WS-OPERATOR          PIC X(10).
       01 WS-ROLE              PIC X.
       01 WS-CODEDPASS         PIC X(15).
       01 WS-OPREOF            PIC X.
       01 WS-OPRCOUNT          PIC 9(3).
       01 WS-OPRSUB            PIC 9(3).
       01 WS-OPRFOUND          PIC 9(3).
       01 WS-CONFIRM           PIC X.
       01 WS-HAVERST           PIC X     VALUE 'N'.
       01 WS-RSTSAVE           PIC X(88).
       01 WS-TARGETIN          PIC X(14).
       01 WS-TARGET            PIC X(14).
       01 WS-TARGETOK          PIC X.
       01 WS-RESULT            PIC X(7).
       01 WS-REASON            PIC X(21).
       01 WS-BEFORECOUNT       PIC 9(7)  VALUE ZERO.
       01 WS-AFTERCOUNT        PIC 9(7)  VALUE ZERO.
       01 WS-APPLYCOUNT        PIC 9(7)  VALUE ZERO.
       01 WS-SKIPCOUNT         PIC 9(7)  VALUE ZERO.
       01 WS-CHGEOF            PIC X.
       01 WS-CHGCOUNT          PIC 9(3)  VALUE ZERO.
       01 WS-CHGSUB            PIC 9(3).
       01 WS-CHGFOUND          PIC X.
       01 WS-CHGFULL           PIC X     VALUE 'N'.
       01 WS-CHGFILE           PIC X.
       01 WS-CHGKEY            PIC X(20).
       01 WS-CHGTABLE.
          02 WS-CHGENTRY OCCURS 500 TIMES.
             03 WS-CHG-FILE   PIC X.
             03 WS-CHG-KEY    PIC X(20).
       01 WS-OPRTABLE.
          02 WS-OPRENTRY OCCURS 100 TIMES.
             03 WS-OPR-ID     PIC X(10).
             03 WS-OPR-PASS   PIC X(15).
             03 WS-OPR-ROLE   PIC X.
             03 WS-OPR-STATUS PIC X.
       01 WS-CLEARSET.
          02 FILLER            PIC X(26)
             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
          02 FILLER            PIC X(26)
             VALUE "abcdefghijklmnopqrstuvwxyz".
          02 FILLER            PIC X(10) VALUE "0123456789".
       01 WS-CODESET.
          02 FILLER            PIC X(26)
             VALUE "ZYXWVUTSRQPONMLKJIHGFEDCBA".
          02 FILLER            PIC X(26)
             VALUE "zyxwvutsrqponmlkjihgfedcba".
          02 FILLER            PIC X(10) VALUE "9876543210".

       01 RPT-HEADING1.
          02 FILLER            PIC X(80)
             VALUE "PASSWARD STORE - JOURNAL ROLL-FORWARD".

       01 RPT-HEADING2.
          02 FILLER            PIC X(12) VALUE "RUN DATE : ".
          02 RPT-RUNDATE       PIC 9(8).
          02 FILLER            PIC X(16) VALUE "  OPERATOR : ".
          02 RPT-OPERATOR      PIC X(10).
          02 FILLER            PIC X(34) VALUE SPACES.

       01 RPT-GENLINE.
          02 FILLER            PIC X(13) VALUE "GENERATION : ".
          02 RPT-GENNAME       PIC X(30).
          02 FILLER            PIC X(13) VALUE "  RESTORED : ".
          02 RPT-RESTORESTAMP  PIC X(14).
          02 FILLER            PIC X(10) VALUE SPACES.

       01 RPT-RANGELINE.
          02 FILLER            PIC X(15) VALUE "BACKUP TAKEN : ".
          02 RPT-BACKUPSTAMP   PIC X(14).
          02 FILLER            PIC X(21)
             VALUE "  ROLL FORWARD TO : ".
          02 RPT-TARGET        PIC X(14).
          02 FILLER            PIC X(16) VALUE SPACES.

       01 RPT-BLANK.
          02 FILLER            PIC X(80) VALUE SPACES.

       01 RPT-COLUMNS.
          02 FILLER            PIC X(15) VALUE "JOURNALED AT".
          02 FILLER            PIC X(2)  VALUE "F".
          02 FILLER            PIC X(4)  VALUE "ACT".
          02 FILLER            PIC X(22) VALUE "KEY".
          02 FILLER            PIC X(8)  VALUE "PROGRAM".
          02 FILLER            PIC X(8)  VALUE "RESULT".
          02 FILLER            PIC X(21) VALUE "REASON".

       01 RPT-DETAIL.
          02 RPT-STAMP         PIC X(14).
          02 FILLER            PIC X     VALUE SPACE.
          02 RPT-FILE          PIC X.
          02 FILLER            PIC X     VALUE SPACE.
          02 RPT-ACTION        PIC X(3).
          02 FILLER            PIC X     VALUE SPACE.
          02 RPT-KEYID         PIC 9(5).
          02 FILLER            PIC X     VALUE SPACE.
          02 RPT-KEYNAME       PIC X(15).
          02 FILLER            PIC X     VALUE SPACE.
          02 RPT-PROGRAM       PIC X(8).
          02 RPT-RESULT        PIC X(7).
          02 FILLER            PIC X     VALUE SPACE.
          02 RPT-REASON        PIC X(21).

       01 RPT-TOTAL1.
          02 FILLER            PIC X(11) VALUE "APPLIED : ".
          02 RPT-APPLYCOUNT    PIC 9(7).
          02 FILLER            PIC X(13) VALUE "  SKIPPED : ".
          02 RPT-SKIPCOUNT     PIC 9(7).
          02 FILLER            PIC X(42) VALUE SPACES.

       01 RPT-TOTAL2.
          02 FILLER            PIC X(18) VALUE "BEFORE BACKUP : ".
          02 RPT-BEFORECOUNT   PIC 9(7).
          02 FILLER            PIC X(18) VALUE "  AFTER TARGET : ".
          02 RPT-AFTERCOUNT    PIC 9(7).
          02 FILLER            PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       STARTPARA.
           PERFORM SIGNONPARA.
           IF WS-SIGNEDON = 'Y'
              IF WS-ROLE = 'A'
                 PERFORM ROLLFORWARD
              ELSE
                 DISPLAY "Roll Forward Requires An ADMIN Operator"
              END-IF
           END-IF.
           STOP RUN.

       SIGNONPARA.
           MOVE 'N' TO WS-SIGNEDON.
           MOVE ZERO TO WS-ATTEMPTS.
           PERFORM UNTIL WS-SIGNEDON = 'Y' OR WS-ATTEMPTS > 2
                   DISPLAY " "
                   DISPLAY "OPERATOR SIGN-ON"
                   DISPLAY "Operator ID : " WITH NO ADVANCING
                   ACCEPT WS-SIGNONID
                   DISPLAY "Passward : " WITH NO ADVANCING
                   ACCEPT WS-SIGNONPASS
                   PERFORM CHECKOPERATOR
                   IF WS-SIGNEDON = 'N'
                      ADD 1 TO WS-ATTEMPTS
                      DISPLAY "Sign-On Failed"
                   END-IF
           END-PERFORM.
           IF WS-SIGNEDON = 'Y'
              MOVE WS-SIGNONID TO WS-OPERATOR
           ELSE
              DISPLAY "Sign-On Rejected"
           END-IF.

       CHECKOPERATOR.
           MOVE WS-SIGNONPASS TO WS-CODEDPASS.
           INSPECT WS-CODEDPASS
               CONVERTING WS-CLEARSET TO WS-CODESET.
           PERFORM LOADOPERATORS.
           PERFORM FINDOPERATOR.
           IF WS-OPRFOUND NOT = ZERO
              IF WS-OPR-STATUS(WS-OPRFOUND) = 'A' AND
                 WS-OPR-PASS(WS-OPRFOUND) = WS-CODEDPASS
                 MOVE 'Y' TO WS-SIGNEDON
                 MOVE WS-OPR-ROLE(WS-OPRFOUND) TO WS-ROLE
              END-IF
           END-IF.

       LOADOPERATORS.
           MOVE 'N' TO WS-OPREOF.
           MOVE ZERO TO WS-OPRCOUNT.
           OPEN INPUT OPERATORFILE.
           PERFORM UNTIL WS-OPREOF = 'Y'
                   READ OPERATORFILE
                   AT END
                           MOVE 'Y' TO WS-OPREOF
                   NOT AT END
                           IF WS-OPRCOUNT < 100
                              ADD 1 TO WS-OPRCOUNT
                              MOVE OPR-ID
                                  TO WS-OPR-ID(WS-OPRCOUNT)
                              MOVE OPR-PASSWORD
                                  TO WS-OPR-PASS(WS-OPRCOUNT)
                              MOVE OPR-ROLE
                                  TO WS-OPR-ROLE(WS-OPRCOUNT)
                              IF OPR-STATUS = SPACE
                                 MOVE 'A'
                                     TO WS-OPR-STATUS(WS-OPRCOUNT)
                              ELSE
                                 MOVE OPR-STATUS
                                     TO WS-OPR-STATUS(WS-OPRCOUNT)
                              END-IF
                           END-IF
                   END-READ
           END-PERFORM.
           CLOSE OPERATORFILE.

       FINDOPERATOR.
           MOVE ZERO TO WS-OPRFOUND.
           PERFORM VARYING WS-OPRSUB FROM 1 BY 1
                   UNTIL WS-OPRSUB > WS-OPRCOUNT OR
                         WS-OPRFOUND NOT = ZERO
                   IF WS-OPR-ID(WS-OPRSUB) = WS-SIGNONID
                      MOVE WS-OPRSUB TO WS-OPRFOUND
                   END-IF
           END-PERFORM.

       ROLLFORWARD.
           PERFORM READRESTORECTL.
           IF WS-HAVERST = 'N'
              DISPLAY "No Restore Recorded In lastrst.ctl - Nothing"
                  " To Roll Forward"
           ELSE
              IF RST-ROLLED = 'Y'
                 DISPLAY "Restore Of " RST-GENNAME
                 DISPLAY "Was Already Rolled Forward To "
                     RST-ROLLSTAMP
              ELSE
                 DISPLAY " "
                 DISPLAY "LAST RESTORE : " RST-GENNAME
                 DISPLAY "BACKUP TAKEN : " RST-BACKUPSTAMP
                     "  RESTORED AT : " RST-RESTORESTAMP
                 PERFORM COUNTSESSIONS
                 IF WS-SESCOUNT > ZERO
                    DISPLAY "Roll Forward Refused - " WS-SESCOUNT
                        " Interactive Session(s) Hold The Store"
                        " Files"
                    DISPLAY "Retry When The Sessions Above Have"
                        " Signed Off"
                 ELSE
                    PERFORM GETTARGET
                    IF WS-TARGETOK = 'Y'
                       PERFORM CONFIRMROLLFORWARD
                    END-IF
                 END-IF
              END-IF
           END-IF.

       READRESTORECTL.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT RESTORECTLFILE.
           PERFORM UNTIL WS-EOF = 'Y'
                   READ RESTORECTLFILE
                   AT END
                           MOVE 'Y' TO WS-EOF
                   NOT AT END
                           IF RST-GENNAME NOT = SPACES AND
                              RST-BACKUPSTAMP IS NUMERIC
                              MOVE 'Y' TO WS-HAVERST
                              MOVE RESTORECTLRECORD TO WS-RSTSAVE
                           END-IF
                   END-READ
           END-PERFORM.
           CLOSE RESTORECTLFILE.
           IF WS-HAVERST = 'Y'
              MOVE WS-RSTSAVE TO RESTORECTLRECORD
           END-IF.

       COUNTSESSIONS.
           MOVE ZERO TO WS-SESCOUNT.
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
                           ADD 1 TO WS-SESCOUNT
                           DISPLAY "Session Held By " SES-OPERATOR
                               " Since " SES-TIMESTAMP
                   END-READ
           END-PERFORM.
           CLOSE SESSIONFILE.

       GETTARGET.
           MOVE 'N' TO WS-TARGETOK.
           DISPLAY "Roll Forward To (YYYYMMDD[HHMMSS], Blank = Time"
               " Of Restore) : " WITH NO ADVANCING.
           ACCEPT WS-TARGETIN.
           IF WS-TARGETIN = SPACES
              MOVE RST-RESTORESTAMP TO WS-TARGET
           ELSE
              MOVE WS-TARGETIN TO WS-TARGET
              IF WS-TARGET(9:6) = SPACES
                 MOVE "235959" TO WS-TARGET(9:6)
              END-IF
           END-IF.
           EVALUATE TRUE
           WHEN WS-TARGET IS NOT NUMERIC
                DISPLAY "Invalid Point In Time"
           WHEN WS-TARGET NOT > RST-BACKUPSTAMP
                DISPLAY "Point In Time Is Not After The Backup"
           WHEN OTHER
                MOVE 'Y' TO WS-TARGETOK
                IF RST-RESTORESTAMP IS NUMERIC AND
                   WS-TARGET > RST-RESTORESTAMP
                   MOVE RST-RESTORESTAMP TO WS-TARGET
                   DISPLAY "Changes Made After The Restore Are Already"
                       " On File - Rolling Forward To "
                       WS-TARGET
                END-IF
           END-EVALUATE.

       CONFIRMROLLFORWARD.
           DISPLAY "Re-Apply Journaled Changes From "
               RST-BACKUPSTAMP " To " WS-TARGET.
           DISPLAY "Proceed (Y/N) : " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
              PERFORM SCANCHANGED
           END-IF.
           IF WS-CHGFULL = 'Y'
              DISPLAY "Roll Forward Refused - More Than 500 Keys"
                  " Changed Since The Restore"
              DISPLAY "Re-Run The Restore Or Apply The Journal By"
                  " Hand"
              MOVE 'N' TO WS-CONFIRM
           END-IF.
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
              IF WS-CHGCOUNT > ZERO
                 DISPLAY WS-CHGCOUNT " Key(s) Changed Since The"
                     " Restore Will Be Skipped"
              END-IF
              PERFORM APPLYJOURNAL
              PERFORM WRITEAUDIT
              PERFORM MARKROLLED
              DISPLAY "Roll Forward Complete - Applied "
                  WS-APPLYCOUNT "  Skipped " WS-SKIPCOUNT
              DISPLAY "Report Written To rollfwd.rpt"
           ELSE
              DISPLAY "Roll Forward Cancelled"
           END-IF.

       SCANCHANGED.
           MOVE ZERO TO WS-CHGCOUNT.
           MOVE 'N' TO WS-CHGFULL.
           IF RST-RESTORESTAMP IS NUMERIC
              MOVE 'N' TO WS-CHGEOF
              OPEN INPUT JOURNALFILE
              PERFORM UNTIL WS-CHGEOF = 'Y'
                      READ JOURNALFILE
                      AT END
                              MOVE 'Y' TO WS-CHGEOF
                      NOT AT END
                              IF JNL-TIMESTAMP > RST-RESTORESTAMP
                                 PERFORM JOURNALKEY
                                 PERFORM ADDCHANGED
                              END-IF
                      END-READ
              END-PERFORM
              CLOSE JOURNALFILE
           END-IF.

       JOURNALKEY.
           MOVE JNL-FILE TO WS-CHGFILE.
           MOVE SPACES TO WS-CHGKEY.
           EVALUATE JNL-FILE
           WHEN 'P'
                MOVE JNL-IMAGE(1:5) TO WS-CHGKEY
           WHEN 'A'
                MOVE JNL-IMAGE(1:20) TO WS-CHGKEY
           END-EVALUATE.

       ADDCHANGED.
           PERFORM FINDCHANGED.
           IF WS-CHGFOUND = 'N'
              IF WS-CHGCOUNT < 500
                 ADD 1 TO WS-CHGCOUNT
                 MOVE WS-CHGFILE TO WS-CHG-FILE(WS-CHGCOUNT)
                 MOVE WS-CHGKEY TO WS-CHG-KEY(WS-CHGCOUNT)
              ELSE
                 MOVE 'Y' TO WS-CHGFULL
              END-IF
           END-IF.

       FINDCHANGED.
           MOVE 'N' TO WS-CHGFOUND.
           PERFORM VARYING WS-CHGSUB FROM 1 BY 1
                   UNTIL WS-CHGSUB > WS-CHGCOUNT OR
                         WS-CHGFOUND = 'Y'
                   IF WS-CHG-FILE(WS-CHGSUB) = WS-CHGFILE AND
                      WS-CHG-KEY(WS-CHGSUB) = WS-CHGKEY
                      MOVE 'Y' TO WS-CHGFOUND
                   END-IF
           END-PERFORM.

       APPLYJOURNAL.
           ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
           OPEN OUTPUT REPORTFILE.
           MOVE WS-DATE8 TO RPT-RUNDATE.
           MOVE WS-OPERATOR TO RPT-OPERATOR.
           WRITE REPORTRECORD FROM RPT-HEADING1.
           WRITE REPORTRECORD FROM RPT-HEADING2.
           MOVE RST-GENNAME TO RPT-GENNAME.
           MOVE RST-RESTORESTAMP TO RPT-RESTORESTAMP.
           WRITE REPORTRECORD FROM RPT-GENLINE.
           MOVE RST-BACKUPSTAMP TO RPT-BACKUPSTAMP.
           MOVE WS-TARGET TO RPT-TARGET.
           WRITE REPORTRECORD FROM RPT-RANGELINE.
           WRITE REPORTRECORD FROM RPT-BLANK.
           WRITE REPORTRECORD FROM RPT-COLUMNS.
           MOVE 'N' TO WS-EOF.
           OPEN I-O PASSWARDFILE.
           OPEN I-O ACCOUNTFILE.
           OPEN INPUT JOURNALFILE.
           PERFORM UNTIL WS-EOF = 'Y'
                   READ JOURNALFILE
                   AT END
                           MOVE 'Y' TO WS-EOF
                   NOT AT END
                           EVALUATE TRUE
                           WHEN JNL-TIMESTAMP NOT > RST-BACKUPSTAMP
                                ADD 1 TO WS-BEFORECOUNT
                           WHEN JNL-TIMESTAMP > WS-TARGET
                                ADD 1 TO WS-AFTERCOUNT
                           WHEN OTHER
                                PERFORM APPLYONE
                           END-EVALUATE
                   END-READ
           END-PERFORM.
           CLOSE JOURNALFILE.
           CLOSE PASSWARDFILE.
           CLOSE ACCOUNTFILE.
           WRITE REPORTRECORD FROM RPT-BLANK.
           MOVE WS-APPLYCOUNT TO RPT-APPLYCOUNT.
           MOVE WS-SKIPCOUNT TO RPT-SKIPCOUNT.
           WRITE REPORTRECORD FROM RPT-TOTAL1.
           MOVE WS-BEFORECOUNT TO RPT-BEFORECOUNT.
           MOVE WS-AFTERCOUNT TO RPT-AFTERCOUNT.
           WRITE REPORTRECORD FROM RPT-TOTAL2.
           CLOSE REPORTFILE.

       APPLYONE.
           MOVE "APPLIED" TO WS-RESULT.
           MOVE SPACES TO WS-REASON.
           MOVE SPACES TO RPT-KEYNAME.
           MOVE ZERO TO RPT-KEYID.
           PERFORM JOURNALKEY.
           PERFORM FINDCHANGED.
           EVALUATE TRUE
           WHEN WS-CHGFOUND = 'Y'
                MOVE "SKIPPED" TO WS-RESULT
                MOVE "CHANGED SINCE RESTORE" TO WS-REASON
                MOVE JNL-IMAGE(1:5) TO RPT-KEYID
                MOVE JNL-IMAGE(6:15) TO RPT-KEYNAME
           WHEN JNL-FILE = 'P'
                MOVE JNL-IMAGE TO RECORDDATA
                MOVE RECORDID TO RPT-KEYID
                MOVE SYSTEMNAME TO RPT-KEYNAME
                PERFORM APPLYPASS
           WHEN JNL-FILE = 'A'
                MOVE JNL-IMAGE(1:43) TO ACCOUNTDATA
                MOVE ACCT-RECORDID TO RPT-KEYID
                MOVE ACCT-NAME TO RPT-KEYNAME
                PERFORM APPLYACCT
           WHEN OTHER
                MOVE "SKIPPED" TO WS-RESULT
                MOVE "UNKNOWN FILE" TO WS-REASON
           END-EVALUATE.
           IF WS-RESULT = "APPLIED"
              ADD 1 TO WS-APPLYCOUNT
           ELSE
              ADD 1 TO WS-SKIPCOUNT
           END-IF.
           MOVE JNL-TIMESTAMP TO RPT-STAMP.
           MOVE JNL-FILE TO RPT-FILE.
           EVALUATE JNL-OP
           WHEN 'W'
                MOVE "ADD" TO RPT-ACTION
           WHEN 'R'
                MOVE "UPD" TO RPT-ACTION
           WHEN 'D'
                MOVE "DEL" TO RPT-ACTION
           WHEN OTHER
                MOVE JNL-OP TO RPT-ACTION
           END-EVALUATE.
           MOVE JNL-PROGRAM TO RPT-PROGRAM.
           MOVE WS-RESULT TO RPT-RESULT.
           MOVE WS-REASON TO RPT-REASON.
           WRITE REPORTRECORD FROM RPT-DETAIL.

       APPLYPASS.
           EVALUATE JNL-OP
           WHEN 'W'
                WRITE RECORDDATA
                INVALID KEY
                        MOVE "SKIPPED" TO WS-RESULT
                        MOVE "ALREADY ON FILE" TO WS-REASON
                END-WRITE
           WHEN 'R'
                READ PASSWARDFILE KEY IS RECORDID
                INVALID KEY
                        MOVE "SKIPPED" TO WS-RESULT
                        MOVE "NOT ON FILE" TO WS-REASON
                NOT INVALID KEY
                        MOVE JNL-IMAGE TO RECORDDATA
                        REWRITE RECORDDATA
                        INVALID KEY
                                MOVE "SKIPPED" TO WS-RESULT
                                MOVE "REWRITE FAILED" TO WS-REASON
                        END-REWRITE
                END-READ
           WHEN 'D'
                READ PASSWARDFILE KEY IS RECORDID
                INVALID KEY
                        MOVE "SKIPPED" TO WS-RESULT
                        MOVE "NOT ON FILE" TO WS-REASON
                NOT INVALID KEY
                        DELETE PASSWARDFILE
                        INVALID KEY
                                MOVE "SKIPPED" TO WS-RESULT
                                MOVE "DELETE FAILED" TO WS-REASON
                        END-DELETE
                END-READ
           WHEN OTHER
                MOVE "SKIPPED" TO WS-RESULT
                MOVE "UNKNOWN ACTION" TO WS-REASON
           END-EVALUATE.

       APPLYACCT.
           EVALUATE JNL-OP
           WHEN 'W'
                WRITE ACCOUNTDATA
                INVALID KEY
                        MOVE "SKIPPED" TO WS-RESULT
                        MOVE "ALREADY ON FILE" TO WS-REASON
                END-WRITE
           WHEN 'R'
                READ ACCOUNTFILE KEY IS ACCT-KEY
                INVALID KEY
                        MOVE "SKIPPED" TO WS-RESULT
                        MOVE "NOT ON FILE" TO WS-REASON
                NOT INVALID KEY
                        MOVE JNL-IMAGE(1:43) TO ACCOUNTDATA
                        REWRITE ACCOUNTDATA
                        INVALID KEY
                                MOVE "SKIPPED" TO WS-RESULT
                                MOVE "REWRITE FAILED" TO WS-REASON
                        END-REWRITE
                END-READ
           WHEN 'D'
                READ ACCOUNTFILE KEY IS ACCT-KEY
                INVALID KEY
                        MOVE "SKIPPED" TO WS-RESULT
                        MOVE "NOT ON FILE" TO WS-REASON
                NOT INVALID KEY
                        DELETE ACCOUNTFILE
                        INVALID KEY
                                MOVE "SKIPPED" TO WS-RESULT
                                MOVE "DELETE FAILED" TO WS-REASON
                        END-DELETE
                END-READ
           WHEN OTHER
                MOVE "SKIPPED" TO WS-RESULT
                MOVE "UNKNOWN ACTION" TO WS-REASON
           END-EVALUATE.

       MARKROLLED.
           MOVE 'Y' TO RST-ROLLED.
           MOVE WS-TARGET TO RST-ROLLSTAMP.
           MOVE RESTORECTLRECORD TO WS-RSTSAVE.
           OPEN OUTPUT RESTORECTLFILE.
           MOVE WS-RSTSAVE TO RESTORECTLRECORD.
           WRITE RESTORECTLRECORD.
           CLOSE RESTORECTLFILE.

       WRITEAUDIT.
           ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
           ACCEPT WS-TIME8 FROM TIME.
           OPEN EXTEND AUDITFILE.
           MOVE SPACES TO AUDITRECORD.
           MOVE ZEROS TO AUD-RECORDID.
           MOVE 'M' TO AUD-ACTION.
           MOVE WS-OPERATOR TO AUD-OPERATOR.
           MOVE WS-DATE8 TO AUD-TIMESTAMP(1:8).
           MOVE WS-TIME8(1:6) TO AUD-TIMESTAMP(9:6).
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
           MOVE WS-CHAINVALUE TO AUD-CHAIN.
           ADD 1 TO WS-CHAINCOUNT.
           OPEN OUTPUT CHAINFILE.
           MOVE SPACES TO CHAINRECORD.
           MOVE WS-CHAINVALUE TO CHN-LASTCHAIN.
           MOVE WS-CHAINCOUNT TO CHN-COUNT.
           MOVE AUD-TIMESTAMP TO CHN-TIMESTAMP.
           WRITE CHAINRECORD.
           CLOSE CHAINFILE.
