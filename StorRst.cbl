           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDITFILE ASSIGN TO "audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHAINFILE ASSIGN TO "audchain.ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RESTORECTLFILE ASSIGN TO "lastrst.ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PASSWARDFILE ASSIGN TO "passward.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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

       FD PASSWARDFILE.
       01 RECORDDATA.
       01 WS-SESCOUNT          PIC 9(3).
       01 WS-DATE8             PIC 9(8).
       01 WS-TIME8             PIC 9(8).
       01 WS-CHAINVALUE        PIC 9(13).
       01 WS-CHAINCOUNT        PIC 9(9).
       01 WS-CHAINPOS          PIC 9(3).
       01 WS-SIGNONID          PIC X(10).
       01 WS-SIGNONPASS        PIC X(15).
       01 WS-SIGNEDON          PIC X.
                 PERFORM COPYGENERATION
                 PERFORM VERIFYRESTORE
                 PERFORM WRITEAUDIT
                 PERFORM WRITERESTORECTL
                 DISPLAY "Restore Complete From " WS-GENDIR
                 DISPLAY "Run ROLLFWD To Re-Apply Changes Journaled"
                     " Since The Backup"
              ELSE
                 DISPLAY "Restore Cancelled"
              END-IF
           MOVE WS-OPERATOR TO AUD-OPERATOR.
           MOVE WS-DATE8 TO AUD-TIMESTAMP(1:8).
           MOVE WS-TIME8(1:6) TO AUD-TIMESTAMP(9:6).
           PERFORM CHAINAUDIT.
           WRITE AUDITRECORD.
           CLOSE AUDITFILE.

       WRITERESTORECTL.
           OPEN OUTPUT RESTORECTLFILE.
           MOVE SPACES TO RESTORECTLRECORD.
           MOVE WS-GENDIR TO RST-GENNAME.
           MOVE WS-GENDIR(8:8) TO RST-BACKUPSTAMP(1:8).
           MOVE WS-GENDIR(17:6) TO RST-BACKUPSTAMP(9:6).
           MOVE AUD-TIMESTAMP TO RST-RESTORESTAMP.
           MOVE WS-OPERATOR TO RST-OPERATOR.
           MOVE 'N' TO RST-ROLLED.
           WRITE RESTORECTLRECORD.
           CLOSE RESTORECTLFILE.

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
