           ALTERNATE RECORD KEY IS SYSTEMNAME.
           SELECT OPTIONAL AUDITFILE ASSIGN TO "audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHAINFILE ASSIGN TO "audchain.ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTFILE ASSIGN TO "checkout.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARMFILE ASSIGN TO "chkorpt.parm"
             03 CKO-RECORDID  PIC 9(5).
             03 CKO-OPERATOR  PIC X(10).
          02 CKO-TIMESTAMP    PIC X(14).
          02 CKO-TICKET       PIC X(12).

       FD PASSWARDFILE.
       01 RECORDDATA.
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
       01 WS-EOF               PIC X     VALUE 'N'.
       01 WS-DATE8             PIC 9(8).
       01 WS-TIME8             PIC 9(8).
       01 WS-CHAINVALUE        PIC 9(13).
       01 WS-CHAINCOUNT        PIC 9(9).
       01 WS-CHAINPOS          PIC 9(3).
       01 WS-TODAYINT          PIC 9(7).
       01 WS-CKODATE           PIC 9(8).
       01 WS-AGEDAYS           PIC S9(5).
          02 FILLER            PIC X(18) VALUE "SYSTEM NAME".
          02 FILLER            PIC X(13) VALUE "OPERATOR".
          02 FILLER            PIC X(17) VALUE "CHECKED OUT AT".
          02 FILLER            PIC X(10) VALUE "STATUS".
          02 FILLER            PIC X(12) VALUE "TICKET".

       01 RPT-DETAIL.
          02 RPT-RECORDID      PIC 9(5).
          02 FILLER            PIC X(3)  VALUE SPACES.
          02 RPT-TIMESTAMP     PIC X(14).
          02 FILLER            PIC X(3)  VALUE SPACES.
          02 RPT-STATUS        PIC X(10).
          02 RPT-TICKET        PIC X(12).

       01 RPT-TOTLINE.
          02 FILLER            PIC X(16) VALUE "OPEN CHECKOUTS :".
           COMPUTE WS-TODAYINT = FUNCTION INTEGER-OF-DATE(WS-DATE8).
           OPEN I-O CHECKOUTFILE.
           OPEN INPUT PASSWARDFILE.
           OPEN OUTPUT REPORTFILE.
           PERFORM WRITEHEADINGS.
           MOVE ZEROS TO CKO-RECORDID.
           WRITE REPORTRECORD FROM RPT-TOTLINE.
           CLOSE CHECKOUTFILE.
           CLOSE PASSWARDFILE.
           CLOSE REPORTFILE.
           DISPLAY "Checkout Report Written To checkout.rpt".
           STOP RUN.
           MOVE WS-FOUNDNAME TO RPT-SYSTEMNAME.
           MOVE CKO-OPERATOR TO RPT-OPERATOR.
           MOVE CKO-TIMESTAMP TO RPT-TIMESTAMP.
           MOVE CKO-TICKET TO RPT-TICKET.
           IF WS-EXPIRING = 'Y' AND WS-AGEDAYS > WS-EXPDAYS
              PERFORM EXPIRECHECKOUT
           ELSE
           WRITE REPORTRECORD FROM RPT-DETAIL.

       WRITEAUDIT.
           OPEN EXTEND AUDITFILE.
           MOVE SPACES TO AUDITRECORD.
           MOVE CKO-RECORDID TO AUD-RECORDID.
           MOVE 'X' TO AUD-ACTION.
           MOVE CKO-OPERATOR TO AUD-OPERATOR.
           MOVE WS-DATE8 TO AUD-TIMESTAMP(1:8).
           MOVE WS-TIME8(1:6) TO AUD-TIMESTAMP(9:6).
           MOVE CKO-TICKET TO AUD-TICKET.
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
