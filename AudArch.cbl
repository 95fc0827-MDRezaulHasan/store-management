          02 AUD-OPERATOR     PIC X(10).
          02 FILLER           PIC X     VALUE SPACE.
          02 AUD-TIMESTAMP    PIC X(14).
          02 FILLER           PIC X     VALUE SPACE.
          02 AUD-CHAIN        PIC X(10).
          02 FILLER           PIC X     VALUE SPACE.
          02 AUD-TICKET       PIC X(12).

       FD GENFILE.
       01 GENRECORD            PIC X(57).

       FD KEEPFILE.
       01 KEEPRECORD           PIC X(57).

       FD IDXFILE.
       01 IDXRECORD.
          02 IDX-DATEFROM     PIC X(8).
          02 FILLER           PIC X     VALUE SPACE.
          02 IDX-DATETO       PIC X(8).
          02 FILLER           PIC X     VALUE SPACE.
          02 IDX-COUNT        PIC 9(7).
          02 FILLER           PIC X     VALUE SPACE.
          02 IDX-LASTCHAIN    PIC X(10).

       FD CARRYFILE.
       01 CARRYRECORD.
       01 WS-GENNAME           PIC X(30).
       01 WS-ARCCOUNT          PIC 9(7)  VALUE ZERO.
       01 WS-KEEPCOUNT         PIC 9(7)  VALUE ZERO.
       01 WS-HELDCOUNT         PIC 9(7)  VALUE ZERO.
       01 WS-LEADING           PIC X     VALUE 'Y'.
       01 WS-LASTCHAIN         PIC X(10) VALUE SPACES.
       01 WS-MINDATE           PIC X(8)  VALUE HIGH-VALUES.
       01 WS-MAXDATE           PIC X(8)  VALUE LOW-VALUES.
       01 WS-PRIORSTAMP        PIC X(14) VALUE HIGH-VALUES.
                        " : " WS-ARCCOUNT
                    DISPLAY "Audit Records Kept On audit.txt : "
                        WS-KEEPCOUNT
                    IF WS-HELDCOUNT > ZERO
                       DISPLAY "Older Records Kept To Preserve The"
                           " Audit Chain Order : " WS-HELDCOUNT
                    END-IF
                 END-IF
              END-IF
           END-IF.
           CLOSE KEEPFILE.

       SPLITONERECORD.
           IF AUD-TIMESTAMP(1:8) NOT < WS-RETDATE
              MOVE 'N' TO WS-LEADING
           END-IF.
           IF AUD-TIMESTAMP(1:8) < WS-RETDATE AND WS-LEADING = 'Y'
              ADD 1 TO WS-ARCCOUNT
              MOVE AUD-CHAIN TO WS-LASTCHAIN
              IF AUD-TIMESTAMP(1:8) < WS-MINDATE
                 MOVE AUD-TIMESTAMP(1:8) TO WS-MINDATE
              END-IF
              END-IF
              WRITE GENRECORD FROM AUDITRECORD
           ELSE
              IF AUD-TIMESTAMP(1:8) < WS-RETDATE
                 ADD 1 TO WS-HELDCOUNT
              END-IF
              ADD 1 TO WS-KEEPCOUNT
              WRITE KEEPRECORD FROM AUDITRECORD
           END-IF.
           MOVE WS-GENNAME TO IDX-GENNAME.
           MOVE WS-MINDATE TO IDX-DATEFROM.
           MOVE WS-MAXDATE TO IDX-DATETO.
           MOVE WS-ARCCOUNT TO IDX-COUNT.
           MOVE WS-LASTCHAIN TO IDX-LASTCHAIN.
           WRITE IDXRECORD.
           CLOSE IDXFILE.
