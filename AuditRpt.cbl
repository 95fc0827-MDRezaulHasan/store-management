          02 AUD-OPERATOR     PIC X(10).
          02 FILLER           PIC X.
          02 AUD-TIMESTAMP    PIC X(14).
          02 FILLER           PIC X(12).
          02 AUD-TICKET       PIC X(12).

       FD REPORTFILE.
       01 REPORTRECORD         PIC X(80).
          02 IDX-DATEFROM     PIC X(8).
          02 FILLER           PIC X     VALUE SPACE.
          02 IDX-DATETO       PIC X(8).
          02 FILLER           PIC X     VALUE SPACE.
          02 IDX-COUNT        PIC 9(7).
          02 FILLER           PIC X     VALUE SPACE.
          02 IDX-LASTCHAIN    PIC X(10).

       FD GENFILE.
       01 GENRECORD            PIC X(57).

       WORKING-STORAGE SECTION.
       01 WS-COMMAND-LINE      PIC X(20).
             03 WS-OPR-COUNT  PIC 9(5).

       01 WS-ACTTOTALS.
          02 WS-ACTENTRY OCCURS 30 TIMES.
             03 WS-ACT-CODE   PIC X.
             03 WS-ACT-COUNT  PIC 9(5).

          02 FILLER            PIC X(10) VALUE "RECORD ID".
          02 FILLER            PIC X(10) VALUE "ACTION".
          02 FILLER            PIC X(14) VALUE "OPERATOR".
          02 FILLER            PIC X(16) VALUE "TIMESTAMP".
          02 FILLER            PIC X(30) VALUE "TICKET".

       01 RPT-DETAIL.
          02 RPT-RECORDID      PIC 9(5).
          02 RPT-OPERATOR      PIC X(10).
          02 FILLER            PIC X(4)  VALUE SPACES.
          02 RPT-TIMESTAMP     PIC X(14).
          02 FILLER            PIC X(2)  VALUE SPACES.
          02 RPT-TICKET        PIC X(12).
          02 FILLER            PIC X(18) VALUE SPACES.

       01 RPT-SUMHEAD.
          02 RPT-SUMTITLE      PIC X(80).
           ACCEPT WS-F-OPERATOR.
           DISPLAY "Record ID : " WITH NO ADVANCING.
           ACCEPT WS-F-RECORDIN.
           DISPLAY "Action Code (A/U/D/G/V/C/X/R/N/O/E/W/F/H/Q/K/J"
               "/T/L/M/I/S/B/Y) : " WITH NO ADVANCING.
           ACCEPT WS-F-ACTION.
           DISPLAY "Date From (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT WS-F-DATEFROM.
           MOVE AUD-ACTION TO RPT-ACTION.
           MOVE AUD-OPERATOR TO RPT-OPERATOR.
           MOVE AUD-TIMESTAMP TO RPT-TIMESTAMP.
           MOVE AUD-TICKET TO RPT-TICKET.
           WRITE REPORTRECORD FROM RPT-DETAIL.

       TALLYTOTALS.
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM.
           IF WS-FOUND = 'N' AND WS-ACTMAX < 30
              ADD 1 TO WS-ACTMAX
              MOVE AUD-ACTION TO WS-ACT-CODE(WS-ACTMAX)
              MOVE 1 TO WS-ACT-COUNT(WS-ACTMAX)
