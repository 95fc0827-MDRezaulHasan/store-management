             VALUE "AUDITRPT  ./auditrpt BATCH".
          02 FILLER            PIC X(48)
             VALUE "VAULTEXT  ./vaultext BATCH".
          02 FILLER            PIC X(48)
             VALUE "HRFEED    ./hrfeed BATCH".
          02 FILLER            PIC X(48)
             VALUE "ANOMRPT   ./anomrpt BATCH".
          02 FILLER            PIC X(48)
             VALUE "AUDVFY    ./audvfy".
       01 WS-STEPS REDEFINES WS-STEPTABLE.
          02 WS-STEPENTRY OCCURS 8 TIMES.
             03 WS-STEP-NAME  PIC X(10).
             03 WS-STEP-CMD   PIC X(38).

                  WS-STARTSTEP " " WS-STEP-NAME(WS-STARTSTEP)
           END-IF.
           PERFORM VARYING WS-STEP FROM WS-STARTSTEP BY 1
                   UNTIL WS-STEP > 8 OR WS-FAILED = 'Y'
                   PERFORM RUNSTEP
           END-PERFORM.
           PERFORM GETSTAMP.
                   NOT AT END
                           IF RESTARTRECORD(1:1) IS NUMERIC AND
                              RESTARTRECORD(1:1) > '0' AND
                              RESTARTRECORD(1:1) <= '8'
                              MOVE RESTARTRECORD(1:1)
                                  TO WS-STARTSTEP
                           END-IF
