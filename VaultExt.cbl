               FUNCTION TRIM(SYSTEMNAME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CREDENTIAL) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               LASTCHANGED DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               RECSTATUS DELIMITED BY SIZE
               INTO WS-CSVLINE.
           WRITE EXTRACTRECORD FROM WS-CSVLINE.
           ADD 1 TO WS-EXTCOUNT.
                                  "," DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-CREDENTIAL)
                                      DELIMITED BY SIZE
                                  "," DELIMITED BY SIZE
                                  ACCT-LASTCHANGED DELIMITED BY SIZE
                                  "," DELIMITED BY SIZE
                                  RECSTATUS DELIMITED BY SIZE
                                  INTO WS-CSVLINE
                              WRITE EXTRACTRECORD FROM WS-CSVLINE
                              ADD 1 TO WS-EXTCOUNT
