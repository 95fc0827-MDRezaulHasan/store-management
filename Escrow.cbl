       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCROW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASSWARDFILE ASSIGN TO "passward.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECORDID
           ALTERNATE RECORD KEY IS SYSTEMNAME.
           SELECT OPTIONAL ESCROWFILE ASSIGN TO "escrow.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESC-SERIAL
           ALTERNATE RECORD KEY IS ESC-RECORDID WITH DUPLICATES.
           SELECT OPTIONAL OPERATORFILE ASSIGN TO "operator.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDITFILE ASSIGN TO "audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHAINFILE ASSIGN TO "audchain.ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ROTLISTFILE ASSIGN TO "mustrot.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINTFILE ASSIGN TO "escrow.prt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTFILE ASSIGN TO "escrow.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARMFILE ASSIGN TO "escrow.parm"
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

       FD ESCROWFILE.
       01 ESCROWDATA.
          02 ESC-SERIAL       PIC 9(6).
          02 ESC-RECORDID     PIC 9(5).
          02 ESC-SYSTEMNAME   PIC X(15).
          02 ESC-LASTCHANGED  PIC 9(8).
          02 ESC-STATUS       PIC X.
          02 ESC-PRINTSTAMP   PIC X(14).
          02 ESC-PRINTEDBY    PIC X(10).
          02 ESC-CLOSESTAMP   PIC X(14).
          02 ESC-CLOSEDBY     PIC X(10).

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

       FD ROTLISTFILE.
       01 ROTLISTRECORD.
          02 ROT-RECORDID     PIC 9(5).
          02 FILLER           PIC X     VALUE SPACE.
          02 ROT-SYSTEMNAME   PIC X(15).
          02 FILLER           PIC X     VALUE SPACE.
          02 ROT-OPERATOR     PIC X(10).
          02 FILLER           PIC X     VALUE SPACE.
          02 ROT-TIMESTAMP    PIC X(14).

       FD PRINTFILE.
       01 PRINTRECORD          PIC X(80).

       FD REPORTFILE.
       01 REPORTRECORD         PIC X(80).

       FD PARMFILE.
       01 PARMRECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF               PIC X     VALUE 'N'.
       01 WS-ESCEOF            PIC X.
       01 WS-DATE8             PIC 9(8).
       01 WS-TIME8             PIC 9(8).
       01 WS-NOWSTAMP          PIC X(14).
       01 WS-CHAINVALUE        PIC 9(13).
       01 WS-CHAINCOUNT        PIC 9(9).
       01 WS-CHAINPOS          PIC 9(3).
       01 WS-COMMAND-LINE      PIC X(40).
       01 WS-PARMEOF           PIC X     VALUE 'N'.
       01 WS-PARMVALUE         PIC X(80).
       01 WS-MODEIN            PIC X(10).
       01 WS-VALUEIN           PIC X(10).
       01 WS-MODE              PIC X.
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
       01 WS-AUDITID           PIC 9(5).
       01 WS-AUDITACTION       PIC X.
       01 WS-NEXTSERIAL        PIC 9(6).
       01 WS-ONEID             PIC 9(5).
       01 WS-SERIAL            PIC 9(6).
       01 WS-CURRENT           PIC X.
       01 WS-CLEARPASS         PIC X(15).
       01 WS-STALEWHY          PIC X(10).
       01 WS-PRINTCOUNT        PIC 9(5)  VALUE ZERO.
       01 WS-SEALEDCOUNT       PIC 9(5)  VALUE ZERO.
       01 WS-CURRENTCOUNT      PIC 9(5)  VALUE ZERO.
       01 WS-STALECOUNT        PIC 9(5)  VALUE ZERO.
       01 WS-MISSINGCOUNT      PIC 9(5)  VALUE ZERO.
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

       01 PRT-RULE.
          02 FILLER            PIC X(80) VALUE ALL "=".

       01 PRT-TITLE.
          02 FILLER            PIC X(50)
             VALUE "PASSWARD STORE - SEALED ENVELOPE INSERT".
          02 FILLER            PIC X(18) VALUE "ENVELOPE SERIAL : ".
          02 PRT-SERIAL        PIC 9(6).
          02 FILLER            PIC X(6)  VALUE SPACES.

       01 PRT-SYSTEM.
          02 FILLER            PIC X(12) VALUE "RECORD ID : ".
          02 PRT-RECORDID      PIC 9(5).
          02 FILLER            PIC X(12) VALUE "   SYSTEM : ".
          02 PRT-SYSTEMNAME    PIC X(15).
          02 FILLER            PIC X(36) VALUE SPACES.

       01 PRT-CLASS.
          02 FILLER            PIC X(14) VALUE "ENVIRONMENT : ".
          02 PRT-ENV           PIC X(4).
          02 FILLER            PIC X(16) VALUE "   DEPARTMENT : ".
          02 PRT-DEPT          PIC X(10).
          02 FILLER            PIC X(17) VALUE "   CRITICALITY : ".
          02 PRT-CRIT          PIC X.
          02 FILLER            PIC X(18) VALUE SPACES.

       01 PRT-PASSWARD.
          02 FILLER            PIC X(11) VALUE "PASSWARD : ".
          02 PRT-CLEARPASS     PIC X(15).
          02 FILLER            PIC X(54) VALUE SPACES.

       01 PRT-COVERS.
          02 FILLER            PIC X(31)
             VALUE "COVERS PASSWARD LAST CHANGED : ".
          02 PRT-LASTCHANGED   PIC 9(8).
          02 FILLER            PIC X(41) VALUE SPACES.

       01 PRT-PRINTED.
          02 FILLER            PIC X(10) VALUE "PRINTED : ".
          02 PRT-STAMP         PIC X(14).
          02 FILLER            PIC X(7)  VALUE "  BY : ".
          02 PRT-OPERATOR      PIC X(10).
          02 FILLER            PIC X(39) VALUE SPACES.

       01 PRT-NOTE1.
          02 FILLER            PIC X(40)
             VALUE "RECORD ANY OPENING WITH ESCROW OPEN - TH".
          02 FILLER            PIC X(40)
             VALUE "E PASSWARD WILL THEN BE ROTATED.".

       01 PRT-NOTE2.
          02 FILLER            PIC X(40)
             VALUE "DESTROY ANY EARLIER ENVELOPE FOR THIS RE".
          02 FILLER            PIC X(40)
             VALUE "CORD AND RECORD IT WITH ESCROW DESTROY.".

       01 PRT-BLANK.
          02 FILLER            PIC X(80) VALUE SPACES.

       01 RPT-HEADING1.
          02 FILLER            PIC X(80)
             VALUE "PASSWARD STORE - ESCROW ENVELOPE STALENESS REPORT".

       01 RPT-HEADING2.
          02 FILLER            PIC X(12) VALUE "RUN DATE : ".
          02 RPT-RUNDATE       PIC 9(8).
          02 FILLER            PIC X(60) VALUE SPACES.

       01 RPT-BLANK.
          02 FILLER            PIC X(80) VALUE SPACES.

       01 RPT-SECTION.
          02 RPT-SECTITLE      PIC X(80).

       01 RPT-STALECOLUMNS.
          02 FILLER            PIC X(8)  VALUE "SERIAL".
          02 FILLER            PIC X(7)  VALUE "REC ID".
          02 FILLER            PIC X(16) VALUE "SYSTEM NAME".
          02 FILLER            PIC X(9)  VALUE "COVERS".
          02 FILLER            PIC X(9)  VALUE "NOW".
          02 FILLER            PIC X(15) VALUE "PRINTED".
          02 FILLER            PIC X(16) VALUE "REASON".

       01 RPT-STALEDETAIL.
          02 RPT-SERIAL        PIC 9(6).
          02 FILLER            PIC X(2)  VALUE SPACES.
          02 RPT-RECORDID      PIC 9(5).
          02 FILLER            PIC X(2)  VALUE SPACES.
          02 RPT-SYSTEMNAME    PIC X(15).
          02 FILLER            PIC X     VALUE SPACE.
          02 RPT-COVERS        PIC 9(8).
          02 FILLER            PIC X     VALUE SPACE.
          02 RPT-NOW           PIC X(8).
          02 FILLER            PIC X     VALUE SPACE.
          02 RPT-PRINTED       PIC X(14).
          02 FILLER            PIC X     VALUE SPACE.
          02 RPT-REASON        PIC X(10).
          02 FILLER            PIC X(6)  VALUE SPACES.

       01 RPT-MISSCOLUMNS.
          02 FILLER            PIC X(10) VALUE "RECORD ID".
          02 FILLER            PIC X(20) VALUE "SYSTEM NAME".
          02 FILLER            PIC X(15) VALUE "DEPARTMENT".
          02 FILLER            PIC X(35) VALUE "LAST CHANGED".

       01 RPT-MISSDETAIL.
          02 RPT-MISSID        PIC 9(5).
          02 FILLER            PIC X(5)  VALUE SPACES.
          02 RPT-MISSNAME      PIC X(15).
          02 FILLER            PIC X(5)  VALUE SPACES.
          02 RPT-MISSDEPT      PIC X(10).
          02 FILLER            PIC X(5)  VALUE SPACES.
          02 RPT-MISSCHANGED   PIC 9(8).
          02 FILLER            PIC X(27) VALUE SPACES.

       01 RPT-TOTLINE.
          02 RPT-TOTLABEL      PIC X(36).
          02 FILLER            PIC X     VALUE SPACE.
          02 RPT-TOTCOUNT      PIC Z(4)9.
          02 FILLER            PIC X(38) VALUE SPACES.

       01 RPT-VERDICT.
          02 FILLER            PIC X(10) VALUE "VERDICT : ".
          02 RPT-VERDICTTEXT   PIC X(5).
          02 FILLER            PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
       STARTPARA.
           PERFORM GETRUNOPTIONS.
           EVALUATE WS-MODE
           WHEN 'S'
                PERFORM STALEREPORT
           WHEN 'P'
           WHEN 'O'
           WHEN 'D'
                PERFORM SIGNONPARA
                IF WS-SIGNEDON = 'Y'
                   EVALUATE WS-MODE
                   WHEN 'P'
                        IF WS-ROLE = 'A'
                           PERFORM PRINTENVELOPES
                        ELSE
                           DISPLAY "Printing Envelopes Requires An"
                               " ADMIN Operator"
                        END-IF
                   WHEN 'O'
                        IF WS-ROLE = 'A'
                           PERFORM OPENENVELOPE
                        ELSE
                           DISPLAY "Opening Envelopes Requires An"
                               " ADMIN Operator"
                        END-IF
                   WHEN 'D'
                        IF WS-ROLE = 'A'
                           PERFORM DESTROYENVELOPE
                        ELSE
                           DISPLAY "Destroying Envelopes Requires An"
                               " ADMIN Operator"
                        END-IF
                   END-EVALUATE
                END-IF
           WHEN OTHER
                DISPLAY "Unknown Function - Use PRINT, STALE, OPEN Or"
                    " DESTROY"
           END-EVALUATE.
           STOP RUN.

       GETRUNOPTIONS.
           MOVE SPACES TO WS-MODEIN.
           MOVE SPACES TO WS-VALUEIN.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           EVALUATE WS-COMMAND-LINE
           WHEN SPACES
                DISPLAY "PASSWARD ESCROW"
                DISPLAY "Function (P = Print, S = Staleness, O = Open,"
                    " D = Destroy) : " WITH NO ADVANCING
                ACCEPT WS-MODEIN
                EVALUATE WS-MODEIN
                WHEN 'P'
                WHEN 'p'
                     DISPLAY "Record ID (Blank = All Due) : "
                         WITH NO ADVANCING
                     ACCEPT WS-VALUEIN
                WHEN 'O'
                WHEN 'o'
                WHEN 'D'
                WHEN 'd'
                     DISPLAY "Envelope Serial : " WITH NO ADVANCING
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
           WHEN WS-MODEIN = 'P' OR WS-MODEIN = 'p' OR
                WS-MODEIN = "PRINT"
                MOVE 'P' TO WS-MODE
           WHEN WS-MODEIN = 'S' OR WS-MODEIN = 's' OR
                WS-MODEIN = "STALE"
                MOVE 'S' TO WS-MODE
           WHEN WS-MODEIN = 'O' OR WS-MODEIN = 'o' OR
                WS-MODEIN = "OPEN"
                MOVE 'O' TO WS-MODE
           WHEN WS-MODEIN = 'D' OR WS-MODEIN = 'd' OR
                WS-MODEIN = "DESTROY"
                MOVE 'D' TO WS-MODE
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

       SETNOWSTAMP.
           ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
           ACCEPT WS-TIME8 FROM TIME.
           MOVE WS-DATE8 TO WS-NOWSTAMP(1:8).
           MOVE WS-TIME8(1:6) TO WS-NOWSTAMP(9:6).

       PRINTENVELOPES.
           OPEN INPUT PASSWARDFILE.
           OPEN I-O ESCROWFILE.
           OPEN OUTPUT PRINTFILE.
           PERFORM FINDNEXTSERIAL.
           IF WS-VALUEIN = SPACES
              MOVE ZEROS TO RECORDID
              START PASSWARDFILE KEY IS NOT LESS THAN RECORDID
              INVALID KEY
                      MOVE 'Y' TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF = 'Y'
                      READ PASSWARDFILE NEXT RECORD
                      AT END
                              MOVE 'Y' TO WS-EOF
                      NOT AT END
                              IF SYSTEMENV = "PROD" AND
                                 CRITICALITY = 'H' AND
                                 RECSTATUS NOT = 'R'
                                 PERFORM CHECKCURRENT
                                 IF WS-CURRENT = 'N'
                                    PERFORM PRINTONEENVELOPE
                                 END-IF
                              END-IF
                      END-READ
              END-PERFORM
           ELSE
              COMPUTE WS-ONEID = FUNCTION NUMVAL(WS-VALUEIN)
              MOVE WS-ONEID TO RECORDID
              READ PASSWARDFILE KEY IS RECORDID
              INVALID KEY
                      DISPLAY "Record Doesn't Exist"
              NOT INVALID KEY
                      IF SYSTEMENV NOT = "PROD" OR
                         CRITICALITY NOT = 'H'
                         DISPLAY "Only Criticality H PROD Records Are"
                             " Held In Escrow"
                      ELSE
                         IF RECSTATUS = 'R'
                            DISPLAY "Record Is Retired"
                         ELSE
                            PERFORM CHECKCURRENT
                            IF WS-CURRENT = 'Y'
                               DISPLAY "Current Envelope Already Held"
                                   " - Destroy It First"
                            ELSE
                               PERFORM PRINTONEENVELOPE
                            END-IF
                         END-IF
                      END-IF
              END-READ
           END-IF.
           CLOSE PASSWARDFILE.
           CLOSE ESCROWFILE.
           CLOSE PRINTFILE.
           DISPLAY "Envelopes Printed : " WS-PRINTCOUNT.
           DISPLAY "Envelope Inserts Written To escrow.prt".

       FINDNEXTSERIAL.
           MOVE 999999 TO ESC-SERIAL.
           START ESCROWFILE KEY IS NOT GREATER THAN ESC-SERIAL
           INVALID KEY
                   MOVE 1 TO WS-NEXTSERIAL
           NOT INVALID KEY
                   READ ESCROWFILE NEXT RECORD
                   AT END
                           MOVE 1 TO WS-NEXTSERIAL
                   NOT AT END
                           COMPUTE WS-NEXTSERIAL = ESC-SERIAL + 1
                   END-READ
           END-START.

       CHECKCURRENT.
           MOVE 'N' TO WS-CURRENT.
           MOVE 'N' TO WS-ESCEOF.
           MOVE RECORDID TO ESC-RECORDID.
           START ESCROWFILE KEY IS NOT LESS THAN ESC-RECORDID
           INVALID KEY
                   MOVE 'Y' TO WS-ESCEOF
           END-START.
           PERFORM UNTIL WS-ESCEOF = 'Y'
                   READ ESCROWFILE NEXT RECORD
                   AT END
                           MOVE 'Y' TO WS-ESCEOF
                   NOT AT END
                           IF ESC-RECORDID NOT = RECORDID
                              MOVE 'Y' TO WS-ESCEOF
                           ELSE
                              IF ESC-STATUS = 'S' AND
                                 ESC-LASTCHANGED = LASTCHANGED
                                 MOVE 'Y' TO WS-CURRENT
                                 MOVE 'Y' TO WS-ESCEOF
                              END-IF
                           END-IF
                   END-READ
           END-PERFORM.

       PRINTONEENVELOPE.
           PERFORM SETNOWSTAMP.
           MOVE SPACES TO ESCROWDATA.
           MOVE WS-NEXTSERIAL TO ESC-SERIAL.
           MOVE RECORDID TO ESC-RECORDID.
           MOVE SYSTEMNAME TO ESC-SYSTEMNAME.
           MOVE LASTCHANGED TO ESC-LASTCHANGED.
           MOVE 'S' TO ESC-STATUS.
           MOVE WS-NOWSTAMP TO ESC-PRINTSTAMP.
           MOVE WS-OPERATOR TO ESC-PRINTEDBY.
           WRITE ESCROWDATA
           INVALID KEY
                   DISPLAY "Envelope Not Recorded For Record "
                       RECORDID
           NOT INVALID KEY
                   MOVE PASSWARDLIST TO WS-CLEARPASS
                   INSPECT WS-CLEARPASS
                       CONVERTING WS-CODESET TO WS-CLEARSET
                   MOVE ESC-SERIAL TO PRT-SERIAL
                   MOVE RECORDID TO PRT-RECORDID
                   MOVE SYSTEMNAME TO PRT-SYSTEMNAME
                   MOVE SYSTEMENV TO PRT-ENV
                   MOVE OWNINGDEPT TO PRT-DEPT
                   MOVE CRITICALITY TO PRT-CRIT
                   MOVE WS-CLEARPASS TO PRT-CLEARPASS
                   MOVE LASTCHANGED TO PRT-LASTCHANGED
                   MOVE WS-NOWSTAMP TO PRT-STAMP
                   MOVE WS-OPERATOR TO PRT-OPERATOR
                   WRITE PRINTRECORD FROM PRT-RULE
                   WRITE PRINTRECORD FROM PRT-TITLE
                   WRITE PRINTRECORD FROM PRT-BLANK
                   WRITE PRINTRECORD FROM PRT-SYSTEM
                   WRITE PRINTRECORD FROM PRT-CLASS
                   WRITE PRINTRECORD FROM PRT-BLANK
                   WRITE PRINTRECORD FROM PRT-PASSWARD
                   WRITE PRINTRECORD FROM PRT-BLANK
                   WRITE PRINTRECORD FROM PRT-COVERS
                   WRITE PRINTRECORD FROM PRT-PRINTED
                   WRITE PRINTRECORD FROM PRT-BLANK
                   WRITE PRINTRECORD FROM PRT-NOTE1
                   WRITE PRINTRECORD FROM PRT-NOTE2
                   WRITE PRINTRECORD FROM PRT-RULE
                   WRITE PRINTRECORD FROM PRT-BLANK
                   MOVE SPACES TO WS-CLEARPASS
                   MOVE SPACES TO PRT-CLEARPASS
                   ADD 1 TO WS-PRINTCOUNT
                   ADD 1 TO WS-NEXTSERIAL
                   MOVE RECORDID TO WS-AUDITID
                   MOVE 'S' TO WS-AUDITACTION
                   PERFORM WRITEAUDIT
           END-WRITE.

       OPENENVELOPE.
           COMPUTE WS-SERIAL = FUNCTION NUMVAL(WS-VALUEIN).
           OPEN I-O ESCROWFILE.
           MOVE WS-SERIAL TO ESC-SERIAL.
           READ ESCROWFILE KEY IS ESC-SERIAL
           INVALID KEY
                   DISPLAY "Envelope Not Found : " WS-SERIAL
           NOT INVALID KEY
                   IF ESC-STATUS NOT = 'S'
                      DISPLAY "Envelope Is Not Sealed - Status "
                          ESC-STATUS " By " ESC-CLOSEDBY
                          " At " ESC-CLOSESTAMP
                   ELSE
                      PERFORM SETNOWSTAMP
                      MOVE 'O' TO ESC-STATUS
                      MOVE WS-NOWSTAMP TO ESC-CLOSESTAMP
                      MOVE WS-OPERATOR TO ESC-CLOSEDBY
                      REWRITE ESCROWDATA
                      INVALID KEY
                              DISPLAY "Envelope Not Updated"
                      NOT INVALID KEY
                              MOVE ESC-RECORDID TO WS-AUDITID
                              MOVE 'B' TO WS-AUDITACTION
                              PERFORM WRITEAUDIT
                              PERFORM LISTFORROTATION
                      END-REWRITE
                   END-IF
           END-READ.
           CLOSE ESCROWFILE.

       LISTFORROTATION.
           OPEN INPUT PASSWARDFILE.
           MOVE ESC-RECORDID TO RECORDID.
           READ PASSWARDFILE KEY IS RECORDID
           INVALID KEY
                   DISPLAY "Envelope Opened - Record " ESC-RECORDID
                       " Is No Longer On File"
           NOT INVALID KEY
                   IF RECSTATUS = 'R'
                      DISPLAY "Envelope Opened - Record " RECORDID
                          " Is Retired"
                   ELSE
                      OPEN EXTEND ROTLISTFILE
                      MOVE SPACES TO ROTLISTRECORD
                      MOVE RECORDID TO ROT-RECORDID
                      MOVE SYSTEMNAME TO ROT-SYSTEMNAME
                      MOVE WS-OPERATOR TO ROT-OPERATOR
                      MOVE WS-NOWSTAMP TO ROT-TIMESTAMP
                      WRITE ROTLISTRECORD
                      CLOSE ROTLISTFILE
                      DISPLAY "Envelope Opened - Record " RECORDID
                          " Added To mustrot.txt"
                      DISPLAY "Run PASSROT LIST To Rotate It"
                   END-IF
           END-READ.
           CLOSE PASSWARDFILE.

       DESTROYENVELOPE.
           COMPUTE WS-SERIAL = FUNCTION NUMVAL(WS-VALUEIN).
           OPEN I-O ESCROWFILE.
           MOVE WS-SERIAL TO ESC-SERIAL.
           READ ESCROWFILE KEY IS ESC-SERIAL
           INVALID KEY
                   DISPLAY "Envelope Not Found : " WS-SERIAL
           NOT INVALID KEY
                   IF ESC-STATUS NOT = 'S'
                      DISPLAY "Envelope Is Not Sealed - Status "
                          ESC-STATUS " By " ESC-CLOSEDBY
                          " At " ESC-CLOSESTAMP
                   ELSE
                      PERFORM SETNOWSTAMP
                      MOVE 'D' TO ESC-STATUS
                      MOVE WS-NOWSTAMP TO ESC-CLOSESTAMP
                      MOVE WS-OPERATOR TO ESC-CLOSEDBY
                      REWRITE ESCROWDATA
                      INVALID KEY
                              DISPLAY "Envelope Not Updated"
                      NOT INVALID KEY
                              MOVE ESC-RECORDID TO WS-AUDITID
                              MOVE 'Y' TO WS-AUDITACTION
                              PERFORM WRITEAUDIT
                              DISPLAY "Envelope " ESC-SERIAL
                                  " Recorded As Destroyed"
                      END-REWRITE
                   END-IF
           END-READ.
           CLOSE ESCROWFILE.

       STALEREPORT.
           ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
           OPEN INPUT PASSWARDFILE.
           OPEN INPUT ESCROWFILE.
           OPEN OUTPUT REPORTFILE.
           MOVE WS-DATE8 TO RPT-RUNDATE.
           WRITE REPORTRECORD FROM RPT-HEADING1.
           WRITE REPORTRECORD FROM RPT-HEADING2.
           WRITE REPORTRECORD FROM RPT-BLANK.
           MOVE "STALE ENVELOPES - REPRINT AND DESTROY"
               TO RPT-SECTITLE.
           WRITE REPORTRECORD FROM RPT-SECTION.
           WRITE REPORTRECORD FROM RPT-STALECOLUMNS.
           MOVE 'N' TO WS-ESCEOF.
           MOVE ZEROS TO ESC-SERIAL.
           START ESCROWFILE KEY IS NOT LESS THAN ESC-SERIAL
           INVALID KEY
                   MOVE 'Y' TO WS-ESCEOF
           END-START.
           PERFORM UNTIL WS-ESCEOF = 'Y'
                   READ ESCROWFILE NEXT RECORD
                   AT END
                           MOVE 'Y' TO WS-ESCEOF
                   NOT AT END
                           IF ESC-STATUS = 'S'
                              PERFORM CHECKONEENVELOPE
                           END-IF
                   END-READ
           END-PERFORM.
           WRITE REPORTRECORD FROM RPT-BLANK.
           MOVE "CRITICALITY H PROD RECORDS WITHOUT A CURRENT ENVELOPE"
               TO RPT-SECTITLE.
           WRITE REPORTRECORD FROM RPT-SECTION.
           WRITE REPORTRECORD FROM RPT-MISSCOLUMNS.
           MOVE 'N' TO WS-EOF.
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
                           IF SYSTEMENV = "PROD" AND
                              CRITICALITY = 'H' AND
                              RECSTATUS NOT = 'R'
                              PERFORM CHECKCURRENT
                              IF WS-CURRENT = 'N'
                                 ADD 1 TO WS-MISSINGCOUNT
                                 MOVE RECORDID TO RPT-MISSID
                                 MOVE SYSTEMNAME TO RPT-MISSNAME
                                 MOVE OWNINGDEPT TO RPT-MISSDEPT
                                 MOVE LASTCHANGED TO RPT-MISSCHANGED
                                 WRITE REPORTRECORD FROM RPT-MISSDETAIL
                              END-IF
                           END-IF
                   END-READ
           END-PERFORM.
           WRITE REPORTRECORD FROM RPT-BLANK.
           MOVE "SEALED ENVELOPES HELD :" TO RPT-TOTLABEL.
           MOVE WS-SEALEDCOUNT TO RPT-TOTCOUNT.
           WRITE REPORTRECORD FROM RPT-TOTLINE.
           MOVE "CURRENT :" TO RPT-TOTLABEL.
           MOVE WS-CURRENTCOUNT TO RPT-TOTCOUNT.
           WRITE REPORTRECORD FROM RPT-TOTLINE.
           MOVE "STALE :" TO RPT-TOTLABEL.
           MOVE WS-STALECOUNT TO RPT-TOTCOUNT.
           WRITE REPORTRECORD FROM RPT-TOTLINE.
           MOVE "RECORDS WITHOUT A CURRENT ENVELOPE :" TO RPT-TOTLABEL.
           MOVE WS-MISSINGCOUNT TO RPT-TOTCOUNT.
           WRITE REPORTRECORD FROM RPT-TOTLINE.
           IF WS-STALECOUNT = ZERO AND WS-MISSINGCOUNT = ZERO
              MOVE "CLEAN" TO RPT-VERDICTTEXT
           ELSE
              MOVE "DIRTY" TO RPT-VERDICTTEXT
           END-IF.
           WRITE REPORTRECORD FROM RPT-BLANK.
           WRITE REPORTRECORD FROM RPT-VERDICT.
           CLOSE PASSWARDFILE.
           CLOSE ESCROWFILE.
           CLOSE REPORTFILE.
           DISPLAY "Stale Envelopes : " WS-STALECOUNT
               "  Records Without Envelope : " WS-MISSINGCOUNT.
           DISPLAY "Staleness Report Written To escrow.rpt".

       CHECKONEENVELOPE.
           ADD 1 TO WS-SEALEDCOUNT.
           MOVE SPACES TO WS-STALEWHY.
           MOVE SPACES TO RPT-NOW.
           MOVE ESC-RECORDID TO RECORDID.
           READ PASSWARDFILE KEY IS RECORDID
           INVALID KEY
                   MOVE "DELETED" TO WS-STALEWHY
           NOT INVALID KEY
                   MOVE LASTCHANGED TO RPT-NOW
                   EVALUATE TRUE
                   WHEN RECSTATUS = 'R'
                        MOVE "RETIRED" TO WS-STALEWHY
                   WHEN LASTCHANGED NOT = ESC-LASTCHANGED
                        MOVE "ROTATED" TO WS-STALEWHY
                   WHEN SYSTEMENV NOT = "PROD" OR
                        CRITICALITY NOT = 'H'
                        MOVE "RECLASSED" TO WS-STALEWHY
                   WHEN OTHER
                        CONTINUE
                   END-EVALUATE
           END-READ.
           IF WS-STALEWHY = SPACES
              ADD 1 TO WS-CURRENTCOUNT
           ELSE
              ADD 1 TO WS-STALECOUNT
              MOVE ESC-SERIAL TO RPT-SERIAL
              MOVE ESC-RECORDID TO RPT-RECORDID
              MOVE ESC-SYSTEMNAME TO RPT-SYSTEMNAME
              MOVE ESC-LASTCHANGED TO RPT-COVERS
              MOVE ESC-PRINTSTAMP TO RPT-PRINTED
              MOVE WS-STALEWHY TO RPT-REASON
              WRITE REPORTRECORD FROM RPT-STALEDETAIL
           END-IF.

       WRITEAUDIT.
           ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
           ACCEPT WS-TIME8 FROM TIME.
           OPEN EXTEND AUDITFILE.
           MOVE SPACES TO AUDITRECORD.
           MOVE WS-AUDITID TO AUD-RECORDID.
           MOVE WS-AUDITACTION TO AUD-ACTION.
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
