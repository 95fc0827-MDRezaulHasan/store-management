           ALTERNATE RECORD KEY IS SYSTEMNAME.
           SELECT OPTIONAL AUDITFILE ASSIGN TO "audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHAINFILE ASSIGN TO "audchain.ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNALFILE ASSIGN TO "journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTFILE ASSIGN TO "passhist.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIS-KEY.
           SELECT OPTIONAL CHECKOUTFILE ASSIGN TO "checkout.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SES-KEY.
           SELECT OPTIONAL ROTLISTFILE ASSIGN TO "mustrot.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ROTKEEPFILE ASSIGN TO "mustrot.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
          02 AUD-OPERATOR     PIC X(10).
          02 FILLER           PIC X     VALUE SPACE.
          02 AUD-TIMESTAMP    PIC X(14).
          02 FILLER           PIC X     VALUE SPACE.
          02 AUD-CHAIN        PIC 9(10).
          02 FILLER           PIC X     VALUE SPACE.
          02 AUD-TICKET       PIC X(12).

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

       FD CHAINFILE.
       01 CHAINRECORD.
          02 CHN-LASTCHAIN    PIC 9(10).
          02 FILLER           PIC X     VALUE SPACE.
          02 CHN-COUNT        PIC 9(9).
          02 FILLER           PIC X     VALUE SPACE.
          02 CHN-TIMESTAMP    PIC X(14).

       FD HISTFILE.
       01 HISTRECORD.
          02 HIS-KEY.
             03 HIS-RECORDID  PIC 9(5).
             03 HIS-TIMESTAMP PIC X(14).
             03 HIS-SEQ       PIC 99.
          02 FILLER           PIC X     VALUE SPACE.
          02 HIS-PASSWARD     PIC X(15).

       FD CHECKOUTFILE.
       01 CHECKOUTDATA.
             03 CKO-RECORDID  PIC 9(5).
             03 CKO-OPERATOR  PIC X(10).
          02 CKO-TIMESTAMP    PIC X(14).
          02 CKO-TICKET       PIC X(12).

       FD WORKSHEETFILE.
       01 WORKSHEETRECORD      PIC X(80).
             03 SES-OPERATOR  PIC X(10).
             03 SES-TIMESTAMP PIC X(14).

       FD ROTLISTFILE.
       01 ROTLISTRECORD.
          02 ROT-RECORDID     PIC 9(5).
          02 FILLER           PIC X     VALUE SPACE.
          02 ROT-SYSTEMNAME   PIC X(15).
          02 FILLER           PIC X     VALUE SPACE.
          02 ROT-OPERATOR     PIC X(10).
          02 FILLER           PIC X     VALUE SPACE.
          02 ROT-TIMESTAMP    PIC X(14).

       FD ROTKEEPFILE.
       01 ROTKEEPRECORD        PIC X(47).

       WORKING-STORAGE SECTION.
       01 WS-SESEOF            PIC X.
       01 WS-SESCOUNT          PIC 9(3).
       01 WS-RULEWORD          PIC X(10).
       01 WS-RULEVALUE         PIC X(10).
       01 WS-RULELEN           PIC 99    VALUE 6.
       01 WS-HISDEPTH          PIC 99    VALUE 10.
       01 WS-HISEOF            PIC X.
       01 WS-HISWRITTEN        PIC X.
       01 WS-HISCOUNT          PIC 9(4).
       01 WS-HISTRIM           PIC 9(4).
       01 WS-HISTMATCH         PIC X.
       01 WS-EOF               PIC X     VALUE 'N'.
       01 WS-DATE8             PIC 9(8).
       01 WS-TIME8             PIC 9(8).
       01 WS-CHAINVALUE        PIC 9(13).
       01 WS-CHAINCOUNT        PIC 9(9).
       01 WS-CHAINPOS          PIC 9(3).
       01 WS-JNLOP             PIC X.
       01 WS-JNLDATE8          PIC 9(8).
       01 WS-JNLTIME8          PIC 9(8).
       01 WS-TODAYINT          PIC 9(7).
       01 WS-AGEDAYS           PIC S9(5).
       01 WS-CUTOFFIN          PIC X(5).
       01 WS-CKOEOF            PIC X.
       01 WS-CKOCLEARED        PIC X.
       01 WS-AUDITACTION       PIC X.
       01 WS-SELMODE           PIC X     VALUE 'A'.
       01 WS-ROTEOF            PIC X.
       01 WS-DONECOUNT         PIC 9(3)  VALUE ZERO.
       01 WS-DONESUB           PIC 9(3).
       01 WS-DONEFOUND         PIC X.
       01 WS-ROTDONE           PIC X.
       01 WS-LISTKEPT          PIC 9(5)  VALUE ZERO.
       01 WS-LISTSKIPPED       PIC 9(5)  VALUE ZERO.
       01 WS-DONETABLE.
          02 WS-DONEID OCCURS 500 TIMES
                              PIC 9(5).
       01 WS-CLEARSET.
          02 FILLER            PIC X(26)
             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
          02 FILLER            PIC X(80)
             VALUE "UPDATE THE TARGET SYSTEMS THEN DESTROY THIS SHEET".

       01 RPT-HEADING4.
          02 FILLER            PIC X(80)
             VALUE "SELECTION : MUST-ROTATE LIST mustrot.txt".

       01 RPT-BLANK.
          02 FILLER            PIC X(80) VALUE SPACES.

          02 RPT-TOTCOUNT      PIC 9(5).
          02 FILLER            PIC X(55) VALUE SPACES.

       01 RPT-KEPTLINE.
          02 FILLER            PIC X(30)
             VALUE "ENTRIES KEPT IN mustrot.txt : ".
          02 RPT-KEPTCOUNT     PIC 9(5).
          02 FILLER            PIC X(45) VALUE SPACES.

       01 RPT-LIMITLINE.
          02 FILLER            PIC X(30)
             VALUE "LIST LIMIT REACHED - HELD :   ".
          02 RPT-LIMITCOUNT    PIC 9(5).
          02 FILLER            PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       STARTPARA.
           PERFORM GETRUNOPTIONS.
           EVALUATE WS-COMMAND-LINE
           WHEN SPACES
                DISPLAY "PASSWARD ROTATION"
                DISPLAY "Cutoff Age In Days (Blank = 90, L = Must-"
                    "Rotate List) : " WITH NO ADVANCING
                ACCEPT WS-CUTOFFIN
                IF WS-CUTOFFIN = 'L' OR WS-CUTOFFIN = 'l'
                   DISPLAY "Every Passward On mustrot.txt Will Be"
                       " Replaced."
                ELSE
                   DISPLAY "Every Passward Past The Cutoff Will Be"
                       " Replaced."
                END-IF
                DISPLAY "Proceed (Y/N) : " WITH NO ADVANCING
                ACCEPT WS-CONFIRM
           WHEN "BATCH"
                MOVE 'Y' TO WS-CONFIRM
                MOVE WS-COMMAND-LINE TO WS-CUTOFFIN
           END-EVALUATE.
           EVALUATE TRUE
           WHEN WS-CUTOFFIN = 'L' OR WS-CUTOFFIN = 'l' OR
                WS-CUTOFFIN = "LIST"
                MOVE 'L' TO WS-SELMODE
                MOVE ZERO TO WS-CUTOFF
           WHEN WS-CUTOFFIN = SPACES
                MOVE 90 TO WS-CUTOFF
           WHEN OTHER
                COMPUTE WS-CUTOFF = FUNCTION NUMVAL(WS-CUTOFFIN)
           END-EVALUATE.

       READPARM.
           MOVE SPACES TO WS-PARMVALUE.
           COMPUTE WS-RANDNUM = FUNCTION RANDOM(WS-TIME8).
           OPEN I-O PASSWARDFILE.
           OPEN I-O CHECKOUTFILE.
           OPEN OUTPUT WORKSHEETFILE.
           MOVE WS-DATE8 TO RPT-RUNDATE.
           MOVE WS-CUTOFF TO RPT-CUTOFF.
           WRITE WORKSHEETRECORD FROM RPT-HEADING1.
           WRITE WORKSHEETRECORD FROM RPT-HEADING2.
           WRITE WORKSHEETRECORD FROM RPT-HEADING3.
           IF WS-SELMODE = 'L'
              WRITE WORKSHEETRECORD FROM RPT-HEADING4
           END-IF.
           WRITE WORKSHEETRECORD FROM RPT-BLANK.
           WRITE WORKSHEETRECORD FROM RPT-COLUMNS.
           IF WS-SELMODE = 'L'
              PERFORM ROTATELISTED
           ELSE
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
                              PERFORM CHECKONERECORD
                      END-READ
              END-PERFORM
           END-IF.
           WRITE WORKSHEETRECORD FROM RPT-BLANK.
           MOVE WS-ROTCOUNT TO RPT-TOTCOUNT.
           WRITE WORKSHEETRECORD FROM RPT-TOTLINE.
           IF WS-SELMODE = 'L'
              MOVE WS-LISTKEPT TO RPT-KEPTCOUNT
              WRITE WORKSHEETRECORD FROM RPT-KEPTLINE
           END-IF.
           IF WS-LISTSKIPPED > ZERO
              MOVE WS-LISTSKIPPED TO RPT-LIMITCOUNT
              WRITE WORKSHEETRECORD FROM RPT-LIMITLINE
           END-IF.
           CLOSE PASSWARDFILE.
           CLOSE CHECKOUTFILE.
           CLOSE WORKSHEETFILE.
           DISPLAY "Passwards Rotated : " WS-ROTCOUNT.
           IF WS-LISTSKIPPED > ZERO
              DISPLAY "List Limit Reached - Entries Held : "
                  WS-LISTSKIPPED
           END-IF.
           DISPLAY "Rotation Worksheet Written To rotation.rpt".

       ROTATELISTED.
           MOVE 'N' TO WS-ROTEOF.
           OPEN INPUT ROTLISTFILE.
           OPEN OUTPUT ROTKEEPFILE.
           PERFORM UNTIL WS-ROTEOF = 'Y'
                   READ ROTLISTFILE
                   AT END
                           MOVE 'Y' TO WS-ROTEOF
                   NOT AT END
                           PERFORM CHECKLISTEDRECORD
                   END-READ
           END-PERFORM.
           CLOSE ROTLISTFILE.
           CLOSE ROTKEEPFILE.
           PERFORM REWRITEROTLIST.

       REWRITEROTLIST.
           MOVE 'N' TO WS-ROTEOF.
           OPEN INPUT ROTKEEPFILE.
           OPEN OUTPUT ROTLISTFILE.
           PERFORM UNTIL WS-ROTEOF = 'Y'
                   READ ROTKEEPFILE
                   AT END
                           MOVE 'Y' TO WS-ROTEOF
                   NOT AT END
                           WRITE ROTLISTRECORD FROM ROTKEEPRECORD
                   END-READ
           END-PERFORM.
           CLOSE ROTKEEPFILE.
           CLOSE ROTLISTFILE.

       KEEPLISTEDRECORD.
           ADD 1 TO WS-LISTKEPT.
           WRITE ROTKEEPRECORD FROM ROTLISTRECORD.

       CHECKLISTEDRECORD.
           MOVE 'N' TO WS-DONEFOUND.
           PERFORM VARYING WS-DONESUB FROM 1 BY 1
                   UNTIL WS-DONESUB > WS-DONECOUNT
                   IF WS-DONEID(WS-DONESUB) = ROT-RECORDID
                      MOVE 'Y' TO WS-DONEFOUND
                   END-IF
           END-PERFORM.
           IF WS-DONEFOUND = 'N' AND WS-DONECOUNT NOT < 500
              ADD 1 TO WS-LISTSKIPPED
              PERFORM KEEPLISTEDRECORD
           END-IF.
           IF WS-DONEFOUND = 'N' AND WS-DONECOUNT < 500
              ADD 1 TO WS-DONECOUNT
              MOVE ROT-RECORDID TO WS-DONEID(WS-DONECOUNT)
              MOVE 'N' TO WS-ROTDONE
              MOVE ROT-RECORDID TO RECORDID
              READ PASSWARDFILE KEY IS RECORDID
              INVALID KEY
                      DISPLAY "Listed Record Not On File : "
                          ROT-RECORDID
              NOT INVALID KEY
                      IF RECSTATUS = 'R'
                         DISPLAY "Listed Record Is Retired : "
                             ROT-RECORDID
                      ELSE
                         PERFORM ROTATEONERECORD
                      END-IF
              END-READ
              IF WS-ROTDONE = 'N'
                 PERFORM KEEPLISTEDRECORD
              END-IF
           END-IF.

       LOADPWRULES.
           OPEN INPUT RULESFILE.
           PERFORM UNTIL WS-RULESEOF = 'Y'
                 MOVE 15 TO WS-RULELEN
              END-IF
           END-IF.
           IF WS-RULEWORD = "HISTDEPTH" AND WS-RULEVALUE NOT = SPACES
              COMPUTE WS-HISDEPTH = FUNCTION NUMVAL(WS-RULEVALUE)
              IF WS-HISDEPTH < 1
                 MOVE 1 TO WS-HISDEPTH
              END-IF
           END-IF.

       CHECKONERECORD.
           IF RECSTATUS NOT = 'R'
           MOVE WS-NEWPASSWARD TO PASSWARDLIST.
           INSPECT PASSWARDLIST
               CONVERTING WS-CLEARSET TO WS-CODESET.
           PERFORM CHECKPASSHISTORY.
           IF WS-HISTMATCH = 'Y'
              PERFORM GENERATEPASS
              MOVE WS-NEWPASSWARD TO PASSWARDLIST
              INSPECT PASSWARDLIST
                   DISPLAY "Record Not Rotated : " RECORDID
           NOT INVALID KEY
                   ADD 1 TO WS-ROTCOUNT
                   MOVE 'Y' TO WS-ROTDONE
                   MOVE 'R' TO WS-JNLOP
                   PERFORM JOURNALPASS
                   MOVE 'U' TO WS-AUDITACTION
                   PERFORM WRITEAUDIT
                   PERFORM WRITEHISTORY
       WRITEAUDIT.
           ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
           ACCEPT WS-TIME8 FROM TIME.
           OPEN EXTEND AUDITFILE.
           MOVE SPACES TO AUDITRECORD.
           MOVE RECORDID TO AUD-RECORDID.
           MOVE WS-AUDITACTION TO AUD-ACTION.
           MOVE WS-OPERATOR TO AUD-OPERATOR.
           MOVE WS-DATE8 TO AUD-TIMESTAMP(1:8).
           MOVE WS-TIME8(1:6) TO AUD-TIMESTAMP(9:6).
           PERFORM CHAINAUDIT.
           WRITE AUDITRECORD.
           CLOSE AUDITFILE.

       CHECKPASSHISTORY.
           MOVE 'N' TO WS-HISTMATCH.
           IF PASSWARDLIST = WS-OLDPASSWARD
              MOVE 'Y' TO WS-HISTMATCH
           END-IF.
           OPEN INPUT HISTFILE.
           PERFORM STARTHISTORY.
           PERFORM UNTIL WS-HISEOF = 'Y'
                   READ HISTFILE NEXT RECORD
                   AT END
                           MOVE 'Y' TO WS-HISEOF
                   NOT AT END
                           IF HIS-RECORDID NOT = RECORDID
                              MOVE 'Y' TO WS-HISEOF
                           ELSE
                              IF HIS-PASSWARD = PASSWARDLIST
                                 MOVE 'Y' TO WS-HISTMATCH
                                 MOVE 'Y' TO WS-HISEOF
                              END-IF
                           END-IF
                   END-READ
           END-PERFORM.
           CLOSE HISTFILE.

       STARTHISTORY.
           MOVE 'N' TO WS-HISEOF.
           MOVE RECORDID TO HIS-RECORDID.
           MOVE LOW-VALUES TO HIS-TIMESTAMP.
           MOVE ZERO TO HIS-SEQ.
           START HISTFILE KEY IS NOT LESS THAN HIS-KEY
           INVALID KEY
                   MOVE 'Y' TO WS-HISEOF
           END-START.

       WRITEHISTORY.
           OPEN I-O HISTFILE.
           ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
           ACCEPT WS-TIME8 FROM TIME.
           MOVE SPACES TO HISTRECORD.
           MOVE PASSWARDLIST TO HIS-PASSWARD.
           MOVE WS-DATE8 TO HIS-TIMESTAMP(1:8).
           MOVE WS-TIME8(1:6) TO HIS-TIMESTAMP(9:6).
           MOVE ZERO TO HIS-SEQ.
           MOVE 'N' TO WS-HISWRITTEN.
           PERFORM UNTIL WS-HISWRITTEN = 'Y'
                   WRITE HISTRECORD
                   INVALID KEY
                           IF HIS-SEQ < 99
                              ADD 1 TO HIS-SEQ
                           ELSE
                              MOVE 'Y' TO WS-HISWRITTEN
                           END-IF
                   NOT INVALID KEY
                           MOVE 'Y' TO WS-HISWRITTEN
                   END-WRITE
           END-PERFORM.
           PERFORM TRIMHISTORY.
           CLOSE HISTFILE.

       TRIMHISTORY.
           MOVE ZERO TO WS-HISCOUNT.
           PERFORM STARTHISTORY.
           PERFORM UNTIL WS-HISEOF = 'Y'
                   READ HISTFILE NEXT RECORD
                   AT END
                           MOVE 'Y' TO WS-HISEOF
                   NOT AT END
                           IF HIS-RECORDID NOT = RECORDID
                              MOVE 'Y' TO WS-HISEOF
                           ELSE
                              ADD 1 TO WS-HISCOUNT
                           END-IF
                   END-READ
           END-PERFORM.
           IF WS-HISCOUNT > WS-HISDEPTH
              COMPUTE WS-HISTRIM = WS-HISCOUNT - WS-HISDEPTH
              PERFORM WS-HISTRIM TIMES
                      PERFORM STARTHISTORY
                      IF WS-HISEOF = 'N'
                         READ HISTFILE NEXT RECORD
                         AT END
                                 CONTINUE
                         NOT AT END
                                 IF HIS-RECORDID = RECORDID
                                    DELETE HISTFILE RECORD
                                    INVALID KEY
                                            CONTINUE
                                    END-DELETE
                                 END-IF
                         END-READ
                      END-IF
              END-PERFORM
           END-IF.

       CLEARCHECKOUTS.
           MOVE 'N' TO WS-CKOEOF.
           MOVE 'N' TO WS-CKOCLEARED.
              MOVE 'C' TO WS-AUDITACTION
              PERFORM WRITEAUDIT
           END-IF.

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

       JOURNALPASS.
           ACCEPT WS-JNLDATE8 FROM DATE YYYYMMDD.
           ACCEPT WS-JNLTIME8 FROM TIME.
           OPEN EXTEND JOURNALFILE.
           MOVE SPACES TO JOURNALRECORD.
           MOVE WS-JNLDATE8 TO JNL-TIMESTAMP(1:8).
           MOVE WS-JNLTIME8(1:6) TO JNL-TIMESTAMP(9:6).
           MOVE 'P' TO JNL-FILE.
           MOVE WS-JNLOP TO JNL-OP.
           MOVE WS-OPERATOR TO JNL-OPERATOR.
           MOVE "PASSROT" TO JNL-PROGRAM.
           MOVE RECORDDATA TO JNL-IMAGE.
           WRITE JOURNALRECORD.
           CLOSE JOURNALFILE.
