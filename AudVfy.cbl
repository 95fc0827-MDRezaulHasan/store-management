       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDVFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDITFILE ASSIGN TO WS-AUDNAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL IDXFILE ASSIGN TO "audarch.idx"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHAINFILE ASSIGN TO "audchain.ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTFILE ASSIGN TO "audvfy.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
          02 AUD-CHAIN        PIC X(10).
          02 FILLER           PIC X     VALUE SPACE.
          02 AUD-TICKET       PIC X(12).

       FD IDXFILE.
       01 IDXRECORD.
          02 IDX-GENNAME      PIC X(30).
          02 FILLER           PIC X     VALUE SPACE.
          02 IDX-DATEFROM     PIC X(8).
          02 FILLER           PIC X     VALUE SPACE.
          02 IDX-DATETO       PIC X(8).
          02 FILLER           PIC X     VALUE SPACE.
          02 IDX-COUNT        PIC 9(7).
          02 FILLER           PIC X     VALUE SPACE.
          02 IDX-LASTCHAIN    PIC X(10).

       FD CHAINFILE.
       01 CHAINRECORD.
          02 CHN-LASTCHAIN    PIC 9(10).
          02 FILLER           PIC X     VALUE SPACE.
          02 CHN-COUNT        PIC 9(9).
          02 FILLER           PIC X     VALUE SPACE.
          02 CHN-TIMESTAMP    PIC X(14).

       FD REPORTFILE.
       01 REPORTRECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF               PIC X.
       01 WS-IDXEOF            PIC X.
       01 WS-DATE8             PIC 9(8).
       01 WS-AUDNAME           PIC X(30).
       01 WS-DIRTY             PIC X     VALUE 'N'.
       01 WS-STARTED           PIC X     VALUE 'N'.
       01 WS-CHAINVALUE        PIC 9(13) VALUE ZERO.
       01 WS-CHAINPOS          PIC 9(3).
       01 WS-PREVCHAIN         PIC 9(10) VALUE ZERO.
       01 WS-FOUNDCHAIN        PIC 9(10).
       01 WS-LINENO            PIC 9(7).
       01 WS-FILECOUNT         PIC 9(7).
       01 WS-FILECHAINED       PIC 9(7).
       01 WS-FILELAST          PIC X(10).
       01 WS-GENCOUNT          PIC 9(5)  VALUE ZERO.
       01 WS-LEGACYCOUNT       PIC 9(9)  VALUE ZERO.
       01 WS-CHAINEDCOUNT      PIC 9(9)  VALUE ZERO.
       01 WS-BREAKCOUNT        PIC 9(7)  VALUE ZERO.
       01 WS-HAVECTL           PIC X     VALUE 'N'.
       01 WS-CTLCHAIN          PIC 9(10) VALUE ZERO.
       01 WS-CTLCOUNT          PIC 9(9)  VALUE ZERO.

       01 RPT-HEADING1.
          02 FILLER            PIC X(80)
             VALUE "PASSWARD STORE - AUDIT CHAIN VERIFICATION".

       01 RPT-HEADING2.
          02 FILLER            PIC X(12) VALUE "RUN DATE : ".
          02 RPT-RUNDATE       PIC 9(8).
          02 FILLER            PIC X(60) VALUE SPACES.

       01 RPT-BLANK.
          02 FILLER            PIC X(80) VALUE SPACES.

       01 RPT-FILELINE.
          02 FILLER            PIC X(7)  VALUE "FILE : ".
          02 RPT-FIL-NAME      PIC X(30).
          02 FILLER            PIC X(10) VALUE " RECORDS :".
          02 FILLER            PIC X     VALUE SPACE.
          02 RPT-FIL-COUNT     PIC 9(7).
          02 FILLER            PIC X(10) VALUE " CHAINED :".
          02 FILLER            PIC X     VALUE SPACE.
          02 RPT-FIL-CHAINED   PIC 9(7).
          02 FILLER            PIC X(7)  VALUE SPACES.

       01 RPT-BREAKLINE.
          02 FILLER            PIC X(14) VALUE "CHAIN BREAK : ".
          02 RPT-BRK-NAME      PIC X(30).
          02 FILLER            PIC X(7)  VALUE " LINE :".
          02 FILLER            PIC X     VALUE SPACE.
          02 RPT-BRK-LINE      PIC 9(7).
          02 FILLER            PIC X(21) VALUE SPACES.

       01 RPT-BREAKREC.
          02 FILLER            PIC X(4)  VALUE SPACES.
          02 RPT-BRK-RECORD    PIC X(57).
          02 FILLER            PIC X(19) VALUE SPACES.

       01 RPT-BREAKVAL.
          02 FILLER            PIC X(4)  VALUE SPACES.
          02 RPT-BRK-REASON    PIC X(24).
          02 FILLER            PIC X(11) VALUE "EXPECTED : ".
          02 RPT-BRK-EXPECTED  PIC 9(10).
          02 FILLER            PIC X(10) VALUE "  FOUND : ".
          02 RPT-BRK-FOUND     PIC X(10).
          02 FILLER            PIC X(11) VALUE SPACES.

       01 RPT-GENERR.
          02 FILLER            PIC X(13) VALUE "GENERATION : ".
          02 RPT-GEN-NAME      PIC X(30).
          02 FILLER            PIC X     VALUE SPACE.
          02 RPT-GEN-REASON    PIC X(36).

       01 RPT-GENVAL.
          02 FILLER            PIC X(4)  VALUE SPACES.
          02 FILLER            PIC X(11) VALUE "INDEXED : ".
          02 RPT-GEN-INDEXED   PIC X(10).
          02 FILLER            PIC X(10) VALUE "  FOUND : ".
          02 RPT-GEN-FOUND     PIC X(10).
          02 FILLER            PIC X(35) VALUE SPACES.

       01 RPT-COUNTLINE.
          02 FILLER            PIC X(14) VALUE "GENERATIONS : ".
          02 RPT-GENCOUNT      PIC 9(5).
          02 FILLER            PIC X(11) VALUE "  LEGACY : ".
          02 RPT-LEGACY        PIC 9(9).
          02 FILLER            PIC X(12) VALUE "  CHAINED : ".
          02 RPT-CHAINED       PIC 9(9).
          02 FILLER            PIC X(11) VALUE "  BREAKS : ".
          02 RPT-BREAKS        PIC 9(7).
          02 FILLER            PIC X(2)  VALUE SPACES.

       01 RPT-CTLLINE.
          02 FILLER            PIC X(18) VALUE "CONTROL CHAINED : ".
          02 RPT-CTL-COUNT     PIC 9(9).
          02 FILLER            PIC X(15) VALUE "  LAST VALUE : ".
          02 RPT-CTL-CHAIN     PIC 9(10).
          02 FILLER            PIC X(14) VALUE "  FILE VALUE :".
          02 FILLER            PIC X     VALUE SPACE.
          02 RPT-CTL-FOUND     PIC 9(10).
          02 FILLER            PIC X(3)  VALUE SPACES.

       01 RPT-CTLERR.
          02 FILLER            PIC X(80)
             VALUE "AUDIT TRAIL DOES NOT END AT CHAIN CONTROL VALUE".

       01 RPT-NOCTL.
          02 FILLER            PIC X(80)
             VALUE "NO CHAIN CONTROL RECORD - TRAIL END NOT VERIFIED".

       01 RPT-VERDICTLINE.
          02 FILLER            PIC X(10) VALUE "VERDICT : ".
          02 RPT-VERDICT       PIC X(5).
          02 FILLER            PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
       STARTPARA.
           ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
           PERFORM READCHAINCTL.
           OPEN OUTPUT REPORTFILE.
           MOVE WS-DATE8 TO RPT-RUNDATE.
           WRITE REPORTRECORD FROM RPT-HEADING1.
           WRITE REPORTRECORD FROM RPT-HEADING2.
           WRITE REPORTRECORD FROM RPT-BLANK.
           PERFORM VERIFYGENERATIONS.
           MOVE "audit.txt" TO WS-AUDNAME.
           PERFORM VERIFYFILE.
           WRITE REPORTRECORD FROM RPT-BLANK.
           MOVE WS-GENCOUNT TO RPT-GENCOUNT.
           MOVE WS-LEGACYCOUNT TO RPT-LEGACY.
           MOVE WS-CHAINEDCOUNT TO RPT-CHAINED.
           MOVE WS-BREAKCOUNT TO RPT-BREAKS.
           WRITE REPORTRECORD FROM RPT-COUNTLINE.
           PERFORM CHECKCHAINCTL.
           WRITE REPORTRECORD FROM RPT-BLANK.
           IF WS-DIRTY = 'Y'
              MOVE "DIRTY" TO RPT-VERDICT
           ELSE
              MOVE "CLEAN" TO RPT-VERDICT
           END-IF.
           WRITE REPORTRECORD FROM RPT-VERDICTLINE.
           CLOSE REPORTFILE.
           DISPLAY "Audit Chain Report Written To audvfy.rpt"
               " - Verdict " RPT-VERDICT.
           STOP RUN.

       READCHAINCTL.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CHAINFILE.
           READ CHAINFILE
           AT END
                   CONTINUE
           NOT AT END
                   IF CHN-LASTCHAIN IS NUMERIC AND
                      CHN-COUNT IS NUMERIC
                      MOVE 'Y' TO WS-HAVECTL
                      MOVE CHN-LASTCHAIN TO WS-CTLCHAIN
                      MOVE CHN-COUNT TO WS-CTLCOUNT
                   END-IF
           END-READ.
           CLOSE CHAINFILE.

       VERIFYGENERATIONS.
           MOVE 'N' TO WS-IDXEOF.
           OPEN INPUT IDXFILE.
           PERFORM UNTIL WS-IDXEOF = 'Y'
                   READ IDXFILE
                   AT END
                           MOVE 'Y' TO WS-IDXEOF
                   NOT AT END
                           ADD 1 TO WS-GENCOUNT
                           MOVE IDX-GENNAME TO WS-AUDNAME
                           PERFORM VERIFYFILE
                           PERFORM CHECKGENERATION
                   END-READ
           END-PERFORM.
           CLOSE IDXFILE.

       VERIFYFILE.
           MOVE 'N' TO WS-EOF.
           MOVE ZERO TO WS-LINENO.
           MOVE ZERO TO WS-FILECOUNT.
           MOVE ZERO TO WS-FILECHAINED.
           MOVE SPACES TO WS-FILELAST.
           OPEN INPUT AUDITFILE.
           PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDITFILE
                   AT END
                           MOVE 'Y' TO WS-EOF
                   NOT AT END
                           ADD 1 TO WS-LINENO
                           ADD 1 TO WS-FILECOUNT
                           PERFORM VERIFYRECORD
                   END-READ
           END-PERFORM.
           CLOSE AUDITFILE.
           MOVE WS-AUDNAME TO RPT-FIL-NAME.
           MOVE WS-FILECOUNT TO RPT-FIL-COUNT.
           MOVE WS-FILECHAINED TO RPT-FIL-CHAINED.
           WRITE REPORTRECORD FROM RPT-FILELINE.

       VERIFYRECORD.
           IF AUD-CHAIN IS NOT NUMERIC
              IF WS-STARTED = 'N'
                 ADD 1 TO WS-LEGACYCOUNT
              ELSE
                 MOVE "MISSING CHECK VALUE" TO RPT-BRK-REASON
                 PERFORM COMPUTECHAIN
                 PERFORM WRITEBREAK
                 MOVE WS-CHAINVALUE TO WS-PREVCHAIN
              END-IF
           ELSE
              MOVE 'Y' TO WS-STARTED
              ADD 1 TO WS-CHAINEDCOUNT
              ADD 1 TO WS-FILECHAINED
              MOVE AUD-CHAIN TO WS-FILELAST
              MOVE AUD-CHAIN TO WS-FOUNDCHAIN
              PERFORM COMPUTECHAIN
              IF WS-CHAINVALUE NOT = WS-FOUNDCHAIN
                 MOVE "CHECK VALUE MISMATCH" TO RPT-BRK-REASON
                 PERFORM WRITEBREAK
              END-IF
              MOVE WS-FOUNDCHAIN TO WS-PREVCHAIN
           END-IF.

       COMPUTECHAIN.
           MOVE WS-PREVCHAIN TO WS-CHAINVALUE.
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

       WRITEBREAK.
           ADD 1 TO WS-BREAKCOUNT.
           MOVE 'Y' TO WS-DIRTY.
           MOVE WS-AUDNAME TO RPT-BRK-NAME.
           MOVE WS-LINENO TO RPT-BRK-LINE.
           WRITE REPORTRECORD FROM RPT-BREAKLINE.
           MOVE AUDITRECORD TO RPT-BRK-RECORD.
           WRITE REPORTRECORD FROM RPT-BREAKREC.
           MOVE WS-CHAINVALUE TO RPT-BRK-EXPECTED.
           MOVE AUD-CHAIN TO RPT-BRK-FOUND.
           WRITE REPORTRECORD FROM RPT-BREAKVAL.

       CHECKGENERATION.
           MOVE IDX-GENNAME TO RPT-GEN-NAME.
           IF WS-FILECOUNT = ZERO
              MOVE "MISSING OR EMPTY" TO RPT-GEN-REASON
              WRITE REPORTRECORD FROM RPT-GENERR
              MOVE 'Y' TO WS-DIRTY
           ELSE
              IF IDX-COUNT IS NUMERIC AND
                 IDX-COUNT NOT = WS-FILECOUNT
                 MOVE "RECORD COUNT DIFFERS FROM INDEX"
                     TO RPT-GEN-REASON
                 WRITE REPORTRECORD FROM RPT-GENERR
                 MOVE IDX-COUNT TO RPT-GEN-INDEXED
                 MOVE WS-FILECOUNT TO RPT-GEN-FOUND
                 WRITE REPORTRECORD FROM RPT-GENVAL
                 MOVE 'Y' TO WS-DIRTY
              END-IF
              IF IDX-LASTCHAIN NOT = SPACES AND
                 IDX-LASTCHAIN NOT = WS-FILELAST
                 MOVE "LAST CHECK VALUE DIFFERS FROM INDEX"
                     TO RPT-GEN-REASON
                 WRITE REPORTRECORD FROM RPT-GENERR
                 MOVE IDX-LASTCHAIN TO RPT-GEN-INDEXED
                 MOVE WS-FILELAST TO RPT-GEN-FOUND
                 WRITE REPORTRECORD FROM RPT-GENVAL
                 MOVE 'Y' TO WS-DIRTY
              END-IF
           END-IF.

       CHECKCHAINCTL.
           IF WS-HAVECTL = 'N'
              IF WS-CHAINEDCOUNT > ZERO
                 WRITE REPORTRECORD FROM RPT-NOCTL
                 MOVE 'Y' TO WS-DIRTY
              END-IF
           ELSE
              MOVE WS-CTLCOUNT TO RPT-CTL-COUNT
              MOVE WS-CTLCHAIN TO RPT-CTL-CHAIN
              MOVE WS-PREVCHAIN TO RPT-CTL-FOUND
              WRITE REPORTRECORD FROM RPT-CTLLINE
              IF WS-CTLCOUNT NOT = WS-CHAINEDCOUNT OR
                 WS-CTLCHAIN NOT = WS-PREVCHAIN
                 WRITE REPORTRECORD FROM RPT-CTLERR
                 MOVE 'Y' TO WS-DIRTY
              END-IF
           END-IF.
