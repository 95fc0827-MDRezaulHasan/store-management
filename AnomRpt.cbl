       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANOMRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDITFILE ASSIGN TO "audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHAINFILE ASSIGN TO "audchain.ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL IDXFILE ASSIGN TO "audarch.idx"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GENFILE ASSIGN TO WS-GENNAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PASSWARDFILE ASSIGN TO "passward.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECORDID
           ALTERNATE RECORD KEY IS SYSTEMNAME.
           SELECT OPTIONAL OPERATORFILE ASSIGN TO "operator.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTFILE ASSIGN TO "anomrpt.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARMFILE ASSIGN TO "anomrpt.parm"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTFILE ASSIGN TO "anomsort.tmp".

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

       FD GENFILE.
       01 GENRECORD            PIC X(57).

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

       FD REPORTFILE.
       01 REPORTRECORD         PIC X(80).

       FD PARMFILE.
       01 PARMRECORD           PIC X(80).

       SD SORTFILE.
       01 SORTREC.
          02 SRT-SCORE        PIC 9(3).
          02 SRT-OPERATOR     PIC X(10).
          02 SRT-FNDSEQ       PIC 9(3).
          02 SRT-POINTS       PIC 9(3).
          02 SRT-TEXT         PIC X(50).
          02 SRT-ACTION       PIC X(16).

       WORKING-STORAGE SECTION.
       01 WS-COMMAND-LINE      PIC X(20).
       01 WS-PARMEOF           PIC X     VALUE 'N'.
       01 WS-PARMVALUE         PIC X(80).
       01 WS-EOF               PIC X.
       01 WS-SORTEOF           PIC X.
       01 WS-IDXEOF            PIC X.
       01 WS-GENEOF            PIC X.
       01 WS-OPREOF            PIC X.
       01 WS-GENNAME           PIC X(30).
       01 WS-DATE8             PIC 9(8).
       01 WS-TIME8             PIC 9(8).
       01 WS-CHAINVALUE        PIC 9(13).
       01 WS-CHAINCOUNT        PIC 9(9).
       01 WS-CHAINPOS          PIC 9(3).
       01 WS-WINDOWIN          PIC X(5).
       01 WS-BASEIN            PIC X(5).
       01 WS-LOCKIN            PIC X(5).
       01 WS-FACTORIN          PIC X(5).
       01 WS-SPIKEIN           PIC X(5).
       01 WS-DENYIN            PIC X(5).
       01 WS-DUALIN            PIC X(5).
       01 WS-WINDOWDAYS        PIC 9(3).
       01 WS-BASEDAYS          PIC 9(3).
       01 WS-LOCKLEVEL         PIC 9(3).
       01 WS-FACTOR            PIC 9(2).
       01 WS-SPIKEMIN          PIC 9(3).
       01 WS-DENYMIN           PIC 9(3).
       01 WS-DUALMIN           PIC 9(3).
       01 WS-DAYSTART          PIC X(2)  VALUE "07".
       01 WS-DAYEND            PIC X(2)  VALUE "19".
       01 WS-WINSTART          PIC 9(8).
       01 WS-WINSTARTX         PIC X(8).
       01 WS-BASESTART         PIC 9(8).
       01 WS-BASESTARTX        PIC X(8).
       01 WS-AUDDATE           PIC 9(8).
       01 WS-WEEKDAY           PIC 9.
       01 WS-LASTVOPR          PIC X(10).
       01 WS-LASTVID           PIC 9(5).
       01 WS-TARGETID          PIC X(10).
       01 WS-FOUNDDEPT         PIC X(10).
       01 WS-EXPECTED          PIC 9(5)V99.
       01 WS-EXPECTEDOUT       PIC ZZZZ9.99.
       01 WS-COUNTOUT          PIC ZZZZ9.
       01 WS-POINTS            PIC 9(3).
       01 WS-FNDTEXT           PIC X(50).
       01 WS-OUTCOUNT          PIC 9(5).
       01 WS-KNOWNDEPT         PIC X.
       01 WS-HASBASE           PIC X.
       01 WS-REVERSE           PIC 9(3).
       01 WS-TABLEFULL         PIC X     VALUE 'N'.
       01 WS-OPRCHANGED        PIC X     VALUE 'N'.
       01 WS-AUDITID           PIC 9(5).
       01 WS-AUDITACTION       PIC X.
       01 WS-AUDITOPR          PIC X(10).
       01 WS-CNT-FLAGGED       PIC 9(3)  VALUE ZERO.
       01 WS-CNT-LOCKED        PIC 9(3)  VALUE ZERO.
       01 WS-LASTOPR           PIC X(10).
       01 WS-OPSCOUNT          PIC 9(3)  VALUE ZERO.
       01 WS-OPSSUB            PIC 9(3).
       01 WS-OPSFOUND          PIC 9(3).
       01 WS-ODPCOUNT          PIC 9(3)  VALUE ZERO.
       01 WS-ODPSUB            PIC 9(3).
       01 WS-WRVCOUNT          PIC 9(4)  VALUE ZERO.
       01 WS-WRVSUB            PIC 9(4).
       01 WS-PAIRCOUNT         PIC 9(3)  VALUE ZERO.
       01 WS-PAIRSUB           PIC 9(3).
       01 WS-PAIRSUB2          PIC 9(3).
       01 WS-PAIRFOUND         PIC 9(3).
       01 WS-FNDCOUNT          PIC 9(3)  VALUE ZERO.
       01 WS-FNDSUB            PIC 9(3).
       01 WS-OPRCOUNT          PIC 9(3).
       01 WS-OPRSUB            PIC 9(3).
       01 WS-OPRFOUND          PIC 9(3).
       01 WS-OPSTABLE.
          02 WS-OPSENTRY OCCURS 100 TIMES.
             03 WS-OPS-ID     PIC X(10).
             03 WS-OPS-WINV   PIC 9(5).
             03 WS-OPS-BASEV  PIC 9(5).
             03 WS-OPS-DENY   PIC 9(5).
             03 WS-OPS-OFFHRS PIC 9(5).
             03 WS-OPS-DUAL   PIC 9(5).
             03 WS-OPS-SCORE  PIC 9(3).
             03 WS-OPS-ACTION PIC X(16).
       01 WS-ODPTABLE.
          02 WS-ODPENTRY OCCURS 500 TIMES.
             03 WS-ODP-OPR    PIC X(10).
             03 WS-ODP-DEPT   PIC X(10).
       01 WS-WRVTABLE.
          02 WS-WRVENTRY OCCURS 1000 TIMES.
             03 WS-WRV-OPR    PIC X(10).
             03 WS-WRV-DEPT   PIC X(10).
       01 WS-PAIRTABLE.
          02 WS-PAIRENTRY OCCURS 200 TIMES.
             03 WS-PAIR-REQ   PIC X(10).
             03 WS-PAIR-APR   PIC X(10).
             03 WS-PAIR-COUNT PIC 9(5).
       01 WS-FNDTABLE.
          02 WS-FNDENTRY OCCURS 500 TIMES.
             03 WS-FND-OPR    PIC X(10).
             03 WS-FND-POINTS PIC 9(3).
             03 WS-FND-TEXT   PIC X(50).
       01 WS-OPRTABLE.
          02 WS-OPRENTRY OCCURS 100 TIMES.
             03 WS-OPR-ID     PIC X(10).
             03 WS-OPR-PASS   PIC X(15).
             03 WS-OPR-ROLE   PIC X.
             03 WS-OPR-STATUS PIC X.
             03 WS-OPR-FAILS  PIC 9.
             03 WS-OPR-LASTCHG
                              PIC 9(8).

       01 RPT-HEADING1.
          02 FILLER            PIC X(80)
             VALUE "PASSWARD STORE - OPERATOR REVEAL ANOMALY REPORT".

       01 RPT-HEADING2.
          02 FILLER            PIC X(12) VALUE "RUN DATE : ".
          02 RPT-RUNDATE       PIC 9(8).
          02 FILLER            PIC X(17) VALUE "  WINDOW FROM : ".
          02 RPT-WINSTART      PIC 9(8).
          02 FILLER            PIC X(19) VALUE "  BASELINE FROM : ".
          02 RPT-BASESTART     PIC 9(8).
          02 FILLER            PIC X(8)  VALUE SPACES.

       01 RPT-HEADING3.
          02 FILLER            PIC X(15) VALUE "SPIKE FACTOR : ".
          02 RPT-FACTOR        PIC 9(2).
          02 FILLER            PIC X(17) VALUE "  DENIAL LIMIT : ".
          02 RPT-DENYMIN       PIC 9(3).
          02 FILLER            PIC X(19) VALUE "  LOCK SEVERITY : ".
          02 RPT-LOCKLEVEL     PIC X(7).
          02 FILLER            PIC X(17) VALUE SPACES.

       01 RPT-BLANK.
          02 FILLER            PIC X(80) VALUE SPACES.

       01 RPT-SECTION.
          02 RPT-SECTITLE      PIC X(80).

       01 RPT-OPRLINE.
          02 FILLER            PIC X(11) VALUE "OPERATOR : ".
          02 RPT-OPR-ID        PIC X(10).
          02 FILLER            PIC X(14) VALUE "  SEVERITY : ".
          02 RPT-OPR-SCORE     PIC ZZ9.
          02 FILLER            PIC X(12) VALUE "  ACTION : ".
          02 RPT-OPR-ACTION    PIC X(16).
          02 FILLER            PIC X(14) VALUE SPACES.

       01 RPT-FNDLINE.
          02 FILLER            PIC X(4)  VALUE SPACES.
          02 RPT-FND-POINTS    PIC ZZ9.
          02 FILLER            PIC X(3)  VALUE SPACES.
          02 RPT-FND-TEXT      PIC X(50).
          02 FILLER            PIC X(20) VALUE SPACES.

       01 RPT-TOTLINE.
          02 RPT-TOTLABEL      PIC X(30).
          02 RPT-TOTCOUNT      PIC 9(3).
          02 FILLER            PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.
       STARTPARA.
           PERFORM GETRUNOPTIONS.
           ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
           COMPUTE WS-WINSTART = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE8) - WS-WINDOWDAYS).
           COMPUTE WS-BASESTART = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-WINSTART) - WS-BASEDAYS).
           MOVE WS-WINSTART TO WS-WINSTARTX.
           MOVE WS-BASESTART TO WS-BASESTARTX.
           MOVE SPACES TO WS-LASTVOPR.
           OPEN INPUT PASSWARDFILE.
           PERFORM SCANAUDIT.
           CLOSE PASSWARDFILE.
           PERFORM EVALUATEOPERATORS.
           IF WS-LOCKLEVEL > ZERO
              PERFORM LOCKOPERATORS
           END-IF.
           OPEN OUTPUT REPORTFILE.
           PERFORM WRITEHEADINGS.
           SORT SORTFILE ON DESCENDING KEY SRT-SCORE
                            ASCENDING KEY SRT-OPERATOR SRT-FNDSEQ
               INPUT PROCEDURE IS RELEASEFINDINGS
               OUTPUT PROCEDURE IS WRITEFINDINGS.
           PERFORM WRITETOTALS.
           CLOSE REPORTFILE.
           DISPLAY "Operators Flagged : " WS-CNT-FLAGGED
               "  Locked : " WS-CNT-LOCKED.
           DISPLAY "Anomaly Report Written To anomrpt.rpt".
           STOP RUN.

       GETRUNOPTIONS.
           MOVE SPACES TO WS-FACTORIN.
           MOVE SPACES TO WS-SPIKEIN.
           MOVE SPACES TO WS-DENYIN.
           MOVE SPACES TO WS-DUALIN.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           EVALUATE WS-COMMAND-LINE
           WHEN SPACES
                DISPLAY "OPERATOR REVEAL ANOMALY REPORT"
                DISPLAY "Window In Days (Blank = 1) : "
                    WITH NO ADVANCING
                ACCEPT WS-WINDOWIN
                DISPLAY "Baseline In Days (Blank = 30) : "
                    WITH NO ADVANCING
                ACCEPT WS-BASEIN
                DISPLAY "Lock Operators At Severity (Blank = No"
                    " Lock) : " WITH NO ADVANCING
                ACCEPT WS-LOCKIN
           WHEN "BATCH"
                OPEN INPUT PARMFILE
                PERFORM READPARM
                MOVE WS-PARMVALUE TO WS-WINDOWIN
                PERFORM READPARM
                MOVE WS-PARMVALUE TO WS-BASEIN
                PERFORM READPARM
                MOVE WS-PARMVALUE TO WS-LOCKIN
                PERFORM READPARM
                MOVE WS-PARMVALUE TO WS-FACTORIN
                PERFORM READPARM
                MOVE WS-PARMVALUE TO WS-SPIKEIN
                PERFORM READPARM
                MOVE WS-PARMVALUE TO WS-DENYIN
                PERFORM READPARM
                MOVE WS-PARMVALUE TO WS-DUALIN
                CLOSE PARMFILE
           WHEN OTHER
                MOVE WS-COMMAND-LINE TO WS-WINDOWIN
                MOVE SPACES TO WS-BASEIN
                MOVE SPACES TO WS-LOCKIN
           END-EVALUATE.
           IF WS-WINDOWIN = SPACES
              MOVE 1 TO WS-WINDOWDAYS
           ELSE
              COMPUTE WS-WINDOWDAYS = FUNCTION NUMVAL(WS-WINDOWIN)
           END-IF.
           IF WS-BASEIN = SPACES
              MOVE 30 TO WS-BASEDAYS
           ELSE
              COMPUTE WS-BASEDAYS = FUNCTION NUMVAL(WS-BASEIN)
           END-IF.
           IF WS-LOCKIN = SPACES
              MOVE ZERO TO WS-LOCKLEVEL
           ELSE
              COMPUTE WS-LOCKLEVEL = FUNCTION NUMVAL(WS-LOCKIN)
           END-IF.
           IF WS-FACTORIN = SPACES
              MOVE 3 TO WS-FACTOR
           ELSE
              COMPUTE WS-FACTOR = FUNCTION NUMVAL(WS-FACTORIN)
           END-IF.
           IF WS-SPIKEIN = SPACES
              MOVE 5 TO WS-SPIKEMIN
           ELSE
              COMPUTE WS-SPIKEMIN = FUNCTION NUMVAL(WS-SPIKEIN)
           END-IF.
           IF WS-DENYIN = SPACES
              MOVE 3 TO WS-DENYMIN
           ELSE
              COMPUTE WS-DENYMIN = FUNCTION NUMVAL(WS-DENYIN)
           END-IF.
           IF WS-DUALIN = SPACES
              MOVE 3 TO WS-DUALMIN
           ELSE
              COMPUTE WS-DUALMIN = FUNCTION NUMVAL(WS-DUALIN)
           END-IF.
           IF WS-WINDOWDAYS = ZERO
              MOVE 1 TO WS-WINDOWDAYS
           END-IF.
           IF WS-BASEDAYS = ZERO
              MOVE 30 TO WS-BASEDAYS
           END-IF.

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

       SCANAUDIT.
           MOVE 'N' TO WS-IDXEOF.
           OPEN INPUT IDXFILE.
           PERFORM UNTIL WS-IDXEOF = 'Y'
                   READ IDXFILE
                   AT END
                           MOVE 'Y' TO WS-IDXEOF
                   NOT AT END
                           IF IDX-DATETO >= WS-BASESTARTX
                              PERFORM SCANONEGENERATION
                           END-IF
                   END-READ
           END-PERFORM.
           CLOSE IDXFILE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT AUDITFILE.
           PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDITFILE
                   AT END
                           MOVE 'Y' TO WS-EOF
                   NOT AT END
                           PERFORM CHECKONEAUDIT
                   END-READ
           END-PERFORM.
           CLOSE AUDITFILE.

       SCANONEGENERATION.
           MOVE IDX-GENNAME TO WS-GENNAME.
           MOVE 'N' TO WS-GENEOF.
           OPEN INPUT GENFILE.
           PERFORM UNTIL WS-GENEOF = 'Y'
                   READ GENFILE
                   AT END
                           MOVE 'Y' TO WS-GENEOF
                   NOT AT END
                           MOVE GENRECORD TO AUDITRECORD
                           PERFORM CHECKONEAUDIT
                   END-READ
           END-PERFORM.
           CLOSE GENFILE.

       CHECKONEAUDIT.
           IF AUD-TIMESTAMP(1:8) IS NUMERIC AND
              AUD-TIMESTAMP(1:8) >= WS-BASESTARTX
              MOVE AUD-OPERATOR TO WS-TARGETID
              EVALUATE AUD-ACTION
              WHEN 'V'
                   PERFORM FINDOPS
                   IF WS-OPSFOUND NOT = ZERO
                      PERFORM NOTEREVEAL
                   END-IF
              WHEN 'E'
                   IF AUD-TIMESTAMP(1:8) >= WS-WINSTARTX
                      PERFORM FINDOPS
                      IF WS-OPSFOUND NOT = ZERO
                         ADD 1 TO WS-OPS-DENY(WS-OPSFOUND)
                      END-IF
                   END-IF
              WHEN 'W'
                   IF WS-LASTVOPR NOT = SPACES AND
                      WS-LASTVID = AUD-RECORDID
                      PERFORM NOTEAPPROVAL
                   END-IF
              END-EVALUATE
           END-IF.
           IF AUD-ACTION = 'V'
              MOVE AUD-OPERATOR TO WS-LASTVOPR
              MOVE AUD-RECORDID TO WS-LASTVID
           ELSE
              MOVE SPACES TO WS-LASTVOPR
           END-IF.

       FINDOPS.
           MOVE ZERO TO WS-OPSFOUND.
           PERFORM VARYING WS-OPSSUB FROM 1 BY 1
                   UNTIL WS-OPSSUB > WS-OPSCOUNT OR
                         WS-OPSFOUND NOT = ZERO
                   IF WS-OPS-ID(WS-OPSSUB) = WS-TARGETID
                      MOVE WS-OPSSUB TO WS-OPSFOUND
                   END-IF
           END-PERFORM.
           IF WS-OPSFOUND = ZERO
              IF WS-OPSCOUNT < 100
                 ADD 1 TO WS-OPSCOUNT
                 MOVE WS-OPSCOUNT TO WS-OPSFOUND
                 MOVE WS-TARGETID TO WS-OPS-ID(WS-OPSFOUND)
                 MOVE ZERO TO WS-OPS-WINV(WS-OPSFOUND)
                 MOVE ZERO TO WS-OPS-BASEV(WS-OPSFOUND)
                 MOVE ZERO TO WS-OPS-DENY(WS-OPSFOUND)
                 MOVE ZERO TO WS-OPS-OFFHRS(WS-OPSFOUND)
                 MOVE ZERO TO WS-OPS-DUAL(WS-OPSFOUND)
                 MOVE ZERO TO WS-OPS-SCORE(WS-OPSFOUND)
                 MOVE SPACES TO WS-OPS-ACTION(WS-OPSFOUND)
              ELSE
                 MOVE 'Y' TO WS-TABLEFULL
              END-IF
           END-IF.

       NOTEREVEAL.
           MOVE AUD-RECORDID TO RECORDID.
           READ PASSWARDFILE KEY IS RECORDID
           INVALID KEY
                   MOVE SPACES TO WS-FOUNDDEPT
           NOT INVALID KEY
                   MOVE OWNINGDEPT TO WS-FOUNDDEPT
           END-READ.
           IF AUD-TIMESTAMP(1:8) >= WS-WINSTARTX
              ADD 1 TO WS-OPS-WINV(WS-OPSFOUND)
              MOVE AUD-TIMESTAMP(1:8) TO WS-AUDDATE
              COMPUTE WS-WEEKDAY = FUNCTION MOD(
                  FUNCTION INTEGER-OF-DATE(WS-AUDDATE), 7)
              IF AUD-TIMESTAMP(9:2) < WS-DAYSTART OR
                 AUD-TIMESTAMP(9:2) NOT < WS-DAYEND OR
                 WS-WEEKDAY = 0 OR WS-WEEKDAY = 6
                 ADD 1 TO WS-OPS-OFFHRS(WS-OPSFOUND)
              END-IF
              IF WS-FOUNDDEPT NOT = SPACES
                 IF WS-WRVCOUNT < 1000
                    ADD 1 TO WS-WRVCOUNT
                    MOVE WS-TARGETID TO WS-WRV-OPR(WS-WRVCOUNT)
                    MOVE WS-FOUNDDEPT TO WS-WRV-DEPT(WS-WRVCOUNT)
                 ELSE
                    MOVE 'Y' TO WS-TABLEFULL
                 END-IF
              END-IF
           ELSE
              ADD 1 TO WS-OPS-BASEV(WS-OPSFOUND)
              IF WS-FOUNDDEPT NOT = SPACES
                 PERFORM NOTEBASEDEPT
              END-IF
           END-IF.

       NOTEBASEDEPT.
           MOVE 'N' TO WS-KNOWNDEPT.
           PERFORM VARYING WS-ODPSUB FROM 1 BY 1
                   UNTIL WS-ODPSUB > WS-ODPCOUNT OR
                         WS-KNOWNDEPT = 'Y'
                   IF WS-ODP-OPR(WS-ODPSUB) = WS-TARGETID AND
                      WS-ODP-DEPT(WS-ODPSUB) = WS-FOUNDDEPT
                      MOVE 'Y' TO WS-KNOWNDEPT
                   END-IF
           END-PERFORM.
           IF WS-KNOWNDEPT = 'N'
              IF WS-ODPCOUNT < 500
                 ADD 1 TO WS-ODPCOUNT
                 MOVE WS-TARGETID TO WS-ODP-OPR(WS-ODPCOUNT)
                 MOVE WS-FOUNDDEPT TO WS-ODP-DEPT(WS-ODPCOUNT)
              ELSE
                 MOVE 'Y' TO WS-TABLEFULL
              END-IF
           END-IF.

       NOTEAPPROVAL.
           MOVE ZERO TO WS-PAIRFOUND.
           PERFORM VARYING WS-PAIRSUB FROM 1 BY 1
                   UNTIL WS-PAIRSUB > WS-PAIRCOUNT OR
                         WS-PAIRFOUND NOT = ZERO
                   IF WS-PAIR-REQ(WS-PAIRSUB) = WS-LASTVOPR AND
                      WS-PAIR-APR(WS-PAIRSUB) = AUD-OPERATOR
                      MOVE WS-PAIRSUB TO WS-PAIRFOUND
                   END-IF
           END-PERFORM.
           IF WS-PAIRFOUND = ZERO
              IF WS-PAIRCOUNT < 200
                 ADD 1 TO WS-PAIRCOUNT
                 MOVE WS-PAIRCOUNT TO WS-PAIRFOUND
                 MOVE WS-LASTVOPR TO WS-PAIR-REQ(WS-PAIRFOUND)
                 MOVE AUD-OPERATOR TO WS-PAIR-APR(WS-PAIRFOUND)
                 MOVE ZERO TO WS-PAIR-COUNT(WS-PAIRFOUND)
              ELSE
                 MOVE 'Y' TO WS-TABLEFULL
              END-IF
           END-IF.
           IF WS-PAIRFOUND NOT = ZERO
              ADD 1 TO WS-PAIR-COUNT(WS-PAIRFOUND)
              MOVE WS-LASTVOPR TO WS-TARGETID
              PERFORM FINDOPS
              IF WS-OPSFOUND NOT = ZERO
                 ADD 1 TO WS-OPS-DUAL(WS-OPSFOUND)
              END-IF
           END-IF.

       EVALUATEOPERATORS.
           PERFORM VARYING WS-OPSSUB FROM 1 BY 1
                   UNTIL WS-OPSSUB > WS-OPSCOUNT
                   MOVE WS-OPS-ID(WS-OPSSUB) TO WS-TARGETID
                   PERFORM CHECKSPIKE
                   PERFORM CHECKOFFHOURS
                   PERFORM CHECKDENIALS
                   PERFORM CHECKOUTSIDEDEPT
           END-PERFORM.
           PERFORM CHECKMUTUALPAIRS.
           PERFORM VARYING WS-OPSSUB FROM 1 BY 1
                   UNTIL WS-OPSSUB > WS-OPSCOUNT
                   IF WS-OPS-SCORE(WS-OPSSUB) > ZERO
                      ADD 1 TO WS-CNT-FLAGGED
                   END-IF
           END-PERFORM.

       CHECKSPIKE.
           COMPUTE WS-EXPECTED ROUNDED =
               WS-OPS-BASEV(WS-OPSSUB) * WS-WINDOWDAYS / WS-BASEDAYS.
           IF WS-OPS-WINV(WS-OPSSUB) NOT < WS-SPIKEMIN AND
              WS-OPS-WINV(WS-OPSSUB) > WS-EXPECTED * WS-FACTOR
              MOVE WS-OPS-WINV(WS-OPSSUB) TO WS-COUNTOUT
              MOVE WS-EXPECTED TO WS-EXPECTEDOUT
              MOVE SPACES TO WS-FNDTEXT
              STRING "REVEAL SPIKE :" DELIMITED BY SIZE
                     WS-COUNTOUT DELIMITED BY SIZE
                     " IN WINDOW, AVERAGE" DELIMITED BY SIZE
                     WS-EXPECTEDOUT DELIMITED BY SIZE
                     INTO WS-FNDTEXT
              END-STRING
              MOVE 5 TO WS-POINTS
              PERFORM ADDFINDING
           END-IF.

       CHECKOFFHOURS.
           IF WS-OPS-OFFHRS(WS-OPSSUB) > ZERO
              MOVE WS-OPS-OFFHRS(WS-OPSSUB) TO WS-COUNTOUT
              MOVE SPACES TO WS-FNDTEXT
              STRING "REVEALS OUTSIDE BUSINESS HOURS :"
                         DELIMITED BY SIZE
                     WS-COUNTOUT DELIMITED BY SIZE
                     INTO WS-FNDTEXT
              END-STRING
              IF WS-OPS-OFFHRS(WS-OPSSUB) > 5
                 MOVE 5 TO WS-POINTS
              ELSE
                 MOVE WS-OPS-OFFHRS(WS-OPSSUB) TO WS-POINTS
              END-IF
              PERFORM ADDFINDING
           END-IF.

       CHECKDENIALS.
           IF WS-OPS-DENY(WS-OPSSUB) NOT < WS-DENYMIN AND
              WS-OPS-DENY(WS-OPSSUB) > ZERO
              MOVE WS-OPS-DENY(WS-OPSSUB) TO WS-COUNTOUT
              MOVE SPACES TO WS-FNDTEXT
              STRING "REPEATED REVEAL DENIALS (E) :" DELIMITED BY SIZE
                     WS-COUNTOUT DELIMITED BY SIZE
                     INTO WS-FNDTEXT
              END-STRING
              MOVE 3 TO WS-POINTS
              PERFORM ADDFINDING
           END-IF.

       CHECKOUTSIDEDEPT.
           MOVE 'N' TO WS-HASBASE.
           PERFORM VARYING WS-ODPSUB FROM 1 BY 1
                   UNTIL WS-ODPSUB > WS-ODPCOUNT OR WS-HASBASE = 'Y'
                   IF WS-ODP-OPR(WS-ODPSUB) = WS-TARGETID
                      MOVE 'Y' TO WS-HASBASE
                   END-IF
           END-PERFORM.
           MOVE ZERO TO WS-OUTCOUNT.
           IF WS-HASBASE = 'Y'
              PERFORM VARYING WS-WRVSUB FROM 1 BY 1
                      UNTIL WS-WRVSUB > WS-WRVCOUNT
                      IF WS-WRV-OPR(WS-WRVSUB) = WS-TARGETID
                         MOVE WS-WRV-DEPT(WS-WRVSUB) TO WS-FOUNDDEPT
                         PERFORM CHECKKNOWNDEPT
                         IF WS-KNOWNDEPT = 'N'
                            ADD 1 TO WS-OUTCOUNT
                         END-IF
                      END-IF
              END-PERFORM
           END-IF.
           IF WS-OUTCOUNT > ZERO
              MOVE WS-OUTCOUNT TO WS-COUNTOUT
              MOVE SPACES TO WS-FNDTEXT
              STRING "REVEALS OUTSIDE USUAL DEPARTMENTS :"
                         DELIMITED BY SIZE
                     WS-COUNTOUT DELIMITED BY SIZE
                     INTO WS-FNDTEXT
              END-STRING
              IF WS-OUTCOUNT > 3
                 MOVE 6 TO WS-POINTS
              ELSE
                 COMPUTE WS-POINTS = WS-OUTCOUNT * 2
              END-IF
              PERFORM ADDFINDING
           END-IF.

       CHECKKNOWNDEPT.
           MOVE 'N' TO WS-KNOWNDEPT.
           PERFORM VARYING WS-ODPSUB FROM 1 BY 1
                   UNTIL WS-ODPSUB > WS-ODPCOUNT OR
                         WS-KNOWNDEPT = 'Y'
                   IF WS-ODP-OPR(WS-ODPSUB) = WS-TARGETID AND
                      WS-ODP-DEPT(WS-ODPSUB) = WS-FOUNDDEPT
                      MOVE 'Y' TO WS-KNOWNDEPT
                   END-IF
           END-PERFORM.

       CHECKMUTUALPAIRS.
           PERFORM VARYING WS-PAIRSUB FROM 1 BY 1
                   UNTIL WS-PAIRSUB > WS-PAIRCOUNT
                   IF WS-PAIR-REQ(WS-PAIRSUB) < WS-PAIR-APR(WS-PAIRSUB)
                      PERFORM CHECKONEPAIR
                   END-IF
           END-PERFORM.

       CHECKONEPAIR.
           MOVE ZERO TO WS-REVERSE.
           PERFORM VARYING WS-PAIRSUB2 FROM 1 BY 1
                   UNTIL WS-PAIRSUB2 > WS-PAIRCOUNT OR
                         WS-REVERSE NOT = ZERO
                   IF WS-PAIR-REQ(WS-PAIRSUB2) =
                      WS-PAIR-APR(WS-PAIRSUB) AND
                      WS-PAIR-APR(WS-PAIRSUB2) =
                      WS-PAIR-REQ(WS-PAIRSUB)
                      MOVE WS-PAIRSUB2 TO WS-REVERSE
                   END-IF
           END-PERFORM.
           IF WS-REVERSE NOT = ZERO
              MOVE WS-PAIR-REQ(WS-PAIRSUB) TO WS-TARGETID
              PERFORM FINDOPS
              MOVE WS-OPSFOUND TO WS-OPRFOUND
              MOVE WS-PAIR-APR(WS-PAIRSUB) TO WS-TARGETID
              PERFORM FINDOPS
              IF WS-OPRFOUND NOT = ZERO AND WS-OPSFOUND NOT = ZERO
                 IF WS-PAIR-COUNT(WS-PAIRSUB) =
                    WS-OPS-DUAL(WS-OPRFOUND) AND
                    WS-PAIR-COUNT(WS-REVERSE) =
                    WS-OPS-DUAL(WS-OPSFOUND) AND
                    WS-PAIR-COUNT(WS-PAIRSUB) +
                    WS-PAIR-COUNT(WS-REVERSE) NOT < WS-DUALMIN
                    PERFORM ADDPAIRFINDINGS
                 END-IF
              END-IF
           END-IF.

       ADDPAIRFINDINGS.
           MOVE 4 TO WS-POINTS.
           MOVE WS-PAIR-COUNT(WS-PAIRSUB) TO WS-COUNTOUT.
           MOVE SPACES TO WS-FNDTEXT.
           STRING "DUAL CONTROL ONLY WITH " DELIMITED BY SIZE
                  WS-PAIR-APR(WS-PAIRSUB) DELIMITED BY SPACE
                  " APPROVALS :" DELIMITED BY SIZE
                  WS-COUNTOUT DELIMITED BY SIZE
                  INTO WS-FNDTEXT
           END-STRING.
           MOVE WS-PAIR-REQ(WS-PAIRSUB) TO WS-TARGETID.
           MOVE WS-OPRFOUND TO WS-OPSSUB.
           PERFORM ADDFINDING.
           MOVE WS-PAIR-COUNT(WS-REVERSE) TO WS-COUNTOUT.
           MOVE SPACES TO WS-FNDTEXT.
           STRING "DUAL CONTROL ONLY WITH " DELIMITED BY SIZE
                  WS-PAIR-REQ(WS-PAIRSUB) DELIMITED BY SPACE
                  " APPROVALS :" DELIMITED BY SIZE
                  WS-COUNTOUT DELIMITED BY SIZE
                  INTO WS-FNDTEXT
           END-STRING.
           MOVE WS-PAIR-APR(WS-PAIRSUB) TO WS-TARGETID.
           MOVE WS-OPSFOUND TO WS-OPSSUB.
           PERFORM ADDFINDING.

       ADDFINDING.
           IF WS-FNDCOUNT < 500
              ADD 1 TO WS-FNDCOUNT
              MOVE WS-TARGETID TO WS-FND-OPR(WS-FNDCOUNT)
              MOVE WS-POINTS TO WS-FND-POINTS(WS-FNDCOUNT)
              MOVE WS-FNDTEXT TO WS-FND-TEXT(WS-FNDCOUNT)
              ADD WS-POINTS TO WS-OPS-SCORE(WS-OPSSUB)
           ELSE
              MOVE 'Y' TO WS-TABLEFULL
           END-IF.

       LOCKOPERATORS.
           PERFORM LOADOPERATORS.
           PERFORM VARYING WS-OPSSUB FROM 1 BY 1
                   UNTIL WS-OPSSUB > WS-OPSCOUNT
                   IF WS-OPS-SCORE(WS-OPSSUB) NOT < WS-LOCKLEVEL
                      PERFORM LOCKONEOPERATOR
                   END-IF
           END-PERFORM.
           IF WS-OPRCHANGED = 'Y'
              PERFORM SAVEOPERATORS
           END-IF.

       LOCKONEOPERATOR.
           MOVE WS-OPS-ID(WS-OPSSUB) TO WS-TARGETID.
           PERFORM FINDOPERATOR.
           EVALUATE TRUE
           WHEN WS-OPRFOUND = ZERO
                MOVE "UNKNOWN OPERATOR" TO WS-OPS-ACTION(WS-OPSSUB)
           WHEN WS-OPR-STATUS(WS-OPRFOUND) = 'L'
                MOVE "ALREADY LOCKED" TO WS-OPS-ACTION(WS-OPSSUB)
           WHEN WS-OPR-STATUS(WS-OPRFOUND) = 'D'
                MOVE "DISABLED" TO WS-OPS-ACTION(WS-OPSSUB)
           WHEN OTHER
                MOVE 'L' TO WS-OPR-STATUS(WS-OPRFOUND)
                MOVE 'Y' TO WS-OPRCHANGED
                MOVE "LOCKED" TO WS-OPS-ACTION(WS-OPSSUB)
                ADD 1 TO WS-CNT-LOCKED
                MOVE ZEROS TO WS-AUDITID
                MOVE 'L' TO WS-AUDITACTION
                MOVE WS-TARGETID TO WS-AUDITOPR
                PERFORM WRITEAUDIT
           END-EVALUATE.

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
                              PERFORM LOADONEOPERATOR
                           END-IF
                   END-READ
           END-PERFORM.
           CLOSE OPERATORFILE.

       LOADONEOPERATOR.
           MOVE OPR-ID TO WS-OPR-ID(WS-OPRCOUNT).
           MOVE OPR-PASSWORD TO WS-OPR-PASS(WS-OPRCOUNT).
           MOVE OPR-ROLE TO WS-OPR-ROLE(WS-OPRCOUNT).
           IF OPR-STATUS = SPACE
              MOVE 'A' TO WS-OPR-STATUS(WS-OPRCOUNT)
           ELSE
              MOVE OPR-STATUS TO WS-OPR-STATUS(WS-OPRCOUNT)
           END-IF.
           IF OPR-FAILS IS NUMERIC
              MOVE OPR-FAILS TO WS-OPR-FAILS(WS-OPRCOUNT)
           ELSE
              MOVE ZERO TO WS-OPR-FAILS(WS-OPRCOUNT)
           END-IF.
           IF OPR-LASTCHANGED IS NUMERIC
              MOVE OPR-LASTCHANGED TO WS-OPR-LASTCHG(WS-OPRCOUNT)
           ELSE
              MOVE ZERO TO WS-OPR-LASTCHG(WS-OPRCOUNT)
           END-IF.

       SAVEOPERATORS.
           OPEN OUTPUT OPERATORFILE.
           PERFORM VARYING WS-OPRSUB FROM 1 BY 1
                   UNTIL WS-OPRSUB > WS-OPRCOUNT
                   MOVE SPACES TO OPERATORRECORD
                   MOVE WS-OPR-ID(WS-OPRSUB) TO OPR-ID
                   MOVE WS-OPR-PASS(WS-OPRSUB) TO OPR-PASSWORD
                   MOVE WS-OPR-ROLE(WS-OPRSUB) TO OPR-ROLE
                   MOVE WS-OPR-STATUS(WS-OPRSUB) TO OPR-STATUS
                   MOVE WS-OPR-FAILS(WS-OPRSUB) TO OPR-FAILS
                   MOVE WS-OPR-LASTCHG(WS-OPRSUB) TO OPR-LASTCHANGED
                   WRITE OPERATORRECORD
           END-PERFORM.
           CLOSE OPERATORFILE.

       FINDOPERATOR.
           MOVE ZERO TO WS-OPRFOUND.
           PERFORM VARYING WS-OPRSUB FROM 1 BY 1
                   UNTIL WS-OPRSUB > WS-OPRCOUNT OR
                         WS-OPRFOUND NOT = ZERO
                   IF WS-OPR-ID(WS-OPRSUB) = WS-TARGETID
                      MOVE WS-OPRSUB TO WS-OPRFOUND
                   END-IF
           END-PERFORM.

       RELEASEFINDINGS.
           PERFORM VARYING WS-FNDSUB FROM 1 BY 1
                   UNTIL WS-FNDSUB > WS-FNDCOUNT
                   MOVE WS-FND-OPR(WS-FNDSUB) TO WS-TARGETID
                   PERFORM FINDOPS
                   MOVE SPACES TO SORTREC
                   MOVE WS-OPS-SCORE(WS-OPSFOUND) TO SRT-SCORE
                   MOVE WS-TARGETID TO SRT-OPERATOR
                   MOVE WS-FNDSUB TO SRT-FNDSEQ
                   MOVE WS-FND-POINTS(WS-FNDSUB) TO SRT-POINTS
                   MOVE WS-FND-TEXT(WS-FNDSUB) TO SRT-TEXT
                   MOVE WS-OPS-ACTION(WS-OPSFOUND) TO SRT-ACTION
                   RELEASE SORTREC
           END-PERFORM.

       WRITEFINDINGS.
           MOVE 'N' TO WS-SORTEOF.
           MOVE SPACES TO WS-LASTOPR.
           MOVE "OPERATORS RANKED BY SEVERITY" TO RPT-SECTITLE.
           WRITE REPORTRECORD FROM RPT-SECTION.
           PERFORM UNTIL WS-SORTEOF = 'Y'
                   RETURN SORTFILE
                   AT END
                           MOVE 'Y' TO WS-SORTEOF
                   NOT AT END
                           IF SRT-OPERATOR NOT = WS-LASTOPR
                              WRITE REPORTRECORD FROM RPT-BLANK
                              MOVE SRT-OPERATOR TO WS-LASTOPR
                              MOVE SRT-OPERATOR TO RPT-OPR-ID
                              MOVE SRT-SCORE TO RPT-OPR-SCORE
                              IF SRT-ACTION = SPACES
                                 MOVE "REPORTED" TO RPT-OPR-ACTION
                              ELSE
                                 MOVE SRT-ACTION TO RPT-OPR-ACTION
                              END-IF
                              WRITE REPORTRECORD FROM RPT-OPRLINE
                           END-IF
                           MOVE SRT-POINTS TO RPT-FND-POINTS
                           MOVE SRT-TEXT TO RPT-FND-TEXT
                           WRITE REPORTRECORD FROM RPT-FNDLINE
                   END-RETURN
           END-PERFORM.
           IF WS-LASTOPR = SPACES
              MOVE "NO ANOMALIES FOUND" TO RPT-SECTITLE
              WRITE REPORTRECORD FROM RPT-SECTION
           END-IF.

       WRITEHEADINGS.
           MOVE WS-DATE8 TO RPT-RUNDATE.
           MOVE WS-WINSTART TO RPT-WINSTART.
           MOVE WS-BASESTART TO RPT-BASESTART.
           MOVE WS-FACTOR TO RPT-FACTOR.
           MOVE WS-DENYMIN TO RPT-DENYMIN.
           IF WS-LOCKLEVEL = ZERO
              MOVE "NO LOCK" TO RPT-LOCKLEVEL
           ELSE
              MOVE WS-LOCKLEVEL TO RPT-LOCKLEVEL
           END-IF.
           WRITE REPORTRECORD FROM RPT-HEADING1.
           WRITE REPORTRECORD FROM RPT-HEADING2.
           WRITE REPORTRECORD FROM RPT-HEADING3.
           WRITE REPORTRECORD FROM RPT-BLANK.

       WRITETOTALS.
           WRITE REPORTRECORD FROM RPT-BLANK.
           MOVE "OPERATORS WITH ACTIVITY :" TO RPT-TOTLABEL.
           MOVE WS-OPSCOUNT TO RPT-TOTCOUNT.
           WRITE REPORTRECORD FROM RPT-TOTLINE.
           MOVE "OPERATORS FLAGGED :" TO RPT-TOTLABEL.
           MOVE WS-CNT-FLAGGED TO RPT-TOTCOUNT.
           WRITE REPORTRECORD FROM RPT-TOTLINE.
           MOVE "OPERATORS LOCKED :" TO RPT-TOTLABEL.
           MOVE WS-CNT-LOCKED TO RPT-TOTCOUNT.
           WRITE REPORTRECORD FROM RPT-TOTLINE.
           IF WS-TABLEFULL = 'Y'
              MOVE "** WORK TABLES FULL - SOME ACTIVITY WAS NOT ANALYS
      -           "ED" TO RPT-SECTITLE
              WRITE REPORTRECORD FROM RPT-SECTION
           END-IF.

       WRITEAUDIT.
           ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
           ACCEPT WS-TIME8 FROM TIME.
           OPEN EXTEND AUDITFILE.
           MOVE SPACES TO AUDITRECORD.
           MOVE WS-AUDITID TO AUD-RECORDID.
           MOVE WS-AUDITACTION TO AUD-ACTION.
           MOVE WS-AUDITOPR TO AUD-OPERATOR.
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
