       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERATORFILE ASSIGN TO "operator.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ENTITLEFILE ASSIGN TO "entitle.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENT-GRANT
           ALTERNATE RECORD KEY IS ENT-TARGET WITH DUPLICATES.
           SELECT PASSWARDFILE ASSIGN TO "passward.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECORDID
           ALTERNATE RECORD KEY IS SYSTEMNAME.
           SELECT OPTIONAL AUDITFILE ASSIGN TO "audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHAINFILE ASSIGN TO "audchain.ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL IDXFILE ASSIGN TO "audarch.idx"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GENFILE ASSIGN TO WS-GENNAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CTLFILE ASSIGN TO "recert.ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WKSFILE ASSIGN TO WS-WKSNAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RSPFILE ASSIGN TO "recert.rsp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTFILE ASSIGN TO "recert.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARMFILE ASSIGN TO "recert.parm"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTFILE ASSIGN TO "recsort.tmp".

       DATA DIVISION.
       FILE SECTION.
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

       FD ENTITLEFILE.
       01 ENTITLERECORD.
          02 ENT-GRANT.
             03 ENT-OPERATOR  PIC X(10).
             03 FILLER        PIC X     VALUE SPACE.
             03 ENT-TARGET.
                04 ENT-TYPE   PIC X.
                04 FILLER     PIC X     VALUE SPACE.
                04 ENT-KEY    PIC X(10).

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

       FD CTLFILE.
       01 CTLRECORD.
          02 CTL-CAMPAIGN     PIC X(8).
          02 FILLER           PIC X     VALUE SPACE.
          02 CTL-DEPT         PIC X(10).
          02 FILLER           PIC X     VALUE SPACE.
          02 CTL-LINES        PIC 9(5).

       FD WKSFILE.
       01 WKSRECORD            PIC X(80).

       FD RSPFILE.
       01 RSPRECORD.
          02 RSP-CAMPAIGN     PIC X(8).
          02 FILLER           PIC X.
          02 RSP-DEPT         PIC X(10).
          02 FILLER           PIC X.
          02 RSP-OPERATOR     PIC X(10).
          02 FILLER           PIC X.
          02 RSP-TYPE         PIC X.
          02 FILLER           PIC X.
          02 RSP-KEY          PIC X(10).
          02 FILLER           PIC X.
          02 RSP-DECISION     PIC X.
          02 FILLER           PIC X(35).

       FD REPORTFILE.
       01 REPORTRECORD         PIC X(80).

       FD PARMFILE.
       01 PARMRECORD           PIC X(80).

       SD SORTFILE.
       01 SORTREC.
          02 SRT-KEY.
             03 SRT-DEPT      PIC X(10).
             03 SRT-OPERATOR  PIC X(10).
             03 SRT-TYPE      PIC X.
             03 SRT-ENTKEY    PIC X(10).
          02 SRT-SYSTEMNAME   PIC X(15).
          02 SRT-LASTREVEAL   PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-COMMAND-LINE      PIC X(20).
       01 WS-PARMEOF           PIC X     VALUE 'N'.
       01 WS-PARMVALUE         PIC X(80).
       01 WS-MODEIN            PIC X(20).
       01 WS-MODE              PIC X.
       01 WS-EOF               PIC X.
       01 WS-SORTEOF           PIC X.
       01 WS-DATE8             PIC 9(8).
       01 WS-TIME8             PIC 9(8).
       01 WS-CHAINVALUE        PIC 9(13).
       01 WS-CHAINCOUNT        PIC 9(9).
       01 WS-CHAINPOS          PIC 9(3).
       01 WS-CAMPAIGN          PIC X(8).
       01 WS-GENNAME           PIC X(30).
       01 WS-WKSNAME           PIC X(30).
       01 WS-WKSOPEN           PIC X     VALUE 'N'.
       01 WS-IDXEOF            PIC X.
       01 WS-GENEOF            PIC X.
       01 WS-CTLEOF            PIC X.
       01 WS-RSPEOF            PIC X.
       01 WS-TARGETID          PIC X(10).
       01 WS-RECIDX            PIC X(5).
       01 WS-LASTDEPT          PIC X(10).
       01 WS-LASTREVEAL        PIC X(14).
       01 WS-LOOKTYPE          PIC X.
       01 WS-LOOKDEPT          PIC X(10).
       01 WS-LOOKID            PIC 9(5).
       01 WS-RESULT            PIC X(30).
       01 WS-AUDITID           PIC 9(5).
       01 WS-AUDITACTION       PIC X.
       01 WS-AUDITOPR          PIC X(10).
       01 WS-OPREOF            PIC X.
       01 WS-OPRCOUNT          PIC 9(3).
       01 WS-OPRSUB            PIC 9(3).
       01 WS-ENTEOF            PIC X.
       01 WS-ENTCOUNT          PIC 9(3).
       01 WS-ENTSUB            PIC 9(3).
       01 WS-ENTFULL           PIC X.
       01 WS-DPTCOUNT          PIC 9(3)  VALUE ZERO.
       01 WS-DPTSUB            PIC 9(3).
       01 WS-DPTFOUND          PIC 9(3).
       01 WS-DPTFULL           PIC X     VALUE 'N'.
       01 WS-RVLCOUNT          PIC 9(4)  VALUE ZERO.
       01 WS-RVLSUB            PIC 9(4).
       01 WS-RVLFOUND          PIC 9(4).
       01 WS-RVLFULL           PIC X     VALUE 'N'.
       01 WS-CNT-LINES         PIC 9(5)  VALUE ZERO.
       01 WS-CNT-SHEETS        PIC 9(3)  VALUE ZERO.
       01 WS-CNT-KEEP          PIC 9(5)  VALUE ZERO.
       01 WS-CNT-REVOKE        PIC 9(5)  VALUE ZERO.
       01 WS-CNT-NOTFOUND      PIC 9(5)  VALUE ZERO.
       01 WS-CNT-NODECISION    PIC 9(5)  VALUE ZERO.
       01 WS-CNT-OTHER         PIC 9(5)  VALUE ZERO.
       01 WS-CNT-NOTRETURNED   PIC 9(3)  VALUE ZERO.
       01 WS-OPRTABLE.
          02 WS-OPRENTRY OCCURS 100 TIMES.
             03 WS-OPR-ID     PIC X(10).
             03 WS-OPR-ROLE   PIC X.
             03 WS-OPR-STATUS PIC X.
       01 WS-ENTTABLE.
          02 WS-ENTENTRY OCCURS 200 TIMES.
             03 WS-ENT-OPR    PIC X(10).
             03 WS-ENT-TYPE   PIC X.
             03 WS-ENT-KEY    PIC X(10).
       01 WS-DPTTABLE.
          02 WS-DPTENTRY OCCURS 100 TIMES.
             03 WS-DPT-NAME   PIC X(10).
             03 WS-DPT-ISSUED PIC 9(5).
             03 WS-DPT-ANSWERED
                              PIC 9(5).
             03 WS-DPT-KEEP   PIC 9(5).
             03 WS-DPT-REVOKE PIC 9(5).
       01 WS-RVLTABLE.
          02 WS-RVLENTRY OCCURS 1000 TIMES.
             03 WS-RVL-OPR    PIC X(10).
             03 WS-RVL-ID     PIC 9(5).
             03 WS-RVL-DEPT   PIC X(10).
             03 WS-RVL-STAMP  PIC X(14).

       01 WS-WKSLINE.
          02 WKS-CAMPAIGN      PIC X(8).
          02 FILLER            PIC X     VALUE SPACE.
          02 WKS-DEPT          PIC X(10).
          02 FILLER            PIC X     VALUE SPACE.
          02 WKS-OPERATOR      PIC X(10).
          02 FILLER            PIC X     VALUE SPACE.
          02 WKS-TYPE          PIC X.
          02 FILLER            PIC X     VALUE SPACE.
          02 WKS-KEY           PIC X(10).
          02 FILLER            PIC X     VALUE SPACE.
          02 WKS-DECISION      PIC X     VALUE SPACE.
          02 FILLER            PIC X     VALUE SPACE.
          02 WKS-SYSTEMNAME    PIC X(15).
          02 FILLER            PIC X     VALUE SPACE.
          02 WKS-LASTREVEAL    PIC X(14).
          02 FILLER            PIC X(4)  VALUE SPACES.

       01 WKS-HEADING1.
          02 FILLER            PIC X(80)
             VALUE
             "* PASSWARD STORE - ACCESS RECERTIFICATION WORKSHEET".

       01 WKS-HEADING2.
          02 FILLER            PIC X(13) VALUE "* CAMPAIGN : ".
          02 WKS-H-CAMPAIGN    PIC X(8).
          02 FILLER            PIC X(16) VALUE "  DEPARTMENT : ".
          02 WKS-H-DEPT        PIC X(10).
          02 FILLER            PIC X(33) VALUE SPACES.

       01 WKS-HEADING3.
          02 FILLER            PIC X(80)
             VALUE "* TYPE : A = ADMIN ROLE  D = DEPARTMENT GRANT  S = S
      -            "YSTEM GRANT".

       01 WKS-HEADING4.
          02 FILLER            PIC X(80)
             VALUE "* MARK EACH LINE K = KEEP OR R = REVOKE IN THE DECI
      -            "SION COLUMN AND RETURN".

       01 WKS-COLUMNS.
          02 FILLER            PIC X(9)  VALUE "*CAMPAIGN".
          02 FILLER            PIC X(11) VALUE " DEPARTMENT".
          02 FILLER            PIC X(11) VALUE " OPERATOR".
          02 FILLER            PIC X(2)  VALUE " T".
          02 FILLER            PIC X(11) VALUE " GRANT KEY".
          02 FILLER            PIC X(2)  VALUE " K".
          02 FILLER            PIC X(16) VALUE " SYSTEM NAME".
          02 FILLER            PIC X(18) VALUE " LAST REVEAL".

       01 RPT-HEADING1.
          02 FILLER            PIC X(44)
             VALUE "PASSWARD STORE - ACCESS RECERTIFICATION - ".
          02 RPT-MODETITLE     PIC X(36).

       01 RPT-HEADING2.
          02 FILLER            PIC X(12) VALUE "RUN DATE : ".
          02 RPT-RUNDATE       PIC 9(8).
          02 FILLER            PIC X(14) VALUE "  CAMPAIGN : ".
          02 RPT-CAMPAIGN      PIC X(8).
          02 FILLER            PIC X(38) VALUE SPACES.

       01 RPT-BLANK.
          02 FILLER            PIC X(80) VALUE SPACES.

       01 RPT-SECTION.
          02 RPT-SECTITLE      PIC X(80).

       01 RPT-ISSCOLUMNS.
          02 FILLER            PIC X(13) VALUE "DEPARTMENT".
          02 FILLER            PIC X(8)  VALUE "LINES".
          02 FILLER            PIC X(59) VALUE "WORKSHEET".

       01 RPT-ISSDETAIL.
          02 RPT-ISS-DEPT      PIC X(10).
          02 FILLER            PIC X(3)  VALUE SPACES.
          02 RPT-ISS-LINES     PIC 9(5).
          02 FILLER            PIC X(3)  VALUE SPACES.
          02 RPT-ISS-WKSNAME   PIC X(30).
          02 FILLER            PIC X(29) VALUE SPACES.

       01 RPT-APLCOLUMNS.
          02 FILLER            PIC X(11) VALUE "DEPARTMENT".
          02 FILLER            PIC X(11) VALUE "OPERATOR".
          02 FILLER            PIC X(5)  VALUE "TYPE".
          02 FILLER            PIC X(11) VALUE "GRANT KEY".
          02 FILLER            PIC X(9)  VALUE "DECISION".
          02 FILLER            PIC X(33) VALUE "RESULT".

       01 RPT-APLDETAIL.
          02 RPT-APL-DEPT      PIC X(10).
          02 FILLER            PIC X     VALUE SPACE.
          02 RPT-APL-OPR       PIC X(10).
          02 FILLER            PIC X(2)  VALUE SPACES.
          02 RPT-APL-TYPE      PIC X.
          02 FILLER            PIC X(3)  VALUE SPACES.
          02 RPT-APL-KEY       PIC X(10).
          02 FILLER            PIC X(4)  VALUE SPACES.
          02 RPT-APL-DECISION  PIC X.
          02 FILLER            PIC X(5)  VALUE SPACES.
          02 RPT-APL-RESULT    PIC X(30).
          02 FILLER            PIC X(3)  VALUE SPACES.

       01 RPT-STSCOLUMNS.
          02 FILLER            PIC X(13) VALUE "DEPARTMENT".
          02 FILLER            PIC X(9)  VALUE "ISSUED".
          02 FILLER            PIC X(10) VALUE "ANSWERED".
          02 FILLER            PIC X(8)  VALUE "KEEP".
          02 FILLER            PIC X(9)  VALUE "REVOKE".
          02 FILLER            PIC X(31) VALUE "STATUS".

       01 RPT-STSDETAIL.
          02 RPT-STS-DEPT      PIC X(10).
          02 FILLER            PIC X(3)  VALUE SPACES.
          02 RPT-STS-ISSUED    PIC 9(5).
          02 FILLER            PIC X(4)  VALUE SPACES.
          02 RPT-STS-ANSWERED  PIC 9(5).
          02 FILLER            PIC X(4)  VALUE SPACES.
          02 RPT-STS-KEEP      PIC 9(5).
          02 FILLER            PIC X(3)  VALUE SPACES.
          02 RPT-STS-REVOKE    PIC 9(5).
          02 FILLER            PIC X(4)  VALUE SPACES.
          02 RPT-STS-STATUS    PIC X(12).
          02 FILLER            PIC X(20) VALUE SPACES.

       01 RPT-TOTLINE.
          02 RPT-TOTLABEL      PIC X(40).
          02 RPT-TOTCOUNT      PIC 9(5).
          02 FILLER            PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
       STARTPARA.
           PERFORM GETRUNOPTIONS.
           ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
           EVALUATE WS-MODE
           WHEN 'I'
                PERFORM ISSUECAMPAIGN
           WHEN 'A'
                PERFORM APPLYRESPONSES
           WHEN 'S'
                PERFORM CAMPAIGNSTATUS
           WHEN OTHER
                DISPLAY "Unknown Mode - Use ISSUE, APPLY Or STATUS"
           END-EVALUATE.
           STOP RUN.

       GETRUNOPTIONS.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           EVALUATE WS-COMMAND-LINE
           WHEN SPACES
                DISPLAY "ACCESS RECERTIFICATION CAMPAIGN"
                DISPLAY "I = Issue Worksheets  A = Apply Responses"
                    "  S = Campaign Status : " WITH NO ADVANCING
                ACCEPT WS-MODEIN
           WHEN "BATCH"
                OPEN INPUT PARMFILE
                PERFORM READPARM
                MOVE WS-PARMVALUE TO WS-MODEIN
                CLOSE PARMFILE
           WHEN OTHER
                MOVE WS-COMMAND-LINE TO WS-MODEIN
           END-EVALUATE.
           INSPECT WS-MODEIN CONVERTING "ias" TO "IAS".
           MOVE WS-MODEIN(1:1) TO WS-MODE.

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

       ISSUECAMPAIGN.
           MOVE WS-DATE8 TO WS-CAMPAIGN.
           PERFORM LOADOPERATORS.
           PERFORM LOADENTITLE.
           OPEN INPUT PASSWARDFILE.
           PERFORM FINDREVEALS.
           OPEN OUTPUT REPORTFILE.
           MOVE "WORKSHEETS ISSUED" TO RPT-MODETITLE.
           PERFORM WRITEHEADINGS.
           WRITE REPORTRECORD FROM RPT-ISSCOLUMNS.
           OPEN OUTPUT CTLFILE.
           SORT SORTFILE ON ASCENDING KEY SRT-KEY
               INPUT PROCEDURE IS RELEASEWORKLINES
               OUTPUT PROCEDURE IS WRITEWORKSHEETS.
           CLOSE CTLFILE.
           CLOSE PASSWARDFILE.
           WRITE REPORTRECORD FROM RPT-BLANK.
           MOVE "WORKSHEETS ISSUED :" TO RPT-TOTLABEL.
           MOVE WS-CNT-SHEETS TO RPT-TOTCOUNT.
           WRITE REPORTRECORD FROM RPT-TOTLINE.
           MOVE "WORKSHEET LINES :" TO RPT-TOTLABEL.
           MOVE WS-CNT-LINES TO RPT-TOTCOUNT.
           WRITE REPORTRECORD FROM RPT-TOTLINE.
           IF WS-ENTFULL = 'Y' OR WS-DPTFULL = 'Y'
              MOVE "** MORE THAN 200 GRANTS OR 100 DEPARTMENTS - WORKS
      -           "HEETS ARE INCOMPLETE" TO RPT-SECTITLE
              WRITE REPORTRECORD FROM RPT-SECTION
           END-IF.
           IF WS-RVLFULL = 'Y'
              MOVE "** MORE THAN 1000 OPERATOR/SYSTEM REVEAL PAIRS - L
      -           "AST REVEAL MAY SHOW NEVER" TO RPT-SECTITLE
              WRITE REPORTRECORD FROM RPT-SECTION
           END-IF.
           CLOSE REPORTFILE.
           DISPLAY "Campaign " WS-CAMPAIGN " Issued : " WS-CNT-SHEETS
               " Worksheets, " WS-CNT-LINES " Lines".
           DISPLAY "Return Marked Lines In recert.rsp, Then Run APPLY".
           DISPLAY "Issue Report Written To recert.rpt".

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
                              MOVE OPR-ID TO WS-OPR-ID(WS-OPRCOUNT)
                              MOVE OPR-ROLE TO WS-OPR-ROLE(WS-OPRCOUNT)
                              MOVE OPR-STATUS
                                  TO WS-OPR-STATUS(WS-OPRCOUNT)
                           END-IF
                   END-READ
           END-PERFORM.
           CLOSE OPERATORFILE.

       LOADENTITLE.
           MOVE 'N' TO WS-ENTEOF.
           MOVE 'N' TO WS-ENTFULL.
           MOVE ZERO TO WS-ENTCOUNT.
           OPEN INPUT ENTITLEFILE.
           MOVE LOW-VALUES TO ENT-GRANT.
           START ENTITLEFILE KEY IS NOT LESS THAN ENT-GRANT
           INVALID KEY
                   MOVE 'Y' TO WS-ENTEOF
           END-START.
           PERFORM UNTIL WS-ENTEOF = 'Y'
                   READ ENTITLEFILE NEXT RECORD
                   AT END
                           MOVE 'Y' TO WS-ENTEOF
                   NOT AT END
                           IF WS-ENTCOUNT < 200
                              ADD 1 TO WS-ENTCOUNT
                              MOVE ENT-OPERATOR
                                  TO WS-ENT-OPR(WS-ENTCOUNT)
                              MOVE ENT-TYPE
                                  TO WS-ENT-TYPE(WS-ENTCOUNT)
                              MOVE ENT-KEY
                                  TO WS-ENT-KEY(WS-ENTCOUNT)
                           ELSE
                              MOVE 'Y' TO WS-ENTFULL
                           END-IF
                   END-READ
           END-PERFORM.
           CLOSE ENTITLEFILE.

       FINDREVEALS.
           MOVE 'N' TO WS-IDXEOF.
           OPEN INPUT IDXFILE.
           PERFORM UNTIL WS-IDXEOF = 'Y'
                   READ IDXFILE
                   AT END
                           MOVE 'Y' TO WS-IDXEOF
                   NOT AT END
                           PERFORM SCANONEGENERATION
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
                           IF AUD-ACTION = 'V'
                              PERFORM NOTEREVEAL
                           END-IF
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
                           IF AUD-ACTION = 'V'
                              PERFORM NOTEREVEAL
                           END-IF
                   END-READ
           END-PERFORM.
           CLOSE GENFILE.

       NOTEREVEAL.
           MOVE ZERO TO WS-RVLFOUND.
           PERFORM VARYING WS-RVLSUB FROM 1 BY 1
                   UNTIL WS-RVLSUB > WS-RVLCOUNT OR
                         WS-RVLFOUND NOT = ZERO
                   IF WS-RVL-OPR(WS-RVLSUB) = AUD-OPERATOR AND
                      WS-RVL-ID(WS-RVLSUB) = AUD-RECORDID
                      MOVE WS-RVLSUB TO WS-RVLFOUND
                   END-IF
           END-PERFORM.
           IF WS-RVLFOUND = ZERO
              MOVE AUD-RECORDID TO RECORDID
              READ PASSWARDFILE KEY IS RECORDID
              INVALID KEY
                      CONTINUE
              NOT INVALID KEY
                      IF WS-RVLCOUNT < 1000
                         ADD 1 TO WS-RVLCOUNT
                         MOVE WS-RVLCOUNT TO WS-RVLFOUND
                         MOVE AUD-OPERATOR TO WS-RVL-OPR(WS-RVLFOUND)
                         MOVE AUD-RECORDID TO WS-RVL-ID(WS-RVLFOUND)
                         MOVE OWNINGDEPT TO WS-RVL-DEPT(WS-RVLFOUND)
                         MOVE LOW-VALUES TO WS-RVL-STAMP(WS-RVLFOUND)
                      ELSE
                         MOVE 'Y' TO WS-RVLFULL
                      END-IF
              END-READ
           END-IF.
           IF WS-RVLFOUND NOT = ZERO
              IF AUD-TIMESTAMP > WS-RVL-STAMP(WS-RVLFOUND)
                 MOVE AUD-TIMESTAMP TO WS-RVL-STAMP(WS-RVLFOUND)
              END-IF
           END-IF.

       FINDLASTREVEAL.
           MOVE LOW-VALUES TO WS-LASTREVEAL.
           PERFORM VARYING WS-RVLSUB FROM 1 BY 1
                   UNTIL WS-RVLSUB > WS-RVLCOUNT
                   IF WS-RVL-OPR(WS-RVLSUB) = WS-TARGETID
                      IF (WS-LOOKTYPE = 'S' AND
                          WS-RVL-ID(WS-RVLSUB) = WS-LOOKID) OR
                         (WS-LOOKTYPE NOT = 'S' AND
                          WS-RVL-DEPT(WS-RVLSUB) = WS-LOOKDEPT)
                         IF WS-RVL-STAMP(WS-RVLSUB) > WS-LASTREVEAL
                            MOVE WS-RVL-STAMP(WS-RVLSUB)
                                TO WS-LASTREVEAL
                         END-IF
                      END-IF
                   END-IF
           END-PERFORM.
           IF WS-LASTREVEAL = LOW-VALUES
              MOVE "NEVER" TO WS-LASTREVEAL
           END-IF.

       ADDDEPT.
           MOVE ZERO TO WS-DPTFOUND.
           PERFORM VARYING WS-DPTSUB FROM 1 BY 1
                   UNTIL WS-DPTSUB > WS-DPTCOUNT OR
                         WS-DPTFOUND NOT = ZERO
                   IF WS-DPT-NAME(WS-DPTSUB) = WS-LOOKDEPT
                      MOVE WS-DPTSUB TO WS-DPTFOUND
                   END-IF
           END-PERFORM.
           IF WS-DPTFOUND = ZERO AND WS-LOOKDEPT NOT = SPACES
              IF WS-DPTCOUNT < 100
                 ADD 1 TO WS-DPTCOUNT
                 MOVE WS-DPTCOUNT TO WS-DPTFOUND
                 MOVE WS-LOOKDEPT TO WS-DPT-NAME(WS-DPTFOUND)
                 MOVE ZERO TO WS-DPT-ISSUED(WS-DPTFOUND)
                 MOVE ZERO TO WS-DPT-ANSWERED(WS-DPTFOUND)
                 MOVE ZERO TO WS-DPT-KEEP(WS-DPTFOUND)
                 MOVE ZERO TO WS-DPT-REVOKE(WS-DPTFOUND)
              ELSE
                 MOVE 'Y' TO WS-DPTFULL
              END-IF
           END-IF.

       RELEASEWORKLINES.
           PERFORM RELEASESYSTEMGRANTS.
           PERFORM RELEASEDEPTGRANTS.
           PERFORM RELEASEADMINS.

       RELEASESYSTEMGRANTS.
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
                           MOVE OWNINGDEPT TO WS-LOOKDEPT
                           PERFORM ADDDEPT
                           MOVE RECORDID TO WS-RECIDX
                           PERFORM RELEASEONESYSTEM
                   END-READ
           END-PERFORM.

       RELEASEONESYSTEM.
           PERFORM VARYING WS-ENTSUB FROM 1 BY 1
                   UNTIL WS-ENTSUB > WS-ENTCOUNT
                   IF WS-ENT-TYPE(WS-ENTSUB) = 'S' AND
                      WS-ENT-KEY(WS-ENTSUB)(1:5) = WS-RECIDX
                      MOVE WS-ENT-OPR(WS-ENTSUB) TO WS-TARGETID
                      MOVE 'S' TO WS-LOOKTYPE
                      MOVE RECORDID TO WS-LOOKID
                      PERFORM FINDLASTREVEAL
                      MOVE SPACES TO SORTREC
                      MOVE OWNINGDEPT TO SRT-DEPT
                      MOVE WS-TARGETID TO SRT-OPERATOR
                      MOVE 'S' TO SRT-TYPE
                      MOVE WS-ENT-KEY(WS-ENTSUB) TO SRT-ENTKEY
                      MOVE SYSTEMNAME TO SRT-SYSTEMNAME
                      MOVE WS-LASTREVEAL TO SRT-LASTREVEAL
                      RELEASE SORTREC
                   END-IF
           END-PERFORM.

       RELEASEDEPTGRANTS.
           PERFORM VARYING WS-ENTSUB FROM 1 BY 1
                   UNTIL WS-ENTSUB > WS-ENTCOUNT
                   IF WS-ENT-TYPE(WS-ENTSUB) = 'D'
                      MOVE WS-ENT-KEY(WS-ENTSUB) TO WS-LOOKDEPT
                      PERFORM ADDDEPT
                      MOVE WS-ENT-OPR(WS-ENTSUB) TO WS-TARGETID
                      MOVE 'D' TO WS-LOOKTYPE
                      PERFORM FINDLASTREVEAL
                      MOVE SPACES TO SORTREC
                      MOVE WS-LOOKDEPT TO SRT-DEPT
                      MOVE WS-TARGETID TO SRT-OPERATOR
                      MOVE 'D' TO SRT-TYPE
                      MOVE WS-LOOKDEPT TO SRT-ENTKEY
                      MOVE "(ALL SYSTEMS)" TO SRT-SYSTEMNAME
                      MOVE WS-LASTREVEAL TO SRT-LASTREVEAL
                      RELEASE SORTREC
                   END-IF
           END-PERFORM.

       RELEASEADMINS.
           PERFORM VARYING WS-DPTSUB FROM 1 BY 1
                   UNTIL WS-DPTSUB > WS-DPTCOUNT
                   PERFORM VARYING WS-OPRSUB FROM 1 BY 1
                           UNTIL WS-OPRSUB > WS-OPRCOUNT
                           IF WS-OPR-ROLE(WS-OPRSUB) = 'A' AND
                              WS-OPR-STATUS(WS-OPRSUB) NOT = 'D'
                              PERFORM RELEASEONEADMIN
                           END-IF
                   END-PERFORM
           END-PERFORM.

       RELEASEONEADMIN.
           MOVE WS-OPR-ID(WS-OPRSUB) TO WS-TARGETID.
           MOVE WS-DPT-NAME(WS-DPTSUB) TO WS-LOOKDEPT.
           MOVE 'A' TO WS-LOOKTYPE.
           PERFORM FINDLASTREVEAL.
           MOVE SPACES TO SORTREC.
           MOVE WS-LOOKDEPT TO SRT-DEPT.
           MOVE WS-TARGETID TO SRT-OPERATOR.
           MOVE 'A' TO SRT-TYPE.
           MOVE "(ADMIN ROLE)" TO SRT-SYSTEMNAME.
           MOVE WS-LASTREVEAL TO SRT-LASTREVEAL.
           RELEASE SORTREC.

       WRITEWORKSHEETS.
           MOVE 'N' TO WS-SORTEOF.
           MOVE SPACES TO WS-LASTDEPT.
           PERFORM UNTIL WS-SORTEOF = 'Y'
                   RETURN SORTFILE
                   AT END
                           MOVE 'Y' TO WS-SORTEOF
                   NOT AT END
                           IF SRT-DEPT NOT = WS-LASTDEPT
                              PERFORM ENDWORKSHEET
                              PERFORM STARTWORKSHEET
                           END-IF
                           PERFORM WRITEWORKLINE
                   END-RETURN
           END-PERFORM.
           PERFORM ENDWORKSHEET.

       STARTWORKSHEET.
           MOVE SRT-DEPT TO WS-LASTDEPT.
           MOVE ZERO TO CTL-LINES.
           MOVE SPACES TO WS-WKSNAME.
           STRING "recert_" DELIMITED BY SIZE
                  SRT-DEPT DELIMITED BY SPACE
                  ".wks" DELIMITED BY SIZE
                  INTO WS-WKSNAME
           END-STRING.
           OPEN OUTPUT WKSFILE.
           MOVE 'Y' TO WS-WKSOPEN.
           MOVE WS-CAMPAIGN TO WKS-H-CAMPAIGN.
           MOVE SRT-DEPT TO WKS-H-DEPT.
           WRITE WKSRECORD FROM WKS-HEADING1.
           WRITE WKSRECORD FROM WKS-HEADING2.
           WRITE WKSRECORD FROM WKS-HEADING3.
           WRITE WKSRECORD FROM WKS-HEADING4.
           WRITE WKSRECORD FROM WKS-COLUMNS.

       WRITEWORKLINE.
           MOVE WS-CAMPAIGN TO WKS-CAMPAIGN.
           MOVE SRT-DEPT TO WKS-DEPT.
           MOVE SRT-OPERATOR TO WKS-OPERATOR.
           MOVE SRT-TYPE TO WKS-TYPE.
           MOVE SRT-ENTKEY TO WKS-KEY.
           MOVE SPACE TO WKS-DECISION.
           MOVE SRT-SYSTEMNAME TO WKS-SYSTEMNAME.
           MOVE SRT-LASTREVEAL TO WKS-LASTREVEAL.
           WRITE WKSRECORD FROM WS-WKSLINE.
           ADD 1 TO CTL-LINES.
           ADD 1 TO WS-CNT-LINES.

       ENDWORKSHEET.
           IF WS-WKSOPEN = 'Y'
              CLOSE WKSFILE
              MOVE 'N' TO WS-WKSOPEN
              ADD 1 TO WS-CNT-SHEETS
              MOVE WS-CAMPAIGN TO CTL-CAMPAIGN
              MOVE WS-LASTDEPT TO CTL-DEPT
              WRITE CTLRECORD
              MOVE WS-LASTDEPT TO RPT-ISS-DEPT
              MOVE CTL-LINES TO RPT-ISS-LINES
              MOVE WS-WKSNAME TO RPT-ISS-WKSNAME
              WRITE REPORTRECORD FROM RPT-ISSDETAIL
           END-IF.

       LOADCONTROL.
           MOVE SPACES TO WS-CAMPAIGN.
           MOVE ZERO TO WS-DPTCOUNT.
           MOVE 'N' TO WS-CTLEOF.
           OPEN INPUT CTLFILE.
           PERFORM UNTIL WS-CTLEOF = 'Y'
                   READ CTLFILE
                   AT END
                           MOVE 'Y' TO WS-CTLEOF
                   NOT AT END
                           MOVE CTL-CAMPAIGN TO WS-CAMPAIGN
                           MOVE CTL-DEPT TO WS-LOOKDEPT
                           PERFORM ADDDEPT
                           IF WS-DPTFOUND NOT = ZERO
                              MOVE CTL-LINES
                                  TO WS-DPT-ISSUED(WS-DPTFOUND)
                           END-IF
                   END-READ
           END-PERFORM.
           CLOSE CTLFILE.

       APPLYRESPONSES.
           PERFORM LOADCONTROL.
           IF WS-CAMPAIGN = SPACES
              DISPLAY "No Campaign Issued - Run ISSUE First"
           ELSE
              OPEN I-O ENTITLEFILE
              OPEN OUTPUT REPORTFILE
              MOVE "RESPONSES APPLIED" TO RPT-MODETITLE
              PERFORM WRITEHEADINGS
              WRITE REPORTRECORD FROM RPT-APLCOLUMNS
              PERFORM READRESPONSES
              CLOSE ENTITLEFILE
              WRITE REPORTRECORD FROM RPT-BLANK
              MOVE "LINES KEPT :" TO RPT-TOTLABEL
              MOVE WS-CNT-KEEP TO RPT-TOTCOUNT
              WRITE REPORTRECORD FROM RPT-TOTLINE
              MOVE "GRANTS REVOKED :" TO RPT-TOTLABEL
              MOVE WS-CNT-REVOKE TO RPT-TOTCOUNT
              WRITE REPORTRECORD FROM RPT-TOTLINE
              MOVE "REVOKES NOT APPLIED :" TO RPT-TOTLABEL
              MOVE WS-CNT-NOTFOUND TO RPT-TOTCOUNT
              WRITE REPORTRECORD FROM RPT-TOTLINE
              MOVE "LINES WITH NO DECISION :" TO RPT-TOTLABEL
              MOVE WS-CNT-NODECISION TO RPT-TOTCOUNT
              WRITE REPORTRECORD FROM RPT-TOTLINE
              MOVE "LINES FROM ANOTHER CAMPAIGN (IGNORED) :"
                  TO RPT-TOTLABEL
              MOVE WS-CNT-OTHER TO RPT-TOTCOUNT
              WRITE REPORTRECORD FROM RPT-TOTLINE
              CLOSE REPORTFILE
              DISPLAY "Grants Revoked : " WS-CNT-REVOKE
                  "  Kept : " WS-CNT-KEEP
              DISPLAY "Apply Report Written To recert.rpt"
           END-IF.

       READRESPONSES.
           MOVE 'N' TO WS-RSPEOF.
           OPEN INPUT RSPFILE.
           PERFORM UNTIL WS-RSPEOF = 'Y'
                   READ RSPFILE
                   AT END
                           MOVE 'Y' TO WS-RSPEOF
                   NOT AT END
                           IF RSPRECORD NOT = SPACES AND
                              RSP-CAMPAIGN(1:1) NOT = '*'
                              PERFORM APPLYONERESPONSE
                           END-IF
                   END-READ
           END-PERFORM.
           CLOSE RSPFILE.

       APPLYONERESPONSE.
           INSPECT RSP-DECISION CONVERTING "kr" TO "KR".
           IF RSP-CAMPAIGN NOT = WS-CAMPAIGN
              ADD 1 TO WS-CNT-OTHER
           ELSE
              EVALUATE TRUE
              WHEN RSP-DECISION = 'K'
                   ADD 1 TO WS-CNT-KEEP
                   MOVE "KEPT" TO WS-RESULT
              WHEN RSP-DECISION NOT = 'R'
                   ADD 1 TO WS-CNT-NODECISION
                   MOVE "NO DECISION - GRANT KEPT" TO WS-RESULT
              WHEN RSP-TYPE = 'A'
                   ADD 1 TO WS-CNT-NOTFOUND
                   MOVE "ADMIN ROLE - REVIEW IN OPERADM" TO WS-RESULT
              WHEN OTHER
                   PERFORM REVOKEONEGRANT
              END-EVALUATE
              MOVE RSP-DEPT TO RPT-APL-DEPT
              MOVE RSP-OPERATOR TO RPT-APL-OPR
              MOVE RSP-TYPE TO RPT-APL-TYPE
              MOVE RSP-KEY TO RPT-APL-KEY
              MOVE RSP-DECISION TO RPT-APL-DECISION
              MOVE WS-RESULT TO RPT-APL-RESULT
              WRITE REPORTRECORD FROM RPT-APLDETAIL
           END-IF.

       REVOKEONEGRANT.
           MOVE SPACES TO ENTITLERECORD.
           MOVE RSP-OPERATOR TO ENT-OPERATOR.
           MOVE RSP-TYPE TO ENT-TYPE.
           MOVE RSP-KEY TO ENT-KEY.
           DELETE ENTITLEFILE RECORD
           INVALID KEY
                   ADD 1 TO WS-CNT-NOTFOUND
                   MOVE "GRANT NOT FOUND - ALREADY GONE" TO WS-RESULT
           NOT INVALID KEY
                   ADD 1 TO WS-CNT-REVOKE
                   MOVE "REVOKED" TO WS-RESULT
                   IF RSP-TYPE = 'S' AND RSP-KEY(1:5) IS NUMERIC
                      MOVE RSP-KEY(1:5) TO WS-AUDITID
                   ELSE
                      MOVE ZEROS TO WS-AUDITID
                   END-IF
                   MOVE 'T' TO WS-AUDITACTION
                   MOVE RSP-OPERATOR TO WS-AUDITOPR
                   PERFORM WRITEAUDIT
           END-DELETE.

       CAMPAIGNSTATUS.
           PERFORM LOADCONTROL.
           IF WS-CAMPAIGN = SPACES
              DISPLAY "No Campaign Issued - Run ISSUE First"
           ELSE
              MOVE 'N' TO WS-RSPEOF
              OPEN INPUT RSPFILE
              PERFORM UNTIL WS-RSPEOF = 'Y'
                      READ RSPFILE
                      AT END
                              MOVE 'Y' TO WS-RSPEOF
                      NOT AT END
                              IF RSPRECORD NOT = SPACES AND
                                 RSP-CAMPAIGN(1:1) NOT = '*'
                                 PERFORM TALLYONERESPONSE
                              END-IF
                      END-READ
              END-PERFORM
              CLOSE RSPFILE
              OPEN OUTPUT REPORTFILE
              MOVE "CAMPAIGN STATUS" TO RPT-MODETITLE
              PERFORM WRITEHEADINGS
              WRITE REPORTRECORD FROM RPT-STSCOLUMNS
              PERFORM VARYING WS-DPTSUB FROM 1 BY 1
                      UNTIL WS-DPTSUB > WS-DPTCOUNT
                      PERFORM WRITEONESTATUS
              END-PERFORM
              WRITE REPORTRECORD FROM RPT-BLANK
              MOVE "DEPARTMENTS ISSUED :" TO RPT-TOTLABEL
              MOVE WS-DPTCOUNT TO RPT-TOTCOUNT
              WRITE REPORTRECORD FROM RPT-TOTLINE
              MOVE "DEPARTMENTS NOT RETURNED :" TO RPT-TOTLABEL
              MOVE WS-CNT-NOTRETURNED TO RPT-TOTCOUNT
              WRITE REPORTRECORD FROM RPT-TOTLINE
              CLOSE REPORTFILE
              DISPLAY "Departments Not Returned : "
                  WS-CNT-NOTRETURNED
              DISPLAY "Status Report Written To recert.rpt"
           END-IF.

       TALLYONERESPONSE.
           INSPECT RSP-DECISION CONVERTING "kr" TO "KR".
           IF RSP-CAMPAIGN = WS-CAMPAIGN AND
              (RSP-DECISION = 'K' OR RSP-DECISION = 'R')
              MOVE ZERO TO WS-DPTFOUND
              PERFORM VARYING WS-DPTSUB FROM 1 BY 1
                      UNTIL WS-DPTSUB > WS-DPTCOUNT OR
                            WS-DPTFOUND NOT = ZERO
                      IF WS-DPT-NAME(WS-DPTSUB) = RSP-DEPT
                         MOVE WS-DPTSUB TO WS-DPTFOUND
                      END-IF
              END-PERFORM
              IF WS-DPTFOUND NOT = ZERO
                 ADD 1 TO WS-DPT-ANSWERED(WS-DPTFOUND)
                 IF RSP-DECISION = 'K'
                    ADD 1 TO WS-DPT-KEEP(WS-DPTFOUND)
                 ELSE
                    ADD 1 TO WS-DPT-REVOKE(WS-DPTFOUND)
                 END-IF
              END-IF
           END-IF.

       WRITEONESTATUS.
           MOVE WS-DPT-NAME(WS-DPTSUB) TO RPT-STS-DEPT.
           MOVE WS-DPT-ISSUED(WS-DPTSUB) TO RPT-STS-ISSUED.
           MOVE WS-DPT-ANSWERED(WS-DPTSUB) TO RPT-STS-ANSWERED.
           MOVE WS-DPT-KEEP(WS-DPTSUB) TO RPT-STS-KEEP.
           MOVE WS-DPT-REVOKE(WS-DPTSUB) TO RPT-STS-REVOKE.
           EVALUATE TRUE
           WHEN WS-DPT-ANSWERED(WS-DPTSUB) = ZERO
                MOVE "NOT RETURNED" TO RPT-STS-STATUS
                ADD 1 TO WS-CNT-NOTRETURNED
           WHEN WS-DPT-ANSWERED(WS-DPTSUB) <
                WS-DPT-ISSUED(WS-DPTSUB)
                MOVE "INCOMPLETE" TO RPT-STS-STATUS
           WHEN OTHER
                MOVE "RETURNED" TO RPT-STS-STATUS
           END-EVALUATE.
           WRITE REPORTRECORD FROM RPT-STSDETAIL.

       WRITEHEADINGS.
           MOVE WS-DATE8 TO RPT-RUNDATE.
           MOVE WS-CAMPAIGN TO RPT-CAMPAIGN.
           WRITE REPORTRECORD FROM RPT-HEADING1.
           WRITE REPORTRECORD FROM RPT-HEADING2.
           WRITE REPORTRECORD FROM RPT-BLANK.

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
