           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDITFILE ASSIGN TO "audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHAINFILE ASSIGN TO "audchain.ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTFILE ASSIGN TO "operage.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ENTITLEFILE ASSIGN TO "entitle.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENT-GRANT
           ALTERNATE RECORD KEY IS ENT-TARGET WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
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

       FD ENTITLEFILE.
       01 ENTITLERECORD.
          02 ENT-GRANT.
             03 ENT-OPERATOR  PIC X(10).
             03 FILLER        PIC X     VALUE SPACE.
             03 ENT-TARGET.
                04 ENT-TYPE   PIC X.
                04 FILLER     PIC X     VALUE SPACE.
                04 ENT-KEY    PIC X(10).

       WORKING-STORAGE SECTION.
       01 CHOICE               PIC 9.
       01 STAYOPEN             PIC X     VALUE 'Y'.
       01 WS-DATE8             PIC 9(8).
       01 WS-TIME8             PIC 9(8).
       01 WS-CHAINVALUE        PIC 9(13).
       01 WS-CHAINCOUNT        PIC 9(9).
       01 WS-CHAINPOS          PIC 9(3).
       01 WS-AGEDAYS           PIC S9(5).
       01 WS-SIGNONID          PIC X(10).
       01 WS-SIGNONPASS        PIC X(15).
       01 WS-CUTOFF            PIC 9(5).
       01 WS-AGECOUNT          PIC 9(3).
       01 WS-ENTEOF            PIC X.
       01 WS-ENTSHOWN          PIC 9(3).
       01 WS-ENTCMD            PIC X.
       01 WS-GRANTTYPE         PIC X.
       01 WS-GRANTKEY          PIC X(10).
       01 WS-GRANTIDIN         PIC X(5).
       01 WS-GRANTID           PIC 9(5).
       01 WS-OPRTABLE.
          02 WS-OPRENTRY OCCURS 100 TIMES.
             03 WS-OPR-ID     PIC X(10).
           IF WS-OPRFOUND = ZERO
              DISPLAY "Operator Not Found"
           ELSE
              OPEN I-O ENTITLEFILE
              PERFORM LISTENTITLE
              DISPLAY "G = Grant  R = Revoke : " WITH NO ADVANCING
              ACCEPT WS-ENTCMD
              WHEN OTHER
                   CONTINUE
              END-EVALUATE
              CLOSE ENTITLEFILE
           END-IF.

       LISTENTITLE.
           MOVE ZERO TO WS-ENTSHOWN.
           MOVE 'N' TO WS-ENTEOF.
           DISPLAY "ENTITLEMENTS FOR " WS-TARGETID.
           MOVE LOW-VALUES TO ENTITLERECORD.
           MOVE WS-TARGETID TO ENT-OPERATOR.
           START ENTITLEFILE KEY IS NOT LESS THAN ENT-GRANT
           INVALID KEY
                   MOVE 'Y' TO WS-ENTEOF
           END-START.
           PERFORM UNTIL WS-ENTEOF = 'Y'
                   READ ENTITLEFILE NEXT RECORD
                   AT END
                           MOVE 'Y' TO WS-ENTEOF
                   NOT AT END
                           IF ENT-OPERATOR NOT = WS-TARGETID
                              MOVE 'Y' TO WS-ENTEOF
                           ELSE
                              ADD 1 TO WS-ENTSHOWN
                              IF ENT-TYPE = 'S'
                                 DISPLAY "  SYSTEM RECORD : "
                                     ENT-KEY(1:5)
                              ELSE
                                 DISPLAY "  DEPARTMENT : " ENT-KEY
                              END-IF
                           END-IF
                   END-READ
           END-PERFORM.
           IF WS-ENTSHOWN = ZERO
              DISPLAY "  (None)"
           END-IF.
              ACCEPT WS-GRANTKEY
           END-IF.

       BUILDENTITLE.
           MOVE SPACES TO ENTITLERECORD.
           MOVE WS-TARGETID TO ENT-OPERATOR.
           MOVE WS-GRANTTYPE TO ENT-TYPE.
           MOVE WS-GRANTKEY TO ENT-KEY.

       GRANTENTITLE.
           PERFORM GETENTKEY.
           PERFORM BUILDENTITLE.
           WRITE ENTITLERECORD
           INVALID KEY
                   DISPLAY "Entitlement Already Granted"
           NOT INVALID KEY
                   PERFORM WRITEAUDIT
                   DISPLAY "Entitlement Granted"
           END-WRITE.

       REVOKEENTITLE.
           PERFORM GETENTKEY.
           PERFORM BUILDENTITLE.
           DELETE ENTITLEFILE RECORD
           INVALID KEY
                   DISPLAY "Entitlement Not Found"
           NOT INVALID KEY
                   PERFORM WRITEAUDIT
                   DISPLAY "Entitlement Revoked"
           END-DELETE.

       WRITEAUDIT.
           ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
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
