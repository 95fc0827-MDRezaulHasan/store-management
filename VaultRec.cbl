       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAULTREC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASSWARDFILE ASSIGN TO "passward.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECORDID
           ALTERNATE RECORD KEY IS SYSTEMNAME.
           SELECT OPTIONAL ACCOUNTFILE ASSIGN TO "account.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-KEY.
           SELECT OPTIONAL ARCHIVEFILE ASSIGN TO "archive.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RETURNFILE ASSIGN TO "vaultrtn.csv"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTFILE ASSIGN TO "vaultrec.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARMFILE ASSIGN TO "vaultext.parm"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTFILE ASSIGN TO "vrecsort.tmp".

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

       FD ACCOUNTFILE.
       01 ACCOUNTDATA.
          02 ACCT-KEY.
             03 ACCT-RECORDID PIC 9(5).
             03 ACCT-NAME     PIC X(15).
          02 ACCT-PASSWARD    PIC X(15).
          02 ACCT-LASTCHANGED PIC 9(8).

       FD ARCHIVEFILE.
       01 ARCHRECORD.
          02 ARC-RECORDID     PIC 9(5).
          02 FILLER           PIC X     VALUE SPACE.
          02 ARC-TYPE         PIC X.
          02 FILLER           PIC X     VALUE SPACE.
          02 ARC-SYSTEMNAME   PIC X(15).
          02 FILLER           PIC X     VALUE SPACE.
          02 ARC-PASSWARDLIST PIC X(15).
          02 FILLER           PIC X     VALUE SPACE.
          02 ARC-LASTCHANGED  PIC 9(8).
          02 FILLER           PIC X     VALUE SPACE.
          02 ARC-OPERATOR     PIC X(10).
          02 FILLER           PIC X     VALUE SPACE.
          02 ARC-TIMESTAMP    PIC X(14).
          02 FILLER           PIC X     VALUE SPACE.
          02 ARC-SYSTEMENV    PIC X(4).
          02 FILLER           PIC X     VALUE SPACE.
          02 ARC-OWNINGDEPT   PIC X(10).
          02 FILLER           PIC X     VALUE SPACE.
          02 ARC-CRITICALITY  PIC X.
          02 FILLER           PIC X     VALUE SPACE.
          02 ARC-DUALCONTROL  PIC X.

       FD RETURNFILE.
       01 RETURNRECORD         PIC X(80).

       FD REPORTFILE.
       01 REPORTRECORD         PIC X(80).

       FD PARMFILE.
       01 PARMRECORD           PIC X(80).

       SD SORTFILE.
       01 SORTREC.
          02 SRT-KEY.
             03 SRT-RECORDID  PIC 9(5).
             03 SRT-KIND      PIC X.
             03 SRT-ACCOUNT   PIC X(15).
          02 SRT-SOURCE       PIC X.
          02 SRT-NAME         PIC X(15).
          02 SRT-LASTCHANGED  PIC 9(8).
          02 SRT-STATUS       PIC X.

       WORKING-STORAGE SECTION.
       01 WS-COMMAND-LINE      PIC X(20).
       01 WS-PARMEOF           PIC X     VALUE 'N'.
       01 WS-PARMVALUE         PIC X(80).
       01 WS-EOF               PIC X.
       01 WS-ACCTEOF           PIC X.
       01 WS-SORTEOF           PIC X.
       01 WS-DATE8             PIC 9(8).
       01 WS-SELOPT            PIC X.
       01 WS-F-NAMEFROM        PIC X(15).
       01 WS-F-NAMETO          PIC X(15).
       01 WS-F-IDFROMIN        PIC X(5).
       01 WS-F-IDTOIN          PIC X(5).
       01 WS-F-IDFROM          PIC 9(5).
       01 WS-F-IDTO            PIC 9(5).
       01 WS-SELECTED          PIC X.
       01 WS-RELSOURCE         PIC X.
       01 WS-DIRTY             PIC X     VALUE 'N'.
       01 WS-FIRSTREC          PIC X.
       01 WS-PREVKEY           PIC X(21).
       01 WS-LINENO            PIC 9(5)  VALUE ZERO.
       01 WS-STORECOUNT        PIC 9(5)  VALUE ZERO.
       01 WS-VAULTCOUNT        PIC 9(5)  VALUE ZERO.
       01 WS-TRAILERCOUNT      PIC 9(5)  VALUE ZERO.
       01 WS-HAVEHEADER        PIC X     VALUE 'N'.
       01 WS-HAVETRAILER       PIC X     VALUE 'N'.
       01 WS-VAULTDATE         PIC X(8)  VALUE SPACES.
       01 WS-V-TYPE            PIC X(2).
       01 WS-V-IDIN            PIC X(5).
       01 WS-V-NAME            PIC X(15).
       01 WS-V-LASTCHGIN       PIC X(8).
       01 WS-V-STATUS          PIC X.
       01 WS-ITEM.
          02 WS-IT-INSTORE     PIC X.
          02 WS-IT-INVAULT     PIC 9(3).
          02 WS-IT-INARCHIVE   PIC X.
          02 WS-IT-OUTSCOPE    PIC X.
          02 WS-IT-STORENAME   PIC X(15).
          02 WS-IT-STORELCHG   PIC 9(8).
          02 WS-IT-STORESTAT   PIC X.
          02 WS-IT-VAULTNAME   PIC X(15).
          02 WS-IT-VAULTLCHG   PIC 9(8).
          02 WS-IT-VAULTSTAT   PIC X.
       01 WS-IT-RECORDID       PIC 9(5).
       01 WS-IT-KIND           PIC X.
       01 WS-IT-ACCOUNT        PIC X(15).
       01 WS-CNT-MISSING       PIC 9(5)  VALUE ZERO.
       01 WS-CNT-DELETED       PIC 9(5)  VALUE ZERO.
       01 WS-CNT-UNKNOWN       PIC 9(5)  VALUE ZERO.
       01 WS-CNT-OUTSCOPE      PIC 9(5)  VALUE ZERO.
       01 WS-CNT-LASTCHG       PIC 9(5)  VALUE ZERO.
       01 WS-CNT-STATUS        PIC 9(5)  VALUE ZERO.
       01 WS-CNT-NAME          PIC 9(5)  VALUE ZERO.
       01 WS-CNT-DUP           PIC 9(5)  VALUE ZERO.
       01 WS-CNT-BADLINE       PIC 9(5)  VALUE ZERO.

       01 RPT-HEADING1.
          02 FILLER            PIC X(80)
             VALUE "PASSWARD STORE - ENTERPRISE VAULT RECONCILIATION".

       01 RPT-HEADING2.
          02 FILLER            PIC X(12) VALUE "RUN DATE : ".
          02 RPT-RUNDATE       PIC 9(8).
          02 FILLER            PIC X(22)
             VALUE "  VAULT RETURN DATE : ".
          02 RPT-VAULTDATE     PIC X(8).
          02 FILLER            PIC X(30) VALUE SPACES.

       01 RPT-BLANK.
          02 FILLER            PIC X(80) VALUE SPACES.

       01 RPT-COLUMNS.
          02 FILLER            PIC X(7)  VALUE "ID".
          02 FILLER            PIC X(8)  VALUE "TYPE".
          02 FILLER            PIC X(16) VALUE "NAME".
          02 FILLER            PIC X(29) VALUE "EXCEPTION".
          02 FILLER            PIC X(10) VALUE "STORE".
          02 FILLER            PIC X(10) VALUE "VAULT".

       01 RPT-EXCDETAIL.
          02 RPT-EXC-ID        PIC 9(5).
          02 FILLER            PIC X(2)  VALUE SPACES.
          02 RPT-EXC-TYPE      PIC X(8).
          02 RPT-EXC-NAME      PIC X(15).
          02 FILLER            PIC X     VALUE SPACE.
          02 RPT-EXC-TEXT      PIC X(29).
          02 RPT-EXC-STORE     PIC X(10).
          02 RPT-EXC-VAULT     PIC X(10).

       01 RPT-VNAMELINE.
          02 FILLER            PIC X(15) VALUE SPACES.
          02 FILLER            PIC X(13) VALUE "VAULT NAME : ".
          02 RPT-VNAME         PIC X(15).
          02 FILLER            PIC X(37) VALUE SPACES.

       01 RPT-BADLINE.
          02 FILLER            PIC X(30)
             VALUE "UNREADABLE RETURN LINE NO. : ".
          02 RPT-BAD-LINENO    PIC 9(5).
          02 FILLER            PIC X(45) VALUE SPACES.

       01 RPT-SUMTITLE.
          02 FILLER            PIC X(80) VALUE "EXCEPTION SUMMARY".

       01 RPT-SUMLINE.
          02 FILLER            PIC X(2)  VALUE SPACES.
          02 RPT-SUM-TEXT      PIC X(40).
          02 RPT-SUM-COUNT     PIC 9(5).
          02 FILLER            PIC X(33) VALUE SPACES.

       01 RPT-TRAILERLINE.
          02 FILLER            PIC X(19) VALUE "STORE SELECTED : ".
          02 RPT-STORECOUNT    PIC 9(5).
          02 FILLER            PIC X(20) VALUE "  VAULT DETAILS : ".
          02 RPT-VAULTCOUNT    PIC 9(5).
          02 FILLER            PIC X(20) VALUE "  VAULT TRAILER : ".
          02 RPT-TRAILERCOUNT  PIC 9(5).
          02 FILLER            PIC X(6)  VALUE SPACES.

       01 RPT-TRAILERERR.
          02 RPT-TRAILERTEXT   PIC X(80).

       01 RPT-VERDICTLINE.
          02 FILLER            PIC X(10) VALUE "VERDICT : ".
          02 RPT-VERDICT       PIC X(5).
          02 FILLER            PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
       STARTPARA.
           PERFORM GETRUNOPTIONS.
           ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
           OPEN OUTPUT REPORTFILE.
           MOVE WS-DATE8 TO RPT-RUNDATE.
           PERFORM READVAULTHEADER.
           MOVE WS-VAULTDATE TO RPT-VAULTDATE.
           WRITE REPORTRECORD FROM RPT-HEADING1.
           WRITE REPORTRECORD FROM RPT-HEADING2.
           WRITE REPORTRECORD FROM RPT-BLANK.
           SORT SORTFILE ON ASCENDING KEY SRT-KEY SRT-SOURCE
               INPUT PROCEDURE IS RELEASEITEMS
               OUTPUT PROCEDURE IS MATCHITEMS.
           PERFORM WRITESUMMARY.
           PERFORM CHECKTRAILER.
           WRITE REPORTRECORD FROM RPT-BLANK.
           IF WS-DIRTY = 'Y'
              MOVE "DIRTY" TO RPT-VERDICT
           ELSE
              MOVE "CLEAN" TO RPT-VERDICT
           END-IF.
           WRITE REPORTRECORD FROM RPT-VERDICTLINE.
           CLOSE REPORTFILE.
           DISPLAY "Vault Reconciliation Written To vaultrec.rpt"
               " - Verdict " RPT-VERDICT.
           STOP RUN.

       GETRUNOPTIONS.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE = "BATCH"
              PERFORM GETBATCHOPTIONS
           ELSE
              PERFORM GETPROMPTOPTIONS
           END-IF.
           PERFORM EDITOPTIONS.

       GETPROMPTOPTIONS.
           DISPLAY "VAULT RECONCILIATION RUN OPTIONS".
           DISPLAY "Selection Sent To The Vault (A = All, S = System"
               " Name Range, I = Record ID Range, P = PROD Only) : "
               WITH NO ADVANCING.
           ACCEPT WS-SELOPT.
           IF WS-SELOPT = 'S' OR WS-SELOPT = 's'
              DISPLAY "System Name From (Blank = Start) : "
                  WITH NO ADVANCING
              ACCEPT WS-F-NAMEFROM
              DISPLAY "System Name To (Blank = End) : "
                  WITH NO ADVANCING
              ACCEPT WS-F-NAMETO
           END-IF.
           IF WS-SELOPT = 'I' OR WS-SELOPT = 'i'
              DISPLAY "Record ID From (Blank = Start) : "
                  WITH NO ADVANCING
              ACCEPT WS-F-IDFROMIN
              DISPLAY "Record ID To (Blank = End) : "
                  WITH NO ADVANCING
              ACCEPT WS-F-IDTOIN
           END-IF.

       GETBATCHOPTIONS.
           OPEN INPUT PARMFILE.
           PERFORM READPARM.
           PERFORM READPARM.
           MOVE WS-PARMVALUE TO WS-SELOPT.
           IF WS-SELOPT = 'S' OR WS-SELOPT = 's'
              PERFORM READPARM
              MOVE WS-PARMVALUE TO WS-F-NAMEFROM
              PERFORM READPARM
              MOVE WS-PARMVALUE TO WS-F-NAMETO
           END-IF.
           IF WS-SELOPT = 'I' OR WS-SELOPT = 'i'
              PERFORM READPARM
              MOVE WS-PARMVALUE TO WS-F-IDFROMIN
              PERFORM READPARM
              MOVE WS-PARMVALUE TO WS-F-IDTOIN
           END-IF.
           CLOSE PARMFILE.

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

       EDITOPTIONS.
           IF WS-SELOPT = 'S' OR WS-SELOPT = 's'
              IF WS-F-NAMETO = SPACES
                 MOVE HIGH-VALUES TO WS-F-NAMETO
              END-IF
           END-IF.
           IF WS-SELOPT = 'I' OR WS-SELOPT = 'i'
              IF WS-F-IDFROMIN = SPACES
                 MOVE ZERO TO WS-F-IDFROM
              ELSE
                 COMPUTE WS-F-IDFROM =
                     FUNCTION NUMVAL(WS-F-IDFROMIN)
              END-IF
              IF WS-F-IDTOIN = SPACES
                 MOVE 99999 TO WS-F-IDTO
              ELSE
                 COMPUTE WS-F-IDTO =
                     FUNCTION NUMVAL(WS-F-IDTOIN)
              END-IF
           END-IF.

       CHECKSELECTION.
           MOVE 'Y' TO WS-SELECTED.
           IF WS-SELOPT = 'S' OR WS-SELOPT = 's'
              IF SYSTEMNAME < WS-F-NAMEFROM OR
                 SYSTEMNAME > WS-F-NAMETO
                 MOVE 'N' TO WS-SELECTED
              END-IF
           END-IF.
           IF WS-SELOPT = 'I' OR WS-SELOPT = 'i'
              IF RECORDID < WS-F-IDFROM OR
                 RECORDID > WS-F-IDTO
                 MOVE 'N' TO WS-SELECTED
              END-IF
           END-IF.
           IF WS-SELOPT = 'P' OR WS-SELOPT = 'p'
              IF SYSTEMENV NOT = "PROD"
                 MOVE 'N' TO WS-SELECTED
              END-IF
           END-IF.

       READVAULTHEADER.
           OPEN INPUT RETURNFILE.
           READ RETURNFILE
           AT END
                   CONTINUE
           NOT AT END
                   IF RETURNRECORD(1:2) = "H,"
                      MOVE 'Y' TO WS-HAVEHEADER
                      MOVE RETURNRECORD(3:8) TO WS-VAULTDATE
                   END-IF
           END-READ.
           CLOSE RETURNFILE.

       RELEASEITEMS.
           PERFORM RELEASESTORE.
           PERFORM RELEASEVAULT.
           PERFORM RELEASEARCHIVE.

       RELEASESTORE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PASSWARDFILE.
           OPEN INPUT ACCOUNTFILE.
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
                           PERFORM CHECKSELECTION
                           IF WS-SELECTED = 'Y'
                              MOVE 'S' TO WS-RELSOURCE
                           ELSE
                              MOVE 'O' TO WS-RELSOURCE
                           END-IF
                           PERFORM RELEASESYSTEM
                           PERFORM RELEASEACCOUNTS
                   END-READ
           END-PERFORM.
           CLOSE PASSWARDFILE.
           CLOSE ACCOUNTFILE.

       RELEASESYSTEM.
           MOVE SPACES TO SORTREC.
           MOVE RECORDID TO SRT-RECORDID.
           MOVE '1' TO SRT-KIND.
           MOVE WS-RELSOURCE TO SRT-SOURCE.
           MOVE SYSTEMNAME TO SRT-NAME.
           MOVE LASTCHANGED TO SRT-LASTCHANGED.
           MOVE RECSTATUS TO SRT-STATUS.
           RELEASE SORTREC.
           IF WS-RELSOURCE = 'S'
              ADD 1 TO WS-STORECOUNT
           END-IF.

       RELEASEACCOUNTS.
           MOVE 'N' TO WS-ACCTEOF.
           MOVE RECORDID TO ACCT-RECORDID.
           MOVE LOW-VALUES TO ACCT-NAME.
           START ACCOUNTFILE KEY IS NOT LESS THAN ACCT-KEY
           INVALID KEY
                   MOVE 'Y' TO WS-ACCTEOF
           END-START.
           PERFORM UNTIL WS-ACCTEOF = 'Y'
                   READ ACCOUNTFILE NEXT RECORD
                   AT END
                           MOVE 'Y' TO WS-ACCTEOF
                   NOT AT END
                           IF ACCT-RECORDID NOT = RECORDID
                              MOVE 'Y' TO WS-ACCTEOF
                           ELSE
                              MOVE SPACES TO SORTREC
                              MOVE ACCT-RECORDID TO SRT-RECORDID
                              MOVE '2' TO SRT-KIND
                              MOVE ACCT-NAME TO SRT-ACCOUNT
                              MOVE WS-RELSOURCE TO SRT-SOURCE
                              MOVE ACCT-NAME TO SRT-NAME
                              MOVE ACCT-LASTCHANGED
                                  TO SRT-LASTCHANGED
                              MOVE RECSTATUS TO SRT-STATUS
                              RELEASE SORTREC
                              IF WS-RELSOURCE = 'S'
                                 ADD 1 TO WS-STORECOUNT
                              END-IF
                           END-IF
                   END-READ
           END-PERFORM.

       RELEASEVAULT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT RETURNFILE.
           PERFORM UNTIL WS-EOF = 'Y'
                   READ RETURNFILE
                   AT END
                           MOVE 'Y' TO WS-EOF
                   NOT AT END
                           ADD 1 TO WS-LINENO
                           PERFORM RELEASEONEVAULT
                   END-READ
           END-PERFORM.
           CLOSE RETURNFILE.

       RELEASEONEVAULT.
           MOVE SPACES TO WS-V-TYPE.
           MOVE SPACES TO WS-V-IDIN.
           MOVE SPACES TO WS-V-NAME.
           MOVE SPACES TO WS-V-LASTCHGIN.
           MOVE SPACES TO WS-V-STATUS.
           UNSTRING RETURNRECORD DELIMITED BY ","
               INTO WS-V-TYPE WS-V-IDIN WS-V-NAME
                    WS-V-LASTCHGIN WS-V-STATUS.
           EVALUATE WS-V-TYPE
           WHEN "H"
                CONTINUE
           WHEN "T"
                MOVE 'Y' TO WS-HAVETRAILER
                IF WS-V-IDIN IS NUMERIC
                   MOVE WS-V-IDIN TO WS-TRAILERCOUNT
                ELSE
                   PERFORM WRITEBADLINE
                END-IF
           WHEN "D"
           WHEN "A"
                IF WS-V-IDIN IS NUMERIC AND
                   WS-V-LASTCHGIN IS NUMERIC
                   PERFORM RELEASEVAULTITEM
                ELSE
                   PERFORM WRITEBADLINE
                END-IF
           WHEN OTHER
                IF RETURNRECORD NOT = SPACES
                   PERFORM WRITEBADLINE
                END-IF
           END-EVALUATE.

       RELEASEVAULTITEM.
           ADD 1 TO WS-VAULTCOUNT.
           MOVE SPACES TO SORTREC.
           MOVE WS-V-IDIN TO SRT-RECORDID.
           IF WS-V-TYPE = "D"
              MOVE '1' TO SRT-KIND
           ELSE
              MOVE '2' TO SRT-KIND
              MOVE WS-V-NAME TO SRT-ACCOUNT
           END-IF.
           MOVE 'V' TO SRT-SOURCE.
           MOVE WS-V-NAME TO SRT-NAME.
           MOVE WS-V-LASTCHGIN TO SRT-LASTCHANGED.
           MOVE WS-V-STATUS TO SRT-STATUS.
           RELEASE SORTREC.

       WRITEBADLINE.
           ADD 1 TO WS-CNT-BADLINE.
           MOVE 'Y' TO WS-DIRTY.
           MOVE WS-LINENO TO RPT-BAD-LINENO.
           WRITE REPORTRECORD FROM RPT-BADLINE.

       RELEASEARCHIVE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ARCHIVEFILE.
           PERFORM UNTIL WS-EOF = 'Y'
                   READ ARCHIVEFILE
                   AT END
                           MOVE 'Y' TO WS-EOF
                   NOT AT END
                           MOVE SPACES TO SORTREC
                           MOVE ARC-RECORDID TO SRT-RECORDID
                           IF ARC-TYPE = 'A'
                              MOVE '2' TO SRT-KIND
                              MOVE ARC-SYSTEMNAME TO SRT-ACCOUNT
                           ELSE
                              MOVE '1' TO SRT-KIND
                           END-IF
                           MOVE 'R' TO SRT-SOURCE
                           MOVE ARC-SYSTEMNAME TO SRT-NAME
                           MOVE ARC-LASTCHANGED TO SRT-LASTCHANGED
                           RELEASE SORTREC
                   END-READ
           END-PERFORM.
           CLOSE ARCHIVEFILE.

       MATCHITEMS.
           IF WS-CNT-BADLINE > ZERO
              WRITE REPORTRECORD FROM RPT-BLANK
           END-IF.
           WRITE REPORTRECORD FROM RPT-COLUMNS.
           MOVE 'N' TO WS-SORTEOF.
           MOVE 'Y' TO WS-FIRSTREC.
           PERFORM UNTIL WS-SORTEOF = 'Y'
                   RETURN SORTFILE
                   AT END
                           MOVE 'Y' TO WS-SORTEOF
                   NOT AT END
                           IF WS-FIRSTREC = 'N' AND
                              SRT-KEY NOT = WS-PREVKEY
                              PERFORM CHECKONEITEM
                           END-IF
                           IF WS-FIRSTREC = 'Y' OR
                              SRT-KEY NOT = WS-PREVKEY
                              PERFORM STARTONEITEM
                           END-IF
                           MOVE 'N' TO WS-FIRSTREC
                           MOVE SRT-KEY TO WS-PREVKEY
                           PERFORM ADDTOITEM
                   END-RETURN
           END-PERFORM.
           IF WS-FIRSTREC = 'N'
              PERFORM CHECKONEITEM
           END-IF.

       STARTONEITEM.
           MOVE 'N' TO WS-IT-INSTORE.
           MOVE ZERO TO WS-IT-INVAULT.
           MOVE 'N' TO WS-IT-INARCHIVE.
           MOVE 'N' TO WS-IT-OUTSCOPE.
           MOVE SRT-RECORDID TO WS-IT-RECORDID.
           MOVE SRT-KIND TO WS-IT-KIND.
           MOVE SRT-ACCOUNT TO WS-IT-ACCOUNT.

       ADDTOITEM.
           EVALUATE SRT-SOURCE
           WHEN 'S'
                MOVE 'Y' TO WS-IT-INSTORE
                MOVE SRT-NAME TO WS-IT-STORENAME
                MOVE SRT-LASTCHANGED TO WS-IT-STORELCHG
                MOVE SRT-STATUS TO WS-IT-STORESTAT
           WHEN 'V'
                ADD 1 TO WS-IT-INVAULT
                MOVE SRT-NAME TO WS-IT-VAULTNAME
                MOVE SRT-LASTCHANGED TO WS-IT-VAULTLCHG
                MOVE SRT-STATUS TO WS-IT-VAULTSTAT
           WHEN 'O'
                MOVE 'Y' TO WS-IT-OUTSCOPE
                MOVE SRT-NAME TO WS-IT-STORENAME
           WHEN 'R'
                MOVE 'Y' TO WS-IT-INARCHIVE
                IF WS-IT-INSTORE = 'N'
                   MOVE SRT-NAME TO WS-IT-STORENAME
                END-IF
           END-EVALUATE.

       CHECKONEITEM.
           MOVE WS-IT-RECORDID TO RPT-EXC-ID.
           IF WS-IT-KIND = '1'
              MOVE "SYSTEM" TO RPT-EXC-TYPE
           ELSE
              MOVE "ACCOUNT" TO RPT-EXC-TYPE
           END-IF.
           MOVE WS-IT-STORENAME TO RPT-EXC-NAME.
           MOVE SPACES TO RPT-EXC-STORE.
           MOVE SPACES TO RPT-EXC-VAULT.
           EVALUATE TRUE
           WHEN WS-IT-INSTORE = 'Y' AND WS-IT-INVAULT = ZERO
                MOVE "IN STORE, MISSING FROM VAULT" TO RPT-EXC-TEXT
                ADD 1 TO WS-CNT-MISSING
                PERFORM WRITEEXCEPTION
           WHEN WS-IT-INSTORE = 'N' AND WS-IT-INVAULT > ZERO
                MOVE WS-IT-VAULTNAME TO RPT-EXC-NAME
                EVALUATE TRUE
                WHEN WS-IT-OUTSCOPE = 'Y'
                     MOVE "IN VAULT, OUTSIDE SELECTION"
                         TO RPT-EXC-TEXT
                     ADD 1 TO WS-CNT-OUTSCOPE
                WHEN WS-IT-INARCHIVE = 'Y'
                     MOVE "IN VAULT, DELETED IN STORE"
                         TO RPT-EXC-TEXT
                     ADD 1 TO WS-CNT-DELETED
                WHEN OTHER
                     MOVE "IN VAULT, NOT HELD IN STORE"
                         TO RPT-EXC-TEXT
                     ADD 1 TO WS-CNT-UNKNOWN
                END-EVALUATE
                PERFORM WRITEEXCEPTION
           WHEN WS-IT-INSTORE = 'Y' AND WS-IT-INVAULT > ZERO
                PERFORM COMPAREITEM
           END-EVALUATE.
           IF WS-IT-INVAULT > 1
              MOVE "HELD MORE THAN ONCE IN VAULT" TO RPT-EXC-TEXT
              MOVE SPACES TO RPT-EXC-STORE
              MOVE WS-IT-INVAULT TO RPT-EXC-VAULT
              ADD 1 TO WS-CNT-DUP
              PERFORM WRITEEXCEPTION
           END-IF.

       COMPAREITEM.
           IF WS-IT-STORELCHG NOT = WS-IT-VAULTLCHG
              MOVE "LAST CHANGED DIFFERS" TO RPT-EXC-TEXT
              MOVE WS-IT-STORELCHG TO RPT-EXC-STORE
              MOVE WS-IT-VAULTLCHG TO RPT-EXC-VAULT
              ADD 1 TO WS-CNT-LASTCHG
              PERFORM WRITEEXCEPTION
           END-IF.
           IF WS-IT-STORESTAT NOT = WS-IT-VAULTSTAT
              MOVE "STATUS DIFFERS" TO RPT-EXC-TEXT
              MOVE WS-IT-STORESTAT TO RPT-EXC-STORE
              MOVE WS-IT-VAULTSTAT TO RPT-EXC-VAULT
              ADD 1 TO WS-CNT-STATUS
              PERFORM WRITEEXCEPTION
           END-IF.
           IF WS-IT-KIND = '1' AND
              WS-IT-STORENAME NOT = WS-IT-VAULTNAME
              MOVE "SYSTEM NAME DIFFERS" TO RPT-EXC-TEXT
              MOVE SPACES TO RPT-EXC-STORE
              MOVE SPACES TO RPT-EXC-VAULT
              ADD 1 TO WS-CNT-NAME
              PERFORM WRITEEXCEPTION
              MOVE WS-IT-VAULTNAME TO RPT-VNAME
              WRITE REPORTRECORD FROM RPT-VNAMELINE
           END-IF.

       WRITEEXCEPTION.
           MOVE 'Y' TO WS-DIRTY.
           WRITE REPORTRECORD FROM RPT-EXCDETAIL.

       WRITESUMMARY.
           WRITE REPORTRECORD FROM RPT-BLANK.
           WRITE REPORTRECORD FROM RPT-SUMTITLE.
           MOVE "IN STORE, MISSING FROM VAULT" TO RPT-SUM-TEXT.
           MOVE WS-CNT-MISSING TO RPT-SUM-COUNT.
           WRITE REPORTRECORD FROM RPT-SUMLINE.
           MOVE "IN VAULT, DELETED IN STORE" TO RPT-SUM-TEXT.
           MOVE WS-CNT-DELETED TO RPT-SUM-COUNT.
           WRITE REPORTRECORD FROM RPT-SUMLINE.
           MOVE "IN VAULT, NOT HELD IN STORE" TO RPT-SUM-TEXT.
           MOVE WS-CNT-UNKNOWN TO RPT-SUM-COUNT.
           WRITE REPORTRECORD FROM RPT-SUMLINE.
           MOVE "IN VAULT, OUTSIDE SELECTION" TO RPT-SUM-TEXT.
           MOVE WS-CNT-OUTSCOPE TO RPT-SUM-COUNT.
           WRITE REPORTRECORD FROM RPT-SUMLINE.
           MOVE "LAST CHANGED DIFFERS" TO RPT-SUM-TEXT.
           MOVE WS-CNT-LASTCHG TO RPT-SUM-COUNT.
           WRITE REPORTRECORD FROM RPT-SUMLINE.
           MOVE "STATUS DIFFERS" TO RPT-SUM-TEXT.
           MOVE WS-CNT-STATUS TO RPT-SUM-COUNT.
           WRITE REPORTRECORD FROM RPT-SUMLINE.
           MOVE "SYSTEM NAME DIFFERS" TO RPT-SUM-TEXT.
           MOVE WS-CNT-NAME TO RPT-SUM-COUNT.
           WRITE REPORTRECORD FROM RPT-SUMLINE.
           MOVE "HELD MORE THAN ONCE IN VAULT" TO RPT-SUM-TEXT.
           MOVE WS-CNT-DUP TO RPT-SUM-COUNT.
           WRITE REPORTRECORD FROM RPT-SUMLINE.
           MOVE "UNREADABLE RETURN LINES" TO RPT-SUM-TEXT.
           MOVE WS-CNT-BADLINE TO RPT-SUM-COUNT.
           WRITE REPORTRECORD FROM RPT-SUMLINE.

       CHECKTRAILER.
           WRITE REPORTRECORD FROM RPT-BLANK.
           MOVE WS-STORECOUNT TO RPT-STORECOUNT.
           MOVE WS-VAULTCOUNT TO RPT-VAULTCOUNT.
           MOVE WS-TRAILERCOUNT TO RPT-TRAILERCOUNT.
           WRITE REPORTRECORD FROM RPT-TRAILERLINE.
           IF WS-HAVEHEADER = 'N'
              MOVE "VAULT RETURN FILE HAS NO HEADER RECORD"
                  TO RPT-TRAILERTEXT
              WRITE REPORTRECORD FROM RPT-TRAILERERR
              MOVE 'Y' TO WS-DIRTY
           END-IF.
           IF WS-HAVETRAILER = 'N'
              MOVE "VAULT RETURN FILE HAS NO TRAILER RECORD"
                  TO RPT-TRAILERTEXT
              WRITE REPORTRECORD FROM RPT-TRAILERERR
              MOVE 'Y' TO WS-DIRTY
           ELSE
              IF WS-TRAILERCOUNT NOT = WS-VAULTCOUNT
                 MOVE "VAULT TRAILER COUNT DOES NOT MATCH ITS DETAIL R
      -              "ECORDS" TO RPT-TRAILERTEXT
                 WRITE REPORTRECORD FROM RPT-TRAILERERR
                 MOVE 'Y' TO WS-DIRTY
              END-IF
           END-IF.
           IF WS-VAULTCOUNT NOT = WS-STORECOUNT
              MOVE "VAULT DETAIL COUNT DOES NOT MATCH STORE SELECTION"
                  TO RPT-TRAILERTEXT
              WRITE REPORTRECORD FROM RPT-TRAILERERR
              MOVE 'Y' TO WS-DIRTY
           END-IF.
