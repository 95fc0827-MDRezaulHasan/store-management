           ALTERNATE RECORD KEY IS SYSTEMNAME.
           SELECT OPTIONAL AUDITFILE ASSIGN TO "audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHAINFILE ASSIGN TO "audchain.ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNALFILE ASSIGN TO "journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ONBOARDFILE ASSIGN TO "onboard.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPERATORFILE ASSIGN TO "operator.txt"
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CKO-KEY.
           SELECT OPTIONAL HISTFILE ASSIGN TO "passhist.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIS-KEY.
           SELECT OPTIONAL ENTITLEFILE ASSIGN TO "entitle.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENT-GRANT
           ALTERNATE RECORD KEY IS ENT-TARGET WITH DUPLICATES.
           SELECT OPTIONAL LOCKFILE ASSIGN TO "reclock.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SES-KEY.
           SELECT OPTIONAL RULESFILE ASSIGN TO "pwrules.ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDINGFILE ASSIGN TO "pending.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PND-SEQ
           ALTERNATE RECORD KEY IS PND-RECORDID WITH DUPLICATES.
           SELECT OPTIONAL DEPENDFILE ASSIGN TO "depend.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-KEY.
           SELECT OPTIONAL TICKETFILE ASSIGN TO "tickets.txt"
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

       FD ONBOARDFILE.
       01 ONBOARDRECORD.
             03 CKO-RECORDID  PIC 9(5).
             03 CKO-OPERATOR  PIC X(10).
          02 CKO-TIMESTAMP    PIC X(14).
          02 CKO-TICKET       PIC X(12).

       FD RULESFILE.
       01 RULESRECORD          PIC X(80).

       FD ENTITLEFILE.
       01 ENTITLERECORD.
          02 ENT-GRANT.
             03 ENT-OPERATOR  PIC X(10).
             03 FILLER        PIC X     VALUE SPACE.
             03 ENT-TARGET.
                04 ENT-TYPE   PIC X.
                04 FILLER     PIC X     VALUE SPACE.
                04 ENT-KEY    PIC X(10).

       FD HISTFILE.
       01 HISTRECORD.
          02 HIS-KEY.
             03 HIS-RECORDID  PIC 9(5).
             03 HIS-TIMESTAMP PIC X(14).
             03 HIS-SEQ       PIC 99.
          02 FILLER           PIC X     VALUE SPACE.
          02 HIS-PASSWARD     PIC X(15).

       FD PENDINGFILE.
       01 PENDINGDATA.
          02 PND-SEQ          PIC 9(7).
          02 PND-RECORDID     PIC 9(5).
          02 PND-ACTION       PIC X.
          02 PND-STATUS       PIC X.
          02 PND-MAKER        PIC X(10).
          02 PND-MADESTAMP    PIC X(14).
          02 PND-CHECKER      PIC X(10).
          02 PND-CHECKSTAMP   PIC X(14).
          02 PND-BEFORE       PIC X(61).
          02 PND-AFTER        PIC X(61).

       FD DEPENDFILE.
       01 DEPENDDATA.
          02 DEP-KEY.
             03 DEP-RECORDID  PIC 9(5).
             03 DEP-SEQ       PIC 9(3).
          02 DEP-ACCOUNT      PIC X(15).
          02 DEP-CONSID       PIC 9(5).
          02 DEP-CONSNAME     PIC X(15).
          02 DEP-CONSDEPT     PIC X(10).
          02 DEP-USAGE        PIC X(30).

       FD TICKETFILE.
       01 TICKETRECORD.
          02 TKT-NUMBER       PIC X(12).
          02 FILLER           PIC X.
          02 TKT-TYPE         PIC X.
          02 FILLER           PIC X.
          02 TKT-STATUS       PIC X.
          02 FILLER           PIC X.
          02 TKT-OPENED       PIC X(8).
          02 FILLER           PIC X.
          02 TKT-CLOSED       PIC X(8).

       WORKING-STORAGE SECTION.
       01 CHOICE              PIC X(2).
       01 STAYOPEN            PIC X     VALUE 'Y'.
       01 PASSWARDEXISTS      PIC X.
       01 WS-PASSWARDS.
       01 WS-OPERATOR          PIC X(10).
       01 WS-DATE8             PIC 9(8).
       01 WS-TIME8             PIC 9(8).
       01 WS-CHAINVALUE        PIC 9(13).
       01 WS-CHAINCOUNT        PIC 9(9).
       01 WS-CHAINPOS          PIC 9(3).
       01 WS-JNLOP             PIC X.
       01 WS-JNLDATE8          PIC 9(8).
       01 WS-JNLTIME8          PIC 9(8).
       01 WS-AUDITACTION       PIC X.
       01 WS-CONFIRM           PIC X.
       01 WS-STATUSIN          PIC X.
       01 WS-ACCTCMD           PIC X.
       01 WS-CKOEOF            PIC X.
       01 WS-CKOCLEARED        PIC X.
       01 WS-TICKET            PIC X(12) VALUE SPACES.
       01 WS-TICKETOK          PIC X.
       01 WS-TKTEOF            PIC X.
       01 WS-HISEOF            PIC X.
       01 WS-HISWRITTEN        PIC X.
       01 WS-HISCOUNT          PIC 9(4).
       01 WS-HISTRIM           PIC 9(4).
       01 WS-ENTITLED          PIC X.
       01 WS-ENTID             PIC 9(5).
       01 WS-DUALIN            PIC X.
       01 WS-RULEUPPER         PIC X     VALUE 'N'.
       01 WS-RULELOWER         PIC X     VALUE 'N'.
       01 WS-RULEDIGIT         PIC X     VALUE 'N'.
       01 WS-HISDEPTH          PIC 99    VALUE 10.
       01 WS-HASUPPER          PIC X.
       01 WS-HASLOWER          PIC X.
       01 WS-HASDIGIT          PIC X.
       01 WS-PAGEKEYS.
          02 WS-PAGEKEY OCCURS 50 TIMES
                              PIC X(15).
       01 WS-PNDEOF            PIC X.
       01 WS-PENDING           PIC X.
       01 WS-PNDCOUNT          PIC 9(3).
       01 WS-NEXTSEQ           PIC 9(7).
       01 WS-PNDSEQIN          PIC X(7).
       01 WS-PNDACTION         PIC X.
       01 WS-PNDACTIONNAME     PIC X(11).
       01 WS-PNDDECISION       PIC X.
       01 WS-PNDDECIDE         PIC X.
       01 WS-PNDAPPLIED        PIC X.
       01 WS-NEEDAPPROVAL      PIC X.
       01 WS-PNDLABEL          PIC X(6).
       01 WS-PNDBEFORE         PIC X(61).
       01 WS-PNDAFTER          PIC X(61).
       01 WS-DEPEOF            PIC X.
       01 WS-DEPCOUNT          PIC 9(3).
       01 WS-DEPCMD            PIC X.
       01 WS-DEPID             PIC 9(5).
       01 WS-DEPNEXT           PIC 9(4).
       01 WS-DEPSEQIN          PIC X(3).
       01 WS-DEPCONSIN         PIC X(5).
       01 WS-DEPOK             PIC X.
       01 WS-PNDIMAGE.
          02 WS-PI-RECORDID    PIC 9(5).
          02 WS-PI-SYSTEMNAME  PIC X(15).
          02 WS-PI-PASSWARD    PIC X(15).
          02 WS-PI-LASTCHANGED PIC 9(8).
          02 WS-PI-ENV         PIC X(4).
          02 WS-PI-DEPT        PIC X(10).
          02 WS-PI-CRIT        PIC X.
          02 WS-PI-STATUS      PIC X.
          02 WS-PI-DUAL        PIC X.
       01 WS-PNDACCTIMAGE.
          02 WS-PA-RECORDID    PIC 9(5).
          02 WS-PA-NAME        PIC X(15).
          02 WS-PA-PASSWARD    PIC X(15).
          02 WS-PA-LASTCHANGED PIC 9(8).
          02 FILLER            PIC X(18).
       01 WS-CLEARSET.
          02 FILLER            PIC X(26)
             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           OPEN I-O CHECKOUTFILE.
           OPEN I-O LOCKFILE.
           OPEN I-O SESSIONFILE.
           OPEN I-O PENDINGFILE.
           PERFORM STARTSESSION.
           PERFORM UNTIL STAYOPEN = 'N'
                   DISPLAY " "
                   DISPLAY "8 : Check In Passward"
                   IF WS-ROLE = 'A'
                      DISPLAY "9 : Maintain Accounts"
                      DISPLAY "10 : Review Pending Changes"
                      DISPLAY "11 : Maintain Dependencies"
                   END-IF
                   DISPLAY "0 : Quit"
                   DISPLAY ": " WITH NO ADVANCING
                   ACCEPT CHOICE
                   EVALUATE CHOICE
                   WHEN "1"
                        PERFORM CHECKADMIN
                        IF WS-ROLE = 'A'
                           PERFORM ADDPASS
                        END-IF
                   WHEN "2"
                        PERFORM CHECKADMIN
                        IF WS-ROLE = 'A'
                           PERFORM DELETEPASS
                        END-IF
                   WHEN "3"
                        PERFORM CHECKADMIN
                        IF WS-ROLE = 'A'
                           PERFORM UPDATEPASS
                        END-IF
                   WHEN "4"
                        PERFORM GETPASS
                   WHEN "5"
                        PERFORM GETALLPASS
                   WHEN "6"
                        PERFORM SEARCHBYNAME
                   WHEN "7"
                        PERFORM CHECKADMIN
                        IF WS-ROLE = 'A'
                           PERFORM RESTOREPASS
                        END-IF
                   WHEN "8"
                        PERFORM CHECKINPASS
                   WHEN "9"
                        PERFORM CHECKADMIN
                        IF WS-ROLE = 'A'
                           PERFORM MAINTACCOUNTS
                        END-IF
                   WHEN "10"
                        PERFORM CHECKADMIN
                        IF WS-ROLE = 'A'
                           PERFORM REVIEWPENDING
                        END-IF
                   WHEN "11"
                        PERFORM CHECKADMIN
                        IF WS-ROLE = 'A'
                           PERFORM MAINTDEPENDS
                        END-IF
                   WHEN OTHER
                        MOVE 'N' TO STAYOPEN
                   END-EVALUATE
           CLOSE CHECKOUTFILE
           CLOSE LOCKFILE
           CLOSE SESSIONFILE
           CLOSE PENDINGFILE.

       STARTSESSION.
           ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ONBOARDFILE.
           OPEN I-O PASSWARDFILE.
           OPEN I-O PENDINGFILE.
           PERFORM UNTIL WS-EOF = 'Y'
                   READ ONBOARDFILE
                   AT END
                                    PERFORM ENCODEPASS
                                    ACCEPT WS-DATE8 FROM DATE YYYYMMDD
                                    MOVE WS-DATE8 TO LASTCHANGED
                                    PERFORM BULKLOADONE
                                 END-IF
                              END-IF
                           END-IF
           END-PERFORM.
           CLOSE ONBOARDFILE.
           CLOSE PASSWARDFILE.
           CLOSE PENDINGFILE.

       BULKLOADONE.
           MOVE SPACES TO WS-PNDBEFORE.
           MOVE RECORDDATA TO WS-PNDAFTER.
           PERFORM CHECKNEEDAPPROVAL.
           IF WS-NEEDAPPROVAL = 'Y'
              MOVE 'A' TO WS-PNDACTION
              PERFORM QUEUECHANGE
           ELSE
              WRITE RECORDDATA
              INVALID KEY
                      DISPLAY "Skipped ID " OB-RECORDID
                          " - write failed"
              NOT INVALID KEY
                      MOVE 'W' TO WS-JNLOP
                      PERFORM JOURNALPASS
                      MOVE 'A' TO WS-AUDITACTION
                      PERFORM WRITEAUDIT
                      PERFORM WRITEHISTORY
              END-WRITE
           END-IF.

       FINDNEXTID.
           MOVE 99999 TO RECORDID.
                MOVE WS-RULEVALUE(1:1) TO WS-RULELOWER
           WHEN "DIGIT"
                MOVE WS-RULEVALUE(1:1) TO WS-RULEDIGIT
           WHEN "HISTDEPTH"
                IF WS-RULEVALUE NOT = SPACES
                   COMPUTE WS-HISDEPTH =
                       FUNCTION NUMVAL(WS-RULEVALUE)
                   IF WS-HISDEPTH < 1
                      MOVE 1 TO WS-HISDEPTH
                   END-IF
                END-IF
           WHEN OTHER
                CONTINUE
           END-EVALUATE.
           IF WS-CODEDPASS = WS-OLDPASSWARD
              MOVE 'N' TO WS-PASSWORDOK
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
                              IF HIS-PASSWARD = WS-CODEDPASS
                                 MOVE 'N' TO WS-PASSWORDOK
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

       CHECKPASSWORDPOLICY.
           MOVE 'Y' TO WS-PASSWORDOK.
           IF WS-CHKPASS = SPACES
              PERFORM ENCODEPASS
              ACCEPT WS-DATE8 FROM DATE YYYYMMDD
              MOVE WS-DATE8 TO LASTCHANGED
              MOVE SPACES TO WS-PNDBEFORE
              MOVE RECORDDATA TO WS-PNDAFTER
              PERFORM CHECKNEEDAPPROVAL
              IF WS-NEEDAPPROVAL = 'Y'
                 MOVE 'A' TO WS-PNDACTION
                 PERFORM QUEUECHANGE
                 DISPLAY "Accounts Can Be Added Once The Change Is"
                     " Approved"
              ELSE
                 WRITE RECORDDATA
                 INVALID KEY
                         DISPLAY "Record ID is Taken"
                 NOT INVALID KEY
                         MOVE 'W' TO WS-JNLOP
                         PERFORM JOURNALPASS
                         MOVE 'A' TO WS-AUDITACTION
                         PERFORM WRITEAUDIT
                         PERFORM WRITEHISTORY
                         PERFORM ADDACCOUNTS
                 END-WRITE
              END-IF
           END-IF.

       ADDACCOUNTS.
           END-PERFORM.

       ADDONEACCOUNT.
           MOVE RECORDDATA TO WS-PNDBEFORE.
           MOVE RECORDDATA TO WS-PNDAFTER.
           PERFORM CHECKNEEDAPPROVAL.
           MOVE RECORDID TO ACCT-RECORDID.
           DISPLAY "Enter ACCOUNT NAME : " WITH NO ADVANCING.
           ACCEPT ACCT-NAME.
               CONVERTING WS-CLEARSET TO WS-CODESET.
           ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
           MOVE WS-DATE8 TO ACCT-LASTCHANGED.
           IF WS-NEEDAPPROVAL = 'Y'
              MOVE SPACES TO WS-PNDBEFORE
              MOVE ACCOUNTDATA TO WS-PNDAFTER
              MOVE 'N' TO WS-PNDACTION
              PERFORM QUEUECHANGE
           ELSE
              WRITE ACCOUNTDATA
              INVALID KEY
                      DISPLAY "Account Already Exists"
              NOT INVALID KEY
                      MOVE 'W' TO WS-JNLOP
                      PERFORM JOURNALACCT
                      MOVE 'N' TO WS-AUDITACTION
                      PERFORM WRITEAUDIT
              END-WRITE
           END-IF.

       GETACCTPASS.
           MOVE 'N' TO WS-PASSWORDOK.
                 INVALID KEY
                         DISPLAY "Account Not Found"
                 NOT INVALID KEY
                         PERFORM GETTICKET
                         IF WS-TICKETOK = 'Y'
                            PERFORM CHECKDUALCONTROL
                            IF WS-APPROVED = 'Y'
                               PERFORM DECODEACCT
                               DISPLAY "PASSWARD : " WS-WORKPASSWARD
                               PERFORM RECORDCHECKOUT
                               MOVE 'V' TO WS-AUDITACTION
                               PERFORM WRITEAUDIT
                               IF DUALCONTROL = 'Y'
                                  PERFORM WRITEAPPROVAL
                               END-IF
                            ELSE
                               DISPLAY "Reveal Not Approved"
                               MOVE 'E' TO WS-AUDITACTION
                               PERFORM WRITEAUDIT
                            END-IF
                         ELSE
                            MOVE 'E' TO WS-AUDITACTION
                            PERFORM WRITEAUDIT
                         END-IF
           INVALID KEY
                   DISPLAY "Account Not Found"
           NOT INVALID KEY
                   MOVE RECORDDATA TO WS-PNDBEFORE
                   MOVE RECORDDATA TO WS-PNDAFTER
                   PERFORM CHECKNEEDAPPROVAL
                   MOVE ACCOUNTDATA TO WS-PNDBEFORE
                   MOVE ACCT-PASSWARD TO WS-OLDPASSWARD
                   MOVE 'N' TO WS-PASSWORDOK
                   PERFORM UNTIL WS-PASSWORDOK = 'Y'
                   END-PERFORM
                   ACCEPT WS-DATE8 FROM DATE YYYYMMDD
                   MOVE WS-DATE8 TO ACCT-LASTCHANGED
                   IF WS-NEEDAPPROVAL = 'Y'
                      MOVE ACCOUNTDATA TO WS-PNDAFTER
                      MOVE 'C' TO WS-PNDACTION
                      PERFORM QUEUECHANGE
                   ELSE
                      REWRITE ACCOUNTDATA
                      INVALID KEY
                              DISPLAY "Account Not Updated"
                      NOT INVALID KEY
                              MOVE 'R' TO WS-JNLOP
                              PERFORM JOURNALACCT
                              MOVE 'U' TO WS-AUDITACTION
                              PERFORM WRITEAUDIT
                              PERFORM CLEARCHECKOUTS
                      END-REWRITE
                   END-IF
           END-READ.


       MAINTDEPENDS.
           MOVE 'Y' TO PASSWARDEXISTS.
           DISPLAY " ".
           DISPLAY "Enter Record ID : " WITH NO ADVANCING.
           ACCEPT RECORDID.
           READ PASSWARDFILE KEY IS RECORDID
           INVALID KEY
                   MOVE 'N' TO PASSWARDEXISTS
           END-READ.
           IF PASSWARDEXISTS = 'N'
              DISPLAY "Record Doesn't Exist"
           ELSE
              MOVE RECORDID TO WS-DEPID
              OPEN I-O DEPENDFILE
              DISPLAY "SYSTEM NAME : " SYSTEMNAME
              PERFORM LISTDEPENDS
              DISPLAY "A = Add Dependency  D = Delete Dependency : "
                  WITH NO ADVANCING
              ACCEPT WS-DEPCMD
              EVALUATE WS-DEPCMD
              WHEN 'A'
              WHEN 'a'
                   PERFORM ADDDEPEND
              WHEN 'D'
              WHEN 'd'
                   PERFORM DELETEDEPEND
              WHEN OTHER
                   CONTINUE
              END-EVALUATE
              CLOSE DEPENDFILE
           END-IF.

       LISTDEPENDS.
           MOVE 'N' TO WS-DEPEOF.
           MOVE ZERO TO WS-DEPCOUNT.
           MOVE WS-DEPID TO DEP-RECORDID.
           MOVE ZERO TO DEP-SEQ.
           START DEPENDFILE KEY IS NOT LESS THAN DEP-KEY
           INVALID KEY
                   MOVE 'Y' TO WS-DEPEOF
           END-START.
           PERFORM UNTIL WS-DEPEOF = 'Y'
                   READ DEPENDFILE NEXT RECORD
                   AT END
                           MOVE 'Y' TO WS-DEPEOF
                   NOT AT END
                           IF DEP-RECORDID NOT = WS-DEPID
                              MOVE 'Y' TO WS-DEPEOF
                           ELSE
                              ADD 1 TO WS-DEPCOUNT
                              DISPLAY "  " DEP-SEQ " : " DEP-CONSNAME
                                  "  DEPT : " DEP-CONSDEPT
                              IF DEP-ACCOUNT = SPACES
                                 DISPLAY "        SYSTEM PASSWARD"
                                     "  USED IN : " DEP-USAGE
                              ELSE
                                 DISPLAY "        ACCOUNT : "
                                     DEP-ACCOUNT
                                     "  USED IN : " DEP-USAGE
                              END-IF
                           END-IF
                   END-READ
           END-PERFORM.
           IF WS-DEPCOUNT = ZERO
              DISPLAY "  (No Dependencies)"
           END-IF.

       FINDNEXTDEPSEQ.
           MOVE WS-DEPID TO DEP-RECORDID.
           MOVE 999 TO DEP-SEQ.
           START DEPENDFILE KEY IS NOT GREATER THAN DEP-KEY
           INVALID KEY
                   MOVE 1 TO WS-DEPNEXT
           NOT INVALID KEY
                   READ DEPENDFILE NEXT RECORD
                   AT END
                           MOVE 1 TO WS-DEPNEXT
                   NOT AT END
                           IF DEP-RECORDID = WS-DEPID
                              COMPUTE WS-DEPNEXT = DEP-SEQ + 1
                           ELSE
                              MOVE 1 TO WS-DEPNEXT
                           END-IF
                   END-READ
           END-START.

       ADDDEPEND.
           MOVE 'Y' TO WS-DEPOK.
           PERFORM FINDNEXTDEPSEQ.
           IF WS-DEPNEXT > 999
              DISPLAY "Too Many Dependencies For This Record"
              MOVE 'N' TO WS-DEPOK
           END-IF.
           MOVE SPACES TO DEPENDDATA.
           MOVE WS-DEPID TO DEP-RECORDID.
           MOVE WS-DEPNEXT TO DEP-SEQ.
           MOVE ZEROS TO DEP-CONSID.
           IF WS-DEPOK = 'Y'
              DISPLAY "Account Name (Blank = System Passward) : "
                  WITH NO ADVANCING
              ACCEPT DEP-ACCOUNT
              IF DEP-ACCOUNT NOT = SPACES
                 MOVE WS-DEPID TO ACCT-RECORDID
                 MOVE DEP-ACCOUNT TO ACCT-NAME
                 READ ACCOUNTFILE KEY IS ACCT-KEY
                 INVALID KEY
                         DISPLAY "Account Not Found"
                         MOVE 'N' TO WS-DEPOK
                 END-READ
              END-IF
           END-IF.
           IF WS-DEPOK = 'Y'
              DISPLAY "Consuming Record ID (Blank = Not Held In"
                  " Store) : " WITH NO ADVANCING
              ACCEPT WS-DEPCONSIN
              IF WS-DEPCONSIN = SPACES
                 PERFORM GETDEPCONSUMER
              ELSE
                 COMPUTE DEP-CONSID = FUNCTION NUMVAL(WS-DEPCONSIN)
                 PERFORM FINDDEPCONSUMER
              END-IF
           END-IF.
           IF WS-DEPOK = 'Y'
              DISPLAY "Used In (Config File, Script, Job) : "
                  WITH NO ADVANCING
              ACCEPT DEP-USAGE
              WRITE DEPENDDATA
              INVALID KEY
                      DISPLAY "Dependency Not Added"
              NOT INVALID KEY
                      MOVE 'I' TO WS-AUDITACTION
                      PERFORM WRITEAUDIT
                      DISPLAY "Dependency Added : " DEP-SEQ
              END-WRITE
           END-IF.

       GETDEPCONSUMER.
           DISPLAY "Consuming System Name : " WITH NO ADVANCING.
           ACCEPT DEP-CONSNAME.
           DISPLAY "Owning Department : " WITH NO ADVANCING.
           ACCEPT DEP-CONSDEPT.
           IF DEP-CONSNAME = SPACES
              DISPLAY "Consuming System Name Required"
              MOVE 'N' TO WS-DEPOK
           END-IF.

       FINDDEPCONSUMER.
           IF DEP-CONSID = WS-DEPID
              DISPLAY "A Record Cannot Depend On Itself"
              MOVE 'N' TO WS-DEPOK
           ELSE
              MOVE DEP-CONSID TO RECORDID
              READ PASSWARDFILE KEY IS RECORDID
              INVALID KEY
                      DISPLAY "Consuming Record Doesn't Exist"
                      MOVE 'N' TO WS-DEPOK
              NOT INVALID KEY
                      MOVE SYSTEMNAME TO DEP-CONSNAME
                      MOVE OWNINGDEPT TO DEP-CONSDEPT
              END-READ
              MOVE WS-DEPID TO RECORDID
              READ PASSWARDFILE KEY IS RECORDID
              INVALID KEY
                      CONTINUE
              END-READ
           END-IF.

       DELETEDEPEND.
           DISPLAY "Dependency Number : " WITH NO ADVANCING.
           ACCEPT WS-DEPSEQIN.
           MOVE WS-DEPID TO DEP-RECORDID.
           COMPUTE DEP-SEQ = FUNCTION NUMVAL(WS-DEPSEQIN).
           DELETE DEPENDFILE RECORD
           INVALID KEY
                   DISPLAY "Dependency Not Found"
           NOT INVALID KEY
                   MOVE 'I' TO WS-AUDITACTION
                   PERFORM WRITEAUDIT
                   DISPLAY "Dependency Deleted"
           END-DELETE.

       DELETEPASS.
           MOVE 'Y' TO PASSWARDEXISTS.
           DISPLAY " ".
           IF PASSWARDEXISTS = 'N'
              DISPLAY "Key Doesn't Exist"
           ELSE
              PERFORM CHECKPENDING
              IF WS-PENDING = 'Y'
                 DISPLAY "A Change To This Record Is Awaiting"
                     " Approval"
              ELSE
                 PERFORM ACQUIRELOCK
                 IF WS-LOCKED = 'N'
                    PERFORM DELETERECORD
                    PERFORM RELEASELOCK
                 END-IF
              END-IF
           END-IF.

                  WITH NO ADVANCING
              ACCEPT WS-REVEAL
              IF WS-REVEAL = 'Y' OR WS-REVEAL = 'y'
                 MOVE 'N' TO WS-TICKETOK
                 MOVE SPACES TO WS-TICKET
                 PERFORM REVEALRECORD
                 MOVE 'N' TO WS-TICKETOK
                 MOVE SPACES TO WS-TICKET
              END-IF
           END-IF.
           DISPLAY "Delete this record (Y/N) : " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
              MOVE RECORDDATA TO WS-PNDBEFORE
              MOVE SPACES TO WS-PNDAFTER
              PERFORM CHECKNEEDAPPROVAL
              IF WS-NEEDAPPROVAL = 'Y'
                 MOVE 'D' TO WS-PNDACTION
                 PERFORM QUEUECHANGE
              ELSE
                 DELETE PASSWARDFILE
                 INVALID KEY
                         DISPLAY "Key Doesn't Exist"
                 NOT INVALID KEY
                         MOVE 'D' TO WS-JNLOP
                         PERFORM JOURNALPASS
                         PERFORM WRITEARCHIVE
                         PERFORM ARCHIVEACCOUNTS
                         MOVE 'D' TO WS-AUDITACTION
                         PERFORM WRITEAUDIT
                         PERFORM CLEARCHECKOUTS
                 END-DELETE
              END-IF
           ELSE
              DISPLAY "Delete Cancelled"
           END-IF.
                              DELETE ACCOUNTFILE
                              INVALID KEY
                                      CONTINUE
                              NOT INVALID KEY
                                      MOVE 'D' TO WS-JNLOP
                                      PERFORM JOURNALACCT
                              END-DELETE
                           END-IF
                   END-READ
                         DISPLAY "Record Not Restored"
                 NOT INVALID KEY
                         DISPLAY "Record Restored"
                         MOVE 'W' TO WS-JNLOP
                         PERFORM JOURNALPASS
                         MOVE 'R' TO WS-AUDITACTION
                         PERFORM WRITEAUDIT
                         PERFORM RESTOREACCOUNTS
                              NOT INVALID KEY
                                      DISPLAY "Account Restored : "
                                          ACCT-NAME
                                      MOVE 'W' TO WS-JNLOP
                                      PERFORM JOURNALACCT
                              END-WRITE
                           END-IF
                   END-READ
           IF PASSWARDEXISTS = 'N'
              DISPLAY "Record Doesn't Exist"
           ELSE
              PERFORM CHECKPENDING
              IF WS-PENDING = 'Y'
                 DISPLAY "A Change To This Record Is Awaiting"
                     " Approval"
              ELSE
                 PERFORM ACQUIRELOCK
                 IF WS-LOCKED = 'N'
                    PERFORM UPDATERECORD
                    PERFORM RELEASELOCK
                 END-IF
              END-IF
           END-IF.

       UPDATERECORD.
           MOVE RECORDDATA TO WS-PNDBEFORE.
           DISPLAY "Enter the New SYSTEM NAME : " WITH NO ADVANCING.
           ACCEPT SYSTEMNAME.
           MOVE PASSWARDLIST TO WS-OLDPASSWARD.
           PERFORM ENCODEPASS.
           ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
           MOVE WS-DATE8 TO LASTCHANGED.
           MOVE RECORDDATA TO WS-PNDAFTER.
           PERFORM CHECKNEEDAPPROVAL.
           IF WS-NEEDAPPROVAL = 'Y'
              MOVE 'U' TO WS-PNDACTION
              PERFORM QUEUECHANGE
           ELSE
              REWRITE RECORDDATA
              INVALID KEY
                      DISPLAY "Record Not Updated"
              NOT INVALID KEY
                      MOVE 'U' TO WS-AUDITACTION
                      PERFORM WRITEAUDIT
                      MOVE 'R' TO WS-JNLOP
                      PERFORM JOURNALPASS
                      PERFORM WRITEHISTORY
                      PERFORM CLEARCHECKOUTS
              END-REWRITE
           END-IF.

       CHECKNEEDAPPROVAL.
           MOVE 'N' TO WS-NEEDAPPROVAL.
           MOVE WS-PNDBEFORE TO WS-PNDIMAGE.
           IF WS-PI-ENV = "PROD" OR WS-PI-CRIT = 'H'
              MOVE 'Y' TO WS-NEEDAPPROVAL
           END-IF.
           MOVE WS-PNDAFTER TO WS-PNDIMAGE.
           IF WS-PI-ENV = "PROD" OR WS-PI-CRIT = 'H'
              MOVE 'Y' TO WS-NEEDAPPROVAL
           END-IF.

       CHECKPENDING.
           MOVE 'N' TO WS-PENDING.
           MOVE 'N' TO WS-PNDEOF.
           MOVE RECORDID TO PND-RECORDID.
           START PENDINGFILE KEY IS NOT LESS THAN PND-RECORDID
           INVALID KEY
                   MOVE 'Y' TO WS-PNDEOF
           END-START.
           PERFORM UNTIL WS-PNDEOF = 'Y'
                   READ PENDINGFILE NEXT RECORD
                   AT END
                           MOVE 'Y' TO WS-PNDEOF
                   NOT AT END
                           IF PND-RECORDID NOT = RECORDID
                              MOVE 'Y' TO WS-PNDEOF
                           ELSE
                              IF PND-STATUS = 'P'
                                 MOVE 'Y' TO WS-PENDING
                                 MOVE 'Y' TO WS-PNDEOF
                              END-IF
                           END-IF
                   END-READ
           END-PERFORM.

       FINDNEXTSEQ.
           MOVE 9999999 TO PND-SEQ.
           START PENDINGFILE KEY IS NOT GREATER THAN PND-SEQ
           INVALID KEY
                   MOVE 1 TO WS-NEXTSEQ
           NOT INVALID KEY
                   READ PENDINGFILE NEXT RECORD
                   AT END
                           MOVE 1 TO WS-NEXTSEQ
                   NOT AT END
                           COMPUTE WS-NEXTSEQ = PND-SEQ + 1
                   END-READ
           END-START.

       QUEUECHANGE.
           PERFORM FINDNEXTSEQ.
           ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
           ACCEPT WS-TIME8 FROM TIME.
           MOVE SPACES TO PENDINGDATA.
           MOVE WS-NEXTSEQ TO PND-SEQ.
           MOVE RECORDID TO PND-RECORDID.
           MOVE WS-PNDACTION TO PND-ACTION.
           MOVE 'P' TO PND-STATUS.
           MOVE WS-OPERATOR TO PND-MAKER.
           MOVE WS-DATE8 TO PND-MADESTAMP(1:8).
           MOVE WS-TIME8(1:6) TO PND-MADESTAMP(9:6).
           MOVE WS-PNDBEFORE TO PND-BEFORE.
           MOVE WS-PNDAFTER TO PND-AFTER.
           WRITE PENDINGDATA
           INVALID KEY
                   DISPLAY "Change Not Queued For Approval"
           NOT INVALID KEY
                   DISPLAY "PROD / Critical System - Change Queued For"
                       " Approval By A Second ADMIN"
                   DISPLAY "Pending Change Reference : " PND-SEQ
                   MOVE 'Q' TO WS-AUDITACTION
                   PERFORM WRITEAUDIT
           END-WRITE.

       REVIEWPENDING.
           PERFORM LISTPENDING.
           IF WS-PNDCOUNT = ZERO
              DISPLAY "No Changes Awaiting Approval"
           ELSE
              DISPLAY "Reference To Review (Blank = Done) : "
                  WITH NO ADVANCING
              ACCEPT WS-PNDSEQIN
              IF WS-PNDSEQIN NOT = SPACES
                 COMPUTE PND-SEQ = FUNCTION NUMVAL(WS-PNDSEQIN)
                 READ PENDINGFILE KEY IS PND-SEQ
                 INVALID KEY
                         DISPLAY "Pending Change Not Found"
                 NOT INVALID KEY
                         PERFORM REVIEWONECHANGE
                 END-READ
              END-IF
           END-IF.

       LISTPENDING.
           MOVE ZERO TO WS-PNDCOUNT.
           MOVE 'N' TO WS-PNDEOF.
           DISPLAY " ".
           DISPLAY "CHANGES AWAITING APPROVAL".
           MOVE ZEROS TO PND-SEQ.
           START PENDINGFILE KEY IS NOT LESS THAN PND-SEQ
           INVALID KEY
                   MOVE 'Y' TO WS-PNDEOF
           END-START.
           PERFORM UNTIL WS-PNDEOF = 'Y'
                   READ PENDINGFILE NEXT RECORD
                   AT END
                           MOVE 'Y' TO WS-PNDEOF
                   NOT AT END
                           IF PND-STATUS = 'P'
                              ADD 1 TO WS-PNDCOUNT
                              PERFORM SETPNDACTIONNAME
                              DISPLAY "REF : " PND-SEQ
                                  "  ID : " PND-RECORDID
                                  "  " WS-PNDACTIONNAME
                                  "  BY : " PND-MAKER
                                  "  AT : " PND-MADESTAMP
                           END-IF
                   END-READ
           END-PERFORM.

       SETPNDACTIONNAME.
           EVALUATE PND-ACTION
           WHEN 'A'
                MOVE "ADD" TO WS-PNDACTIONNAME
           WHEN 'U'
                MOVE "UPDATE" TO WS-PNDACTIONNAME
           WHEN 'D'
                MOVE "DELETE" TO WS-PNDACTIONNAME
           WHEN 'N'
                MOVE "ACCT ADD" TO WS-PNDACTIONNAME
           WHEN 'C'
                MOVE "ACCT UPDATE" TO WS-PNDACTIONNAME
           WHEN OTHER
                MOVE SPACES TO WS-PNDACTIONNAME
           END-EVALUATE.

       REVIEWONECHANGE.
           IF PND-STATUS NOT = 'P'
              DISPLAY "Change Is Not Awaiting Approval"
           ELSE
              PERFORM SHOWPENDING
              IF PND-MAKER = WS-OPERATOR
                 DISPLAY "Change Was Requested By This Operator - A"
                     " Different ADMIN Must Review It"
              ELSE
                 DISPLAY "A = Approve  R = Reject  Blank = Leave"
                     " Pending : " WITH NO ADVANCING
                 ACCEPT WS-PNDDECISION
                 EVALUATE WS-PNDDECISION
                 WHEN 'A'
                 WHEN 'a'
                      PERFORM APPROVECHANGE
                 WHEN 'R'
                 WHEN 'r'
                      PERFORM REJECTCHANGE
                 WHEN OTHER
                      DISPLAY "Change Left Pending"
                 END-EVALUATE
              END-IF
           END-IF.

       SHOWPENDING.
           PERFORM SETPNDACTIONNAME.
           DISPLAY " ".
           DISPLAY "REFERENCE : " PND-SEQ "  RECORD ID : " PND-RECORDID
               "  ACTION : " WS-PNDACTIONNAME.
           DISPLAY "REQUESTED BY : " PND-MAKER "  AT : " PND-MADESTAMP.
           IF PND-ACTION = 'N' OR PND-ACTION = 'C'
              PERFORM SHOWPENDACCT
           ELSE
              PERFORM SHOWPENDSYSTEM
           END-IF.

       SHOWPENDSYSTEM.
           IF PND-ACTION NOT = 'A'
              MOVE PND-BEFORE TO WS-PNDIMAGE
              MOVE "BEFORE" TO WS-PNDLABEL
              PERFORM SHOWPENDIMAGE
           END-IF.
           IF PND-ACTION NOT = 'D'
              MOVE PND-AFTER TO WS-PNDIMAGE
              MOVE "AFTER" TO WS-PNDLABEL
              PERFORM SHOWPENDIMAGE
           END-IF.
           IF PND-ACTION = 'U'
              MOVE PND-BEFORE TO WS-PNDIMAGE
              IF WS-PI-PASSWARD NOT = PND-AFTER(21:15)
                 DISPLAY "Passward Will Be Replaced"
              ELSE
                 DISPLAY "Passward Is Unchanged"
              END-IF
           END-IF.

       SHOWPENDACCT.
           IF PND-ACTION = 'C'
              MOVE PND-BEFORE TO WS-PNDACCTIMAGE
              MOVE "BEFORE" TO WS-PNDLABEL
              PERFORM SHOWPENDACCTIMAGE
           END-IF.
           MOVE PND-AFTER TO WS-PNDACCTIMAGE.
           MOVE "AFTER" TO WS-PNDLABEL.
           PERFORM SHOWPENDACCTIMAGE.
           IF PND-ACTION = 'C'
              DISPLAY "Account Passward Will Be Replaced"
           END-IF.

       SHOWPENDACCTIMAGE.
           MOVE WS-PA-PASSWARD TO WS-WORKPASSWARD.
           INSPECT WS-WORKPASSWARD
               CONVERTING WS-CODESET TO WS-CLEARSET.
           PERFORM MASKPASSWARD.
           DISPLAY WS-PNDLABEL " : ACCOUNT : " WS-PA-NAME
               "  PASSWARD : " WS-MASKEDPASSWARD.

       SHOWPENDIMAGE.
           MOVE WS-PI-PASSWARD TO WS-WORKPASSWARD.
           INSPECT WS-WORKPASSWARD
               CONVERTING WS-CODESET TO WS-CLEARSET.
           PERFORM MASKPASSWARD.
           DISPLAY WS-PNDLABEL " : SYSTEM NAME : " WS-PI-SYSTEMNAME
               "  PASSWARD : " WS-MASKEDPASSWARD.
           DISPLAY "         ENVIRONMENT : " WS-PI-ENV
               "  DEPARTMENT : " WS-PI-DEPT.
           DISPLAY "         CRITICALITY : " WS-PI-CRIT
               "  STATUS : " WS-PI-STATUS
               "  DUAL CONTROL : " WS-PI-DUAL.

       APPROVECHANGE.
           MOVE 'N' TO WS-PNDAPPLIED.
           MOVE PND-RECORDID TO RECORDID.
           IF PND-ACTION = 'A'
              PERFORM APPLYPENDINGADD
           END-IF.
           IF PND-ACTION = 'N' OR PND-ACTION = 'C'
              PERFORM APPLYPENDINGACCT
           END-IF.
           IF PND-ACTION = 'U' OR PND-ACTION = 'D'
              MOVE 'Y' TO PASSWARDEXISTS
              READ PASSWARDFILE KEY IS RECORDID
              INVALID KEY
                      MOVE 'N' TO PASSWARDEXISTS
              END-READ
              EVALUATE TRUE
              WHEN PASSWARDEXISTS = 'N'
                   DISPLAY "Record No Longer Exists - Reject The"
                       " Change"
              WHEN RECORDDATA NOT = PND-BEFORE
                   DISPLAY "Record Has Changed Since The Request -"
                       " Reject And Resubmit"
              WHEN OTHER
                   PERFORM ACQUIRELOCK
                   IF WS-LOCKED = 'N'
                      IF PND-ACTION = 'U'
                         PERFORM APPLYPENDINGUPDATE
                      ELSE
                         PERFORM APPLYPENDINGDELETE
                      END-IF
                      PERFORM RELEASELOCK
                   END-IF
              END-EVALUATE
           END-IF.
           IF WS-PNDAPPLIED = 'Y'
              MOVE 'K' TO WS-PNDDECIDE
              PERFORM CLOSEPENDING
              MOVE 'K' TO WS-AUDITACTION
              PERFORM WRITEAUDIT
              DISPLAY "Change Approved And Applied"
           END-IF.

       APPLYPENDINGADD.
           MOVE PND-AFTER TO RECORDDATA.
           MOVE 'N' TO PASSWARDEXISTS.
           READ PASSWARDFILE KEY IS SYSTEMNAME
           INVALID KEY
                   CONTINUE
           NOT INVALID KEY
                   MOVE 'Y' TO PASSWARDEXISTS
           END-READ.
           IF PASSWARDEXISTS = 'Y'
              DISPLAY "System Name Already Exists - Reject The"
                  " Change"
           ELSE
              MOVE PND-AFTER TO RECORDDATA
              READ PASSWARDFILE KEY IS RECORDID
              INVALID KEY
                      CONTINUE
              NOT INVALID KEY
                      MOVE 'Y' TO PASSWARDEXISTS
              END-READ
              IF PASSWARDEXISTS = 'Y'
                 PERFORM FINDNEXTID
                 MOVE PND-AFTER TO RECORDDATA
                 MOVE WS-NEXTID TO RECORDID
                 DISPLAY "Record ID Was Taken - Reassigned To "
                     RECORDID
              ELSE
                 MOVE PND-AFTER TO RECORDDATA
              END-IF
              ACCEPT WS-DATE8 FROM DATE YYYYMMDD
              MOVE WS-DATE8 TO LASTCHANGED
              WRITE RECORDDATA
              INVALID KEY
                      DISPLAY "Record Not Added"
              NOT INVALID KEY
                      MOVE 'Y' TO WS-PNDAPPLIED
                      MOVE 'W' TO WS-JNLOP
                      PERFORM JOURNALPASS
                      MOVE RECORDDATA TO PND-AFTER
                      MOVE RECORDID TO PND-RECORDID
                      MOVE 'A' TO WS-AUDITACTION
                      PERFORM WRITEMAKERAUDIT
                      PERFORM WRITEHISTORY
              END-WRITE
           END-IF.

       APPLYPENDINGACCT.
           MOVE 'Y' TO PASSWARDEXISTS.
           READ PASSWARDFILE KEY IS RECORDID
           INVALID KEY
                   MOVE 'N' TO PASSWARDEXISTS
           END-READ.
           IF PASSWARDEXISTS = 'N'
              DISPLAY "Record No Longer Exists - Reject The Change"
           ELSE
              PERFORM ACQUIRELOCK
              IF WS-LOCKED = 'N'
                 IF PND-ACTION = 'N'
                    PERFORM APPLYPENDINGACCTADD
                 ELSE
                    PERFORM APPLYPENDINGACCTUPDATE
                 END-IF
                 PERFORM RELEASELOCK
              END-IF
           END-IF.

       APPLYPENDINGACCTADD.
           MOVE PND-AFTER(1:43) TO ACCOUNTDATA.
           ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
           MOVE WS-DATE8 TO ACCT-LASTCHANGED.
           WRITE ACCOUNTDATA
           INVALID KEY
                   DISPLAY "Account Already Exists - Reject The"
                       " Change"
           NOT INVALID KEY
                   MOVE 'Y' TO WS-PNDAPPLIED
                   MOVE 'W' TO WS-JNLOP
                   PERFORM JOURNALACCT
                   MOVE 'N' TO WS-AUDITACTION
                   PERFORM WRITEMAKERAUDIT
           END-WRITE.

       APPLYPENDINGACCTUPDATE.
           MOVE PND-BEFORE(1:20) TO ACCT-KEY.
           READ ACCOUNTFILE KEY IS ACCT-KEY
           INVALID KEY
                   DISPLAY "Account No Longer Exists - Reject The"
                       " Change"
           NOT INVALID KEY
                   IF ACCOUNTDATA NOT = PND-BEFORE(1:43)
                      DISPLAY "Account Has Changed Since The Request"
                          " - Reject And Resubmit"
                   ELSE
                      MOVE PND-AFTER(1:43) TO ACCOUNTDATA
                      ACCEPT WS-DATE8 FROM DATE YYYYMMDD
                      MOVE WS-DATE8 TO ACCT-LASTCHANGED
                      REWRITE ACCOUNTDATA
                      INVALID KEY
                              DISPLAY "Account Not Updated"
                      NOT INVALID KEY
                              MOVE 'Y' TO WS-PNDAPPLIED
                              MOVE 'R' TO WS-JNLOP
                              PERFORM JOURNALACCT
                              MOVE 'U' TO WS-AUDITACTION
                              PERFORM WRITEMAKERAUDIT
                              PERFORM CLEARCHECKOUTS
                      END-REWRITE
                   END-IF
           END-READ.

       APPLYPENDINGUPDATE.
           MOVE PND-AFTER TO RECORDDATA.
           ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
           MOVE WS-DATE8 TO LASTCHANGED.
           REWRITE RECORDDATA
           INVALID KEY
                   DISPLAY "Record Not Updated"
           NOT INVALID KEY
                   MOVE 'Y' TO WS-PNDAPPLIED
                   MOVE 'R' TO WS-JNLOP
                   PERFORM JOURNALPASS
                   MOVE 'U' TO WS-AUDITACTION
                   PERFORM WRITEMAKERAUDIT
                   PERFORM WRITEHISTORY
                   PERFORM CLEARCHECKOUTS
           END-REWRITE.

       APPLYPENDINGDELETE.
           DELETE PASSWARDFILE
           INVALID KEY
                   DISPLAY "Key Doesn't Exist"
           NOT INVALID KEY
                   MOVE 'Y' TO WS-PNDAPPLIED
                   MOVE 'D' TO WS-JNLOP
                   PERFORM JOURNALPASS
                   PERFORM WRITEARCHIVE
                   PERFORM ARCHIVEACCOUNTS
                   MOVE 'D' TO WS-AUDITACTION
                   PERFORM WRITEMAKERAUDIT
                   PERFORM CLEARCHECKOUTS
           END-DELETE.

       REJECTCHANGE.
           MOVE PND-RECORDID TO RECORDID.
           MOVE 'J' TO WS-PNDDECIDE.
           PERFORM CLOSEPENDING.
           MOVE 'J' TO WS-AUDITACTION.
           PERFORM WRITEAUDIT.
           DISPLAY "Change Rejected".

       CLOSEPENDING.
           ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
           ACCEPT WS-TIME8 FROM TIME.
           MOVE WS-PNDDECIDE TO PND-STATUS.
           MOVE WS-OPERATOR TO PND-CHECKER.
           MOVE WS-DATE8 TO PND-CHECKSTAMP(1:8).
           MOVE WS-TIME8(1:6) TO PND-CHECKSTAMP(9:6).
           REWRITE PENDINGDATA
           INVALID KEY
                   DISPLAY "Pending Change Not Updated"
           END-REWRITE.

       RECORDCHECKOUT.
           ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
           ACCEPT WS-TIME8 FROM TIME.
           MOVE WS-OPERATOR TO CKO-OPERATOR.
           MOVE WS-DATE8 TO CKO-TIMESTAMP(1:8).
           MOVE WS-TIME8(1:6) TO CKO-TIMESTAMP(9:6).
           MOVE WS-TICKET TO CKO-TICKET.
           WRITE CHECKOUTDATA
           INVALID KEY
                   REWRITE CHECKOUTDATA
           END-IF.

       SHOWRECORD.
           MOVE SPACES TO WS-TICKET.
           MOVE 'N' TO WS-TICKETOK.
           PERFORM DECODEPASS.
           PERFORM MASKPASSWARD.
           DISPLAY "ID : " RECORDID.
                 PERFORM REVEALACCOUNT
              END-IF
           END-IF.
           MOVE 'N' TO WS-TICKETOK.
           MOVE SPACES TO WS-TICKET.

       REVEALRECORD.
           PERFORM GETTICKET.
           IF WS-TICKETOK = 'Y'
              PERFORM CHECKDUALCONTROL
              IF WS-APPROVED = 'Y'
                 DISPLAY "PASSWARD : " WS-WORKPASSWARD
                 PERFORM RECORDCHECKOUT
                 MOVE 'V' TO WS-AUDITACTION
                 PERFORM WRITEAUDIT
                 IF DUALCONTROL = 'Y'
                    PERFORM WRITEAPPROVAL
                 END-IF
              ELSE
                 DISPLAY "Reveal Not Approved"
                 MOVE 'E' TO WS-AUDITACTION
                 PERFORM WRITEAUDIT
              END-IF
           ELSE
              MOVE 'E' TO WS-AUDITACTION
              PERFORM WRITEAUDIT
           END-IF.

       GETTICKET.
           IF WS-TICKETOK NOT = 'Y'
              DISPLAY "Incident Or Change Ticket : " WITH NO ADVANCING
              ACCEPT WS-TICKET
              PERFORM CHECKTICKET
           END-IF.

       CHECKTICKET.
           MOVE 'N' TO WS-TICKETOK.
           IF WS-TICKET = SPACES
              DISPLAY "A Ticket Is Required To Reveal A Passward"
           ELSE
              MOVE 'N' TO WS-TKTEOF
              OPEN INPUT TICKETFILE
              PERFORM UNTIL WS-TKTEOF = 'Y'
                      READ TICKETFILE
                      AT END
                              MOVE 'Y' TO WS-TKTEOF
                      NOT AT END
                              IF TKT-NUMBER = WS-TICKET
                                 MOVE 'Y' TO WS-TKTEOF
                                 IF TKT-STATUS = 'O'
                                    MOVE 'Y' TO WS-TICKETOK
                                 ELSE
                                    DISPLAY "Ticket " WS-TICKET
                                        " Is Closed"
                                    MOVE 'C' TO WS-TICKETOK
                                 END-IF
                              END-IF
                      END-READ
              END-PERFORM
              CLOSE TICKETFILE
              IF WS-TICKETOK = 'N'
                 DISPLAY "Ticket " WS-TICKET
                     " Is Not In The Open Ticket Extract"
              END-IF
           END-IF.

       CHECKDUALCONTROL.
           IF DUALCONTROL = 'Y'
              PERFORM DUALAPPROVE
       WRITEAPPROVAL.
           ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
           ACCEPT WS-TIME8 FROM TIME.
           OPEN EXTEND AUDITFILE.
           MOVE SPACES TO AUDITRECORD.
           MOVE RECORDID TO AUD-RECORDID.
           MOVE 'W' TO AUD-ACTION.
           MOVE WS-APPROVEID TO AUD-OPERATOR.
           MOVE WS-DATE8 TO AUD-TIMESTAMP(1:8).
           MOVE WS-TIME8(1:6) TO AUD-TIMESTAMP(9:6).
           MOVE WS-TICKET TO AUD-TICKET.
           PERFORM CHAINAUDIT.
           WRITE AUDITRECORD.
           CLOSE AUDITFILE.

       WRITEMAKERAUDIT.
           ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
           ACCEPT WS-TIME8 FROM TIME.
           OPEN EXTEND AUDITFILE.
           MOVE SPACES TO AUDITRECORD.
           MOVE RECORDID TO AUD-RECORDID.
           MOVE WS-AUDITACTION TO AUD-ACTION.
           MOVE PND-MAKER TO AUD-OPERATOR.
           MOVE WS-DATE8 TO AUD-TIMESTAMP(1:8).
           MOVE WS-TIME8(1:6) TO AUD-TIMESTAMP(9:6).
           PERFORM CHAINAUDIT.
           WRITE AUDITRECORD.
           CLOSE AUDITFILE.

       CHECKENTITLEMENT.
           IF WS-ROLE = 'A'
              MOVE 'Y' TO WS-ENTITLED
           ELSE
              MOVE 'N' TO WS-ENTITLED
              MOVE RECORDID TO WS-ENTID
              OPEN INPUT ENTITLEFILE
              MOVE SPACES TO ENTITLERECORD
              MOVE WS-OPERATOR TO ENT-OPERATOR
              MOVE 'S' TO ENT-TYPE
              MOVE WS-ENTID TO ENT-KEY(1:5)
              READ ENTITLEFILE KEY IS ENT-GRANT
              INVALID KEY
                      MOVE SPACES TO ENTITLERECORD
                      MOVE WS-OPERATOR TO ENT-OPERATOR
                      MOVE 'D' TO ENT-TYPE
                      MOVE OWNINGDEPT TO ENT-KEY
                      READ ENTITLEFILE KEY IS ENT-GRANT
                      INVALID KEY
                              CONTINUE
                      NOT INVALID KEY
                              MOVE 'Y' TO WS-ENTITLED
                      END-READ
              NOT INVALID KEY
                      MOVE 'Y' TO WS-ENTITLED
              END-READ
              CLOSE ENTITLEFILE
           END-IF.

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
           MOVE WS-TICKET TO AUD-TICKET.
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
           IF AUD-TICKET NOT = SPACES
              PERFORM VARYING WS-CHAINPOS FROM 46 BY 1
                      UNTIL WS-CHAINPOS > 57
                      COMPUTE WS-CHAINVALUE = FUNCTION MOD(
                          WS-CHAINVALUE * 131 +
                          FUNCTION ORD(AUDITRECORD(WS-CHAINPOS:1)) +
                          WS-CHAINPOS, 9999999967)
              END-PERFORM
           END-IF.
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
           MOVE "STORE" TO JNL-PROGRAM.
           MOVE RECORDDATA TO JNL-IMAGE.
           WRITE JOURNALRECORD.
           CLOSE JOURNALFILE.

       JOURNALACCT.
           ACCEPT WS-JNLDATE8 FROM DATE YYYYMMDD.
           ACCEPT WS-JNLTIME8 FROM TIME.
           OPEN EXTEND JOURNALFILE.
           MOVE SPACES TO JOURNALRECORD.
           MOVE WS-JNLDATE8 TO JNL-TIMESTAMP(1:8).
           MOVE WS-JNLTIME8(1:6) TO JNL-TIMESTAMP(9:6).
           MOVE 'A' TO JNL-FILE.
           MOVE WS-JNLOP TO JNL-OP.
           MOVE WS-OPERATOR TO JNL-OPERATOR.
           MOVE "STORE" TO JNL-PROGRAM.
           MOVE ACCOUNTDATA TO JNL-IMAGE.
           WRITE JOURNALRECORD.
           CLOSE JOURNALFILE.
