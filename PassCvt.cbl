           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRI-RECORDID
           ALTERNATE RECORD KEY IS PRI-SYSTEMNAME.
           SELECT OPTIONAL OLDHISTFILE ASSIGN TO "passhist.old"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTFILE ASSIGN TO "passhist.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIS-KEY.
           SELECT OPTIONAL OLDENTFILE ASSIGN TO "entitle.old"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENTITLEFILE ASSIGN TO "entitle.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENT-GRANT
           ALTERNATE RECORD KEY IS ENT-TARGET WITH DUPLICATES.
           SELECT OPTIONAL OLDCKOFILE ASSIGN TO "checkout.old"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OCK-KEY.
           SELECT CHECKOUTFILE ASSIGN TO "checkout.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CKO-KEY.
           SELECT OPTIONAL OPERATORFILE ASSIGN TO "operator.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARMFILE ASSIGN TO "passcvt.parm"
          02 PRI-PASSWARDLIST PIC X(15).
          02 PRI-LASTCHANGED  PIC 9(8).

       FD OLDHISTFILE.
       01 OLDHISTRECORD.
          02 OHS-RECORDID     PIC 9(5).
          02 FILLER           PIC X.
          02 OHS-PASSWARD     PIC X(15).
          02 FILLER           PIC X.
          02 OHS-TIMESTAMP    PIC X(14).

       FD HISTFILE.
       01 HISTRECORD.
          02 HIS-KEY.
             03 HIS-RECORDID  PIC 9(5).
             03 HIS-TIMESTAMP PIC X(14).
             03 HIS-SEQ       PIC 99.
          02 FILLER           PIC X     VALUE SPACE.
          02 HIS-PASSWARD     PIC X(15).

       FD OLDENTFILE.
       01 OLDENTRECORD.
          02 OEN-OPERATOR     PIC X(10).
          02 FILLER           PIC X.
          02 OEN-TYPE         PIC X.
          02 FILLER           PIC X.
          02 OEN-KEY          PIC X(10).

       FD ENTITLEFILE.
       01 ENTITLERECORD.
          02 ENT-GRANT.
             03 ENT-OPERATOR  PIC X(10).
             03 FILLER        PIC X     VALUE SPACE.
             03 ENT-TARGET.
                04 ENT-TYPE   PIC X.
                04 FILLER     PIC X     VALUE SPACE.
                04 ENT-KEY    PIC X(10).

       FD OLDCKOFILE.
       01 OLDCKORECORD.
          02 OCK-KEY.
             03 OCK-RECORDID  PIC 9(5).
             03 OCK-OPERATOR  PIC X(10).
          02 OCK-TIMESTAMP    PIC X(14).

       FD CHECKOUTFILE.
       01 CHECKOUTDATA.
          02 CKO-KEY.
             03 CKO-RECORDID  PIC 9(5).
             03 CKO-OPERATOR  PIC X(10).
          02 CKO-TIMESTAMP    PIC X(14).
          02 CKO-TICKET       PIC X(12).

       FD OPERATORFILE.
       01 OPERATORRECORD.
          02 OPR-ID           PIC X(10).
       01 WS-OPRCOUNT          PIC 9(3)  VALUE ZERO.
       01 WS-OPRFULL           PIC X     VALUE 'N'.
       01 WS-SUB               PIC 9(3).
       01 WS-OLDCOUNT          PIC 9(7).
       01 WS-NEWCOUNT          PIC 9(7).
       01 WS-DUPCOUNT          PIC 9(7).
       01 WS-ONFILE            PIC 9(7).
       01 WS-HISWRITTEN        PIC X.
       01 WS-CLEARSET.
          02 FILLER            PIC X(26)
             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM GETRUNOPTIONS.
           DISPLAY "PASSWARD FILE CONVERSION".
           IF WS-RUNMODE = 'I'
              EVALUATE WS-CVTMODE
              WHEN "IDXFILES"
                 DISPLAY "Loads passhist.old And entitle.old Into The"
                 DISPLAY "Indexed passhist.txt And entitle.txt."
              WHEN "CKOTICKET"
                 DISPLAY "Loads checkout.old Into checkout.txt With"
                 DISPLAY "An Empty Ticket On Each Outstanding Checkout."
              WHEN OTHER
                 DISPLAY "Each Run Re-Encodes The Stored Passwards -"
                 DISPLAY "Run Exactly Once Against A Clear Text File."
              END-EVALUATE
              DISPLAY "Proceed (Y/N) : " WITH NO ADVANCING
              ACCEPT WS-CONFIRM
           END-IF.
              WHEN "NOCLASS"
                   MOVE "passward.txt" TO WS-CVTNAME
                   PERFORM CONVERTNOCLASS
              WHEN "IDXFILES"
                   PERFORM CONVERTHISTFILE
                   PERFORM CONVERTENTFILE
              WHEN "CKOTICKET"
                   PERFORM CONVERTCKOFILE
              WHEN OTHER
                   MOVE WS-CVTMODE TO WS-CVTNAME
                   PERFORM CONVERTPASSFILE
           DISPLAY "Records Converted In " WS-CVTNAME
               " : " WS-CVTCOUNT.

       CONVERTHISTFILE.
           DISPLAY "Reading passhist.old And Writing passhist.txt".
           MOVE 'N' TO WS-EOF.
           MOVE ZERO TO WS-OLDCOUNT.
           MOVE ZERO TO WS-NEWCOUNT.
           MOVE ZERO TO WS-DUPCOUNT.
           OPEN INPUT OLDHISTFILE.
           READ OLDHISTFILE
           AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.
           IF WS-EOF = 'Y'
              DISPLAY "passhist.old Missing Or Empty -"
                  " passhist.txt Left Unchanged"
           ELSE
              OPEN OUTPUT HISTFILE
              PERFORM UNTIL WS-EOF = 'Y'
                      ADD 1 TO WS-OLDCOUNT
                      PERFORM CONVERTONEHIST
                      READ OLDHISTFILE
                      AT END
                              MOVE 'Y' TO WS-EOF
                      END-READ
              END-PERFORM
              CLOSE HISTFILE
              PERFORM COUNTHISTFILE
              DISPLAY "passhist.old Records Read    : " WS-OLDCOUNT
              DISPLAY "passhist.txt Records Written : " WS-NEWCOUNT
              DISPLAY "Records Rejected             : " WS-DUPCOUNT
              DISPLAY "passhist.txt Records On File : " WS-ONFILE
              IF WS-OLDCOUNT = WS-NEWCOUNT + WS-DUPCOUNT AND
                 WS-ONFILE = WS-NEWCOUNT
                 DISPLAY "passhist.txt Record Counts Verified"
              ELSE
                 DISPLAY "PASSHIST.TXT RECORD COUNTS DO NOT AGREE"
              END-IF
           END-IF.
           CLOSE OLDHISTFILE.

       CONVERTONEHIST.
           MOVE SPACES TO HISTRECORD.
           MOVE OHS-RECORDID TO HIS-RECORDID.
           MOVE OHS-TIMESTAMP TO HIS-TIMESTAMP.
           MOVE OHS-PASSWARD TO HIS-PASSWARD.
           MOVE ZERO TO HIS-SEQ.
           MOVE 'N' TO WS-HISWRITTEN.
           PERFORM UNTIL WS-HISWRITTEN = 'Y'
                   WRITE HISTRECORD
                   INVALID KEY
                           IF HIS-SEQ < 99
                              ADD 1 TO HIS-SEQ
                           ELSE
                              DISPLAY "Write Failed For ID "
                                  OHS-RECORDID " " OHS-TIMESTAMP
                              ADD 1 TO WS-DUPCOUNT
                              MOVE 'Y' TO WS-HISWRITTEN
                           END-IF
                   NOT INVALID KEY
                           ADD 1 TO WS-NEWCOUNT
                           MOVE 'Y' TO WS-HISWRITTEN
                   END-WRITE
           END-PERFORM.

       COUNTHISTFILE.
           MOVE ZERO TO WS-ONFILE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT HISTFILE.
           MOVE LOW-VALUES TO HIS-KEY.
           START HISTFILE KEY IS NOT LESS THAN HIS-KEY
           INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
                   READ HISTFILE NEXT RECORD
                   AT END
                           MOVE 'Y' TO WS-EOF
                   NOT AT END
                           ADD 1 TO WS-ONFILE
                   END-READ
           END-PERFORM.
           CLOSE HISTFILE.

       CONVERTENTFILE.
           DISPLAY "Reading entitle.old And Writing entitle.txt".
           MOVE 'N' TO WS-EOF.
           MOVE ZERO TO WS-OLDCOUNT.
           MOVE ZERO TO WS-NEWCOUNT.
           MOVE ZERO TO WS-DUPCOUNT.
           OPEN INPUT OLDENTFILE.
           READ OLDENTFILE
           AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.
           IF WS-EOF = 'Y'
              DISPLAY "entitle.old Missing Or Empty -"
                  " entitle.txt Left Unchanged"
           ELSE
              OPEN OUTPUT ENTITLEFILE
              PERFORM UNTIL WS-EOF = 'Y'
                      ADD 1 TO WS-OLDCOUNT
                      MOVE SPACES TO ENTITLERECORD
                      MOVE OEN-OPERATOR TO ENT-OPERATOR
                      MOVE OEN-TYPE TO ENT-TYPE
                      MOVE OEN-KEY TO ENT-KEY
                      WRITE ENTITLERECORD
                      INVALID KEY
                              DISPLAY "Duplicate Entitlement Dropped : "
                                  OEN-OPERATOR " " OEN-TYPE " " OEN-KEY
                              ADD 1 TO WS-DUPCOUNT
                      NOT INVALID KEY
                              ADD 1 TO WS-NEWCOUNT
                      END-WRITE
                      READ OLDENTFILE
                      AT END
                              MOVE 'Y' TO WS-EOF
                      END-READ
              END-PERFORM
              CLOSE ENTITLEFILE
              PERFORM COUNTENTFILE
              DISPLAY "entitle.old Records Read     : " WS-OLDCOUNT
              DISPLAY "entitle.txt Records Written  : " WS-NEWCOUNT
              DISPLAY "Duplicates Dropped           : " WS-DUPCOUNT
              DISPLAY "entitle.txt Records On File  : " WS-ONFILE
              IF WS-OLDCOUNT = WS-NEWCOUNT + WS-DUPCOUNT AND
                 WS-ONFILE = WS-NEWCOUNT
                 DISPLAY "entitle.txt Record Counts Verified"
              ELSE
                 DISPLAY "ENTITLE.TXT RECORD COUNTS DO NOT AGREE"
              END-IF
           END-IF.
           CLOSE OLDENTFILE.

       COUNTENTFILE.
           MOVE ZERO TO WS-ONFILE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ENTITLEFILE.
           MOVE LOW-VALUES TO ENT-GRANT.
           START ENTITLEFILE KEY IS NOT LESS THAN ENT-GRANT
           INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
                   READ ENTITLEFILE NEXT RECORD
                   AT END
                           MOVE 'Y' TO WS-EOF
                   NOT AT END
                           ADD 1 TO WS-ONFILE
                   END-READ
           END-PERFORM.
           CLOSE ENTITLEFILE.

       CONVERTCKOFILE.
           DISPLAY "Reading checkout.old And Writing checkout.txt".
           MOVE 'N' TO WS-EOF.
           MOVE ZERO TO WS-OLDCOUNT.
           MOVE ZERO TO WS-NEWCOUNT.
           MOVE ZERO TO WS-DUPCOUNT.
           OPEN INPUT OLDCKOFILE.
           MOVE LOW-VALUES TO OCK-KEY.
           START OLDCKOFILE KEY IS NOT LESS THAN OCK-KEY
           INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           IF WS-EOF = 'N'
              READ OLDCKOFILE NEXT RECORD
              AT END
                      MOVE 'Y' TO WS-EOF
              END-READ
           END-IF.
           IF WS-EOF = 'Y'
              DISPLAY "checkout.old Missing Or Empty -"
                  " checkout.txt Left Unchanged"
           ELSE
              OPEN OUTPUT CHECKOUTFILE
              PERFORM UNTIL WS-EOF = 'Y'
                      ADD 1 TO WS-OLDCOUNT
                      MOVE SPACES TO CHECKOUTDATA
                      MOVE OCK-RECORDID TO CKO-RECORDID
                      MOVE OCK-OPERATOR TO CKO-OPERATOR
                      MOVE OCK-TIMESTAMP TO CKO-TIMESTAMP
                      WRITE CHECKOUTDATA
                      INVALID KEY
                              DISPLAY "Write Failed For ID "
                                  OCK-RECORDID " " OCK-OPERATOR
                              ADD 1 TO WS-DUPCOUNT
                      NOT INVALID KEY
                              ADD 1 TO WS-NEWCOUNT
                      END-WRITE
                      READ OLDCKOFILE NEXT RECORD
                      AT END
                              MOVE 'Y' TO WS-EOF
                      END-READ
              END-PERFORM
              CLOSE CHECKOUTFILE
              PERFORM COUNTCKOFILE
              DISPLAY "checkout.old Records Read    : " WS-OLDCOUNT
              DISPLAY "checkout.txt Records Written : " WS-NEWCOUNT
              DISPLAY "Records Rejected             : " WS-DUPCOUNT
              DISPLAY "checkout.txt Records On File : " WS-ONFILE
              IF WS-OLDCOUNT = WS-NEWCOUNT + WS-DUPCOUNT AND
                 WS-ONFILE = WS-NEWCOUNT
                 DISPLAY "checkout.txt Record Counts Verified"
              ELSE
                 DISPLAY "CHECKOUT.TXT RECORD COUNTS DO NOT AGREE"
              END-IF
           END-IF.
           CLOSE OLDCKOFILE.

       COUNTCKOFILE.
           MOVE ZERO TO WS-ONFILE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CHECKOUTFILE.
           MOVE LOW-VALUES TO CKO-KEY.
           START CHECKOUTFILE KEY IS NOT LESS THAN CKO-KEY
           INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
                   READ CHECKOUTFILE NEXT RECORD
                   AT END
                           MOVE 'Y' TO WS-EOF
                   NOT AT END
                           ADD 1 TO WS-ONFILE
                   END-READ
           END-PERFORM.
           CLOSE CHECKOUTFILE.

       CONVERTPASSFILE.
           MOVE 'N' TO WS-EOF.
           MOVE ZERO TO WS-CVTCOUNT.
