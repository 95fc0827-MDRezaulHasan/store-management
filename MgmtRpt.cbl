          02 AUD-OPERATOR     PIC X(10).
          02 FILLER           PIC X     VALUE SPACE.
          02 AUD-TIMESTAMP    PIC X(14).
          02 FILLER           PIC X     VALUE SPACE.
          02 AUD-CHAIN        PIC 9(10).
          02 FILLER           PIC X     VALUE SPACE.
          02 AUD-TICKET       PIC X(12).

       FD CHECKOUTFILE.
       01 CHECKOUTDATA.
             03 CKO-RECORDID  PIC 9(5).
             03 CKO-OPERATOR  PIC X(10).
          02 CKO-TIMESTAMP    PIC X(14).
          02 CKO-TICKET       PIC X(12).

       FD ARCHIVEFILE.
       01 ARCHRECORD.
          02 IDX-DATEFROM     PIC X(8).
          02 FILLER           PIC X     VALUE SPACE.
          02 IDX-DATETO       PIC X(8).
          02 FILLER           PIC X     VALUE SPACE.
          02 IDX-COUNT        PIC 9(7).
          02 FILLER           PIC X     VALUE SPACE.
          02 IDX-LASTCHAIN    PIC X(10).

       FD GENFILE.
       01 GENRECORD            PIC X(57).

       FD REPORTFILE.
       01 REPORTRECORD         PIC X(80).
