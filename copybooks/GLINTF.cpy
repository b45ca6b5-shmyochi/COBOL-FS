      *> GLINTF.cpy
      *> Record layout for GL-INTERFACE-FILE, the journal entry handed
      *> to the bookkeeper's ledger, one file per business date
      *> (GLJRNL.YYYYMMDD.DAT) written by CBBGLEXP. One record per
      *> account and side, debits and credits balancing. Reversing an
      *> export writes GLJRNL.YYYYMMDD.REV.DAT, the same lines with
      *> the sides swapped.
       01  GL-INTERFACE-RECORD.
           05  GL-BUSINESS-DATE        PIC 9(8).
           05  GL-ENTRY-TYPE           PIC X.
               88  GL-IS-JOURNAL       VALUE "J".
               88  GL-IS-REVERSAL      VALUE "R".
           05  GL-LINE-NUMBER          PIC 9(3).
           05  GL-ACCOUNT-NUMBER       PIC X(12).
           05  GL-POSTING-CODE         PIC X(8).
           05  GL-DESCRIPTION          PIC X(30).
           05  GL-DEBIT-AMOUNT         PIC 9(8)V99.
           05  GL-CREDIT-AMOUNT        PIC 9(8)V99.
