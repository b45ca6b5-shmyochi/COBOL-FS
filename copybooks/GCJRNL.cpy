      *> journal. One WOF record is appended by the liability/aging
      *> run (CBBGCAGE) for every dormant certificate written off,
      *> carrying the balance removed, so the liability report and
      *> the books agree to the penny. CBBGCLD appends an ISS record
      *> for each certificate sold and an RLD record for each reload,
      *> with the tender the customer paid by, so the day's journal
      *> export (CBBGLEXP) can post the liability taken on.
       01  GC-JOURNAL-RECORD.
           05  GJ-CERT-NUMBER          PIC X(10).
           05  GJ-TRANS-DATE           PIC 9(8).
           05  GJ-TRANS-TIME           PIC 9(6).
           05  GJ-ACTION               PIC X(3).
               88  GJ-IS-WRITE-OFF     VALUE "WOF".
               88  GJ-IS-ISSUE         VALUE "ISS".
               88  GJ-IS-RELOAD        VALUE "RLD".
           05  GJ-AMOUNT               PIC 9(6)V99.
           05  GJ-REFERENCE            PIC X(20).
      *> How a sale or reload was paid for (CASH or CARD); blank on a
      *> write-off.
           05  GJ-TENDER-TYPE          PIC X(4).
               88  GJ-TENDER-CASH      VALUE "CASH".
               88  GJ-TENDER-CARD      VALUE "CARD".
