      *> CNTSHEET.cpy
      *> Record layout for COUNT-SHEET-FILE, the lines of the physical
      *> inventory count in progress, keyed by flower code and lot.
      *> CBBCOUNT writes one line per lot with stems remaining when
      *> the count sheets are printed, plus a lot-zero line per
      *> flower for loose stems that cannot be put to a listed lot.
      *> The book quantity is frozen at that moment; the counters'
      *> figures are keyed against it, and once a manager approves
      *> the variance the difference is posted and the line marked
      *> posted. Only one count is open at a time.
       01  COUNT-SHEET-RECORD.
           05  CS-COUNT-KEY.
               10  CS-FLOWER-CODE      PIC X(3).
               10  CS-LOT-NUMBER       PIC 9(8).
           05  CS-COUNT-DATE           PIC 9(8).
           05  CS-FLOWER-NAME          PIC X(20).
           05  CS-RECEIVED-DATE        PIC 9(8).
      *> Book stems when the sheets were printed. For lot zero it is
      *> whatever the master holds beyond the remaining lots.
           05  CS-SYSTEM-QTY           PIC 9(5).
           05  CS-COUNTED-QTY          PIC 9(5).
           05  CS-COUNTED-FLAG         PIC X.
               88  CS-IS-COUNTED       VALUE "Y".
      *> The lot's own cost; lot zero carries the flower's average.
           05  CS-UNIT-COST            PIC 9(4)V99.
           05  CS-COUNTED-BY           PIC X(6).
           05  CS-REASON-CODE          PIC X(3).
           05  CS-STATUS               PIC X.
               88  CS-IS-OPEN          VALUE "O".
               88  CS-IS-POSTED        VALUE "P".
