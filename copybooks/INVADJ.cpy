      *> INVADJ.cpy
      *> Record layout for INVENTORY-ADJUST-FILE, the journal of stock
      *> adjustments posted from an approved physical count. One
      *> record is appended by CBBCOUNT for every count line whose
      *> stems differed from the book, the way CBBWASTE journals a
      *> write-off to SHRINKJL.DAT: the quantity moved on the master
      *> and the lot, at the lot's cost, with a reason code, who
      *> counted and which manager approved. The nightly audit
      *> (CBBAUDIT) adds these into the day's stock movement.
       01  INVENTORY-ADJUST-RECORD.
           05  IA-ADJUST-DATE          PIC 9(8).
           05  IA-ADJUST-TIME          PIC 9(6).
           05  IA-FLOWER-CODE          PIC X(3).
           05  IA-LOT-NUMBER           PIC 9(8).
           05  IA-COUNT-DATE           PIC 9(8).
           05  IA-SYSTEM-QTY           PIC 9(5).
           05  IA-COUNTED-QTY          PIC 9(5).
      *> Stems actually added (+) or taken off (-) the master.
           05  IA-ADJUST-QTY           PIC S9(5).
           05  IA-UNIT-COST            PIC 9(4)V99.
           05  IA-REASON-CODE          PIC X(3).
               88  IA-REASON-UNRECORDED-WASTE VALUE "UNR".
               88  IA-REASON-UNEXPLAINED      VALUE "UNX".
               88  IA-REASON-RECEIVING        VALUE "RCV".
               88  IA-REASON-FOUND            VALUE "FND".
           05  IA-COUNTED-BY           PIC X(6).
           05  IA-APPROVED-BY          PIC X(6).
      *> "Y" when the count was posted after the close-out had already
      *> cut the next day's snapshot, so the adjustment was applied to
      *> FMSNAP.DAT as well and the audit must not count it again.
           05  IA-BASELINE-FLAG        PIC X.
               88  IA-IN-BASELINE      VALUE "Y".
