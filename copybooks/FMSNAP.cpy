      *> business. The snapshot is the start-of-day baseline the
      *> nightly audit (CBBAUDIT) reconciles stock movement against:
      *> snapshot plus receipts and returns, less sales and waste,
      *> should equal what the master says is on hand now. A physical
      *> count posted after the snapshot was cut (CBBCOUNT) moves the
      *> snapshot by the same adjustment, so the baseline is the count.
       01  FLOWER-SNAPSHOT-RECORD.
           05  SN-SNAPSHOT-DATE        PIC 9(8).
           05  SN-FLOWER-CODE          PIC X(3).
