      *> what the seasonal trend report (CBBTREND) reads, so setting
      *> FM-REORDER-QTY for Valentine's week can come from what
      *> actually sold last Valentine's instead of from memory.
      *> Outgoing relays are left out: a partner shop fills them and
      *> no stock leaves our shelf.
       01  SALES-HISTORY-RECORD.
           05  SH-SALES-DATE           PIC 9(8).
           05  SH-FLOWER-CODE          PIC X(3).
