      *> nightly reorder suggestion batch (CBBREORD): when quantity on
      *> hand falls to the reorder point or below, a suggested purchase
      *> order for the reorder quantity is written for the supplier.
      *> The supplier is named by its ID on the supplier master
      *> (SUPPMAST.DAT); the bytes after it are spare.
       01  FLOWER-MASTER-RECORD.
           05  FM-FLOWER-CODE          PIC X(3).
           05  FM-FLOWER-NAME          PIC X(20).
           05  FM-QTY-ON-HAND          PIC 9(5).
           05  FM-REORDER-POINT        PIC 9(5).
           05  FM-REORDER-QTY          PIC 9(5).
           05  FM-SUPPLIER-ID          PIC X(6).
           05  FILLER                  PIC X(14).
