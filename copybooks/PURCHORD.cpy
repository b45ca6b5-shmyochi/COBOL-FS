      *> nightly reorder batch (CBBREORD) and posted against by the
      *> goods-receiving program (CBBRECV), which adds the received
      *> quantity onto FM-QTY-ON-HAND instead of staff overtyping it.
      *> The supplier is named by its ID on the supplier master, and
      *> the expected date is the order date plus its lead time.
      *> Supplier invoices (CBBINVC) are matched against the PO.
       01  PURCHASE-ORDER-RECORD.
           05  PO-PO-NUMBER            PIC 9(8).
           05  PO-ORDER-DATE           PIC 9(8).
           05  PO-FLOWER-CODE          PIC X(3).
           05  PO-FLOWER-NAME          PIC X(20).
           05  PO-SUPPLIER-ID          PIC X(6).
           05  PO-EXPECTED-DATE        PIC 9(8).
           05  PO-QTY-SUGGESTED        PIC 9(5).
           05  PO-QTY-RECEIVED         PIC 9(5).
           05  PO-LAST-RECEIPT-DATE    PIC 9(8).
