      *> SUPINV.cpy
      *> Record layout for SUPPLIER-INVOICE-FILE, the wholesalers'
      *> invoices as keyed by CBBINVC, keyed by supplier ID and the
      *> supplier's own invoice number. Each line names the PO it
      *> bills and is matched, when keyed, against what the PO
      *> ordered (PURCHORD.DAT) and what goods receiving (CBBRECV)
      *> actually took in on the lots (FLWLOTS.DAT), quantity and
      *> LOT-UNIT-COST. An invoice with a short shipment, over-billing
      *> or a price variance is held until a manager approves it, and
      *> the open-payables listing (CBBPAYBL) reads every invoice not
      *> yet paid.
       01  SUPPLIER-INVOICE-RECORD.
           05  SI-INVOICE-KEY.
               10  SI-SUPPLIER-ID      PIC X(6).
               10  SI-INVOICE-NUMBER   PIC X(12).
           05  SI-INVOICE-DATE         PIC 9(8).
           05  SI-ENTERED-DATE         PIC 9(8).
           05  SI-ENTERED-BY           PIC X(6).
           05  SI-DUE-DATE             PIC 9(8).
      *> Zero when the supplier's terms carry no early-pay discount.
           05  SI-DISCOUNT-DATE        PIC 9(8).
           05  SI-DISCOUNT-AMOUNT      PIC 9(5)V99.
      *> The lines as billed, and what the receipts support: the
      *> stems received and not already billed, at the lot cost.
           05  SI-INVOICE-TOTAL        PIC 9(7)V99.
           05  SI-MATCHED-TOTAL        PIC 9(7)V99.
           05  SI-EXCEPTION-COUNT      PIC 9(2).
           05  SI-STATUS               PIC X.
               88  SI-IS-HELD          VALUE "H".
               88  SI-IS-MATCHED       VALUE "M".
               88  SI-IS-APPROVED      VALUE "A".
               88  SI-IS-PAID          VALUE "P".
           05  SI-APPROVED-BY          PIC X(6).
           05  SI-APPROVED-DATE        PIC 9(8).
      *> What the manager agreed to pay: the billed or the matched
      *> total.
           05  SI-APPROVED-AMOUNT      PIC 9(7)V99.
           05  SI-PAID-DATE            PIC 9(8).
           05  SI-LINE-COUNT           PIC 9(2).
           05  SI-LINES OCCURS 10 TIMES.
               10  SI-PO-NUMBER        PIC 9(8).
               10  SI-FLOWER-CODE      PIC X(3).
               10  SI-QTY-BILLED       PIC 9(5).
               10  SI-UNIT-PRICE       PIC 9(4)V99.
               10  SI-LINE-AMOUNT      PIC 9(7)V99.
      *> The match, as it stood when the line was keyed.
               10  SI-QTY-ORDERED      PIC 9(5).
               10  SI-QTY-RECEIVED     PIC 9(5).
               10  SI-QTY-BILLED-BEFORE PIC 9(5).
               10  SI-RECEIVED-COST    PIC 9(4)V99.
               10  SI-SHORT-FLAG       PIC X.
                   88  SI-LINE-SHORT   VALUE "Y".
               10  SI-OVERBILL-FLAG    PIC X.
                   88  SI-LINE-OVERBILLED VALUE "Y".
               10  SI-PRICE-FLAG       PIC X.
                   88  SI-LINE-PRICE-VARIANCE VALUE "Y".
