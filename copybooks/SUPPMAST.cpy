      *> SUPPMAST.cpy
      *> Record layout for SUPPLIER-MASTER-FILE, the wholesalers the
      *> shop buys from, keyed by a short supplier ID. The flower
      *> master names each flower's preferred supplier by this ID and
      *> every purchase order carries it. The nightly reorder batch
      *> (CBBREORD) reads the lead time and minimum order from here,
      *> and supplier invoice entry (CBBINVC) the payment terms.
      *> Maintained in CBBSUPLD.
       01  SUPPLIER-MASTER-RECORD.
           05  SU-SUPPLIER-ID          PIC X(6).
           05  SU-SUPPLIER-NAME        PIC X(20).
           05  SU-CONTACT-NAME         PIC X(30).
           05  SU-PHONE-NUMBER         PIC X(10).
      *> Terms: the invoice is due SU-TERMS-NET-DAYS after its date;
      *> paid within SU-DISCOUNT-DAYS it earns SU-DISCOUNT-PCT off
      *> (2% 10 net 30). No discount is a zero percent.
           05  SU-TERMS-NET-DAYS       PIC 9(3).
           05  SU-DISCOUNT-PCT         PIC 9(2)V99.
           05  SU-DISCOUNT-DAYS        PIC 9(3).
      *> Days from placing an order to the stems arriving.
           05  SU-LEAD-TIME-DAYS       PIC 9(3).
      *> The fewest stems of any one flower the supplier will ship.
           05  SU-MINIMUM-ORDER-QTY    PIC 9(5).
           05  SU-ACTIVE-FLAG          PIC X.
               88  SU-IS-ACTIVE        VALUE "Y".
