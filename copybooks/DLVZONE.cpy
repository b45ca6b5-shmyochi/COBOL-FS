      *> DLVZONE.cpy
      *> Record layout for DELIVERY-ZONE-FILE, the shop's delivery
      *> zones, keyed by the ZIP code or named area the van goes to.
      *> The register and the event book look the delivery address's
      *> zone up here and charge its fee, plus the same-day surcharge
      *> when the flowers go out the day they are ordered; the fee is
      *> taxable like the flowers. The manifest (CBBMANIF) groups the
      *> day's stops by zone and dispatch gives each zone to a driver.
      *> A zone the van no longer serves is made inactive, not
      *> deleted, so old sales still name it. Maintained in CBBZONLD.
       01  DELIVERY-ZONE-RECORD.
           05  DZ-ZONE-KEY             PIC X(10).
           05  DZ-ZONE-NAME            PIC X(20).
           05  DZ-DELIVERY-FEE         PIC 9(4)V99.
           05  DZ-SAME-DAY-SURCHARGE   PIC 9(4)V99.
           05  DZ-ACTIVE-FLAG          PIC X.
               88  DZ-IS-ACTIVE        VALUE "Y".
