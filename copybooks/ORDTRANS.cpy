               88  OT-TENDER-GIFT       VALUE "GIFT".
               88  OT-TENDER-ACCT       VALUE "ACCT".
               88  OT-TENDER-COD        VALUE "COD ".
               88  OT-TENDER-RELAY      VALUE "RLAY".
           05  OT-AMOUNT-TENDERED       PIC 9(6)V99.
           05  OT-CHANGE-DUE            PIC 9(6)V99.
      *> Gift certificate tender detail. When the certificate balance
           05  OT-DELIVERY-ADDRESS      PIC X(40).
           05  OT-DELIVERY-DATE         PIC 9(8).
           05  OT-DELIVERY-TIME         PIC 9(6).
      *> Who rang it: the employee signed on when the record was
      *> written (EMPMAST.DAT, maintained in CBBEMPLD). A credit-hold
      *> override on a SALE, or a void, also carries the manager
      *> whose PIN let it through; blank otherwise.
           05  OT-CLERK-ID              PIC X(6).
           05  OT-OVERRIDE-MANAGER-ID   PIC X(6).
      *> Wire-service relay orders. An outgoing relay (O) is sold
      *> here and filled by a partner shop in the recipient's town:
      *> no stock leaves our shelf, and we owe the partner the fill
      *> amount. An incoming relay (I) is sent to us by a partner:
      *> we make and deliver it, the sending shop collected the tax,
      *> the tender is RLAY (settled through the wire service), and
      *> the partner owes us the fill amount. Blank on other orders.
      *> A return against a relay order carries the same fields,
      *> with the fill amount in proportion to what was returned.
           05  OT-RELAY-TYPE            PIC X.
               88  OT-IS-RELAY-OUT      VALUE "O".
               88  OT-IS-RELAY-IN       VALUE "I".
           05  OT-RELAY-PARTNER-ID      PIC X(10).
           05  OT-RELAY-PARTNER-REF     PIC X(12).
           05  OT-RELAY-FILL-AMOUNT     PIC 9(6)V99.
      *> Who the flowers are for, and the words on the card.
           05  OT-RECIPIENT-NAME        PIC X(30).
           05  OT-RECIPIENT-PHONE       PIC X(10).
           05  OT-CARD-MESSAGE          PIC X(60).
      *> A sale that has to be made up in the design room: every van
      *> order, and any arrangement the customer collects later. The
      *> ready date and time are when it must be out of the cooler
      *> (the delivery date and time on a van order). CBBTICKT turns
      *> these into work tickets.
           05  OT-WORK-TICKET-FLAG      PIC X.
               88  OT-NEEDS-WORK-TICKET VALUE "Y".
           05  OT-READY-DATE            PIC 9(8).
           05  OT-READY-TIME            PIC 9(6).
      *> Van delivery charge (CBB, CBBBOOK): the zone the delivery
      *> address was priced in (DLVZONE.DAT) and the fee charged for
      *> it, any same-day surcharge included in the fee and also shown
      *> on its own. The fee is taxed with the merchandise, so the
      *> grand total is merchandise less discount, plus fee, plus tax.
      *> A return carries the part of the fee it gives back.
           05  OT-DELIVERY-ZONE         PIC X(10).
           05  OT-DELIVERY-FEE          PIC 9(4)V99.
           05  OT-SAME-DAY-SURCHARGE    PIC 9(4)V99.
      *> A sale to a tax-exempt customer is rung at a tax rate of zero
      *> and names the exemption certificate it was made under, for
      *> the monthly sales tax worksheet (CBBTAXWS). A return against
      *> it carries the same.
           05  OT-TAX-EXEMPT-FLAG       PIC X.
               88  OT-IS-TAX-EXEMPT     VALUE "Y".
           05  OT-EXEMPT-CERT-NUMBER    PIC X(15).
