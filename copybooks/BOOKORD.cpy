           05  BK-DELIVERY-FLAG        PIC X.
               88  BK-IS-DELIVERY-ORDER VALUE "Y".
           05  BK-DELIVERY-ADDRESS     PIC X(40).
      *> The delivery time on a van booking; the time the customer
      *> collects on a pickup booking.
           05  BK-DELIVERY-TIME        PIC 9(6).
      *> The enclosure card for the design-room work ticket.
           05  BK-CARD-MESSAGE         PIC X(60).
      *> The delivery zone (DLVZONE.DAT) of a van booking and the fee
      *> quoted for it, same-day surcharge included; locked with the
      *> prices and taxed with the merchandise.
           05  BK-DELIVERY-ZONE        PIC X(10).
           05  BK-DELIVERY-FEE         PIC 9(4)V99.
           05  BK-SAME-DAY-SURCHARGE   PIC 9(4)V99.
      *> The customer's exemption certificate when the booking was
      *> priced without tax; carried onto the pickup sale.
           05  BK-TAX-EXEMPT-FLAG      PIC X.
               88  BK-IS-TAX-EXEMPT    VALUE "Y".
           05  BK-EXEMPT-CERT-NUMBER   PIC X(15).
