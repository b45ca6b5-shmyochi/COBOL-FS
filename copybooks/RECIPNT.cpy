      *> RECIPNT.cpy
      *> Record layout for RECIPIENT-FILE, each regular customer's
      *> address book of the people they send flowers to, keyed by
      *> customer ID and a recipient number within the customer.
      *> Recipients are kept in CBBCMLD, and the register saves a new
      *> one from the delivery details when the customer asks. The
      *> register offers them when an order goes out for delivery and
      *> writes back what was sent, so the monthly occasion reminder
      *> (CBBOCCAS) can tell the customer what they sent last time.
       01  RECIPIENT-RECORD.
           05  RC-RECIPIENT-KEY.
               10  RC-CUSTOMER-ID      PIC X(10).
               10  RC-RECIPIENT-NUMBER PIC 9(2).
           05  RC-RECIPIENT-NAME       PIC X(30).
           05  RC-DELIVERY-ADDRESS     PIC X(40).
           05  RC-PHONE-NUMBER         PIC X(10).
      *> Occasions that come round every year (a birthday, an
      *> anniversary), by month and day only.
           05  RC-OCCASION-COUNT       PIC 9.
           05  RC-OCCASIONS OCCURS 3 TIMES.
               10  RC-OCCASION-NAME    PIC X(15).
               10  RC-OCCASION-MMDD.
                   15  RC-OCCASION-MONTH PIC 9(2).
                   15  RC-OCCASION-DAY   PIC 9(2).
      *> The last order delivered to this recipient from the
      *> register; zero order number when nothing has been sent yet.
           05  RC-LAST-ORDER-NUMBER    PIC 9(8).
           05  RC-LAST-SENT-DATE       PIC 9(8).
           05  RC-LAST-GRAND-TOTAL     PIC 9(6)V99.
           05  RC-LAST-ITEM-COUNT      PIC 9(2).
           05  RC-LAST-ITEMS OCCURS 5 TIMES.
               10  RC-LAST-FLOWER-CODE PIC X(3).
               10  RC-LAST-QUANTITY    PIC 9(5).
           05  RC-LAST-CARD-MESSAGE    PIC X(60).
