           05  HO-DELIVERY-ADDRESS     PIC X(40).
           05  HO-DELIVERY-DATE        PIC 9(8).
           05  HO-DELIVERY-TIME        PIC 9(6).
      *> The enclosure card, so it is not re-keyed at recall.
           05  HO-CARD-MESSAGE         PIC X(60).
      *> Who it is for; the number is the customer's saved recipient
      *> (RECIPNT.DAT), zero when the recipient was keyed fresh.
           05  HO-RECIPIENT-NUMBER     PIC 9(2).
           05  HO-RECIPIENT-NAME       PIC X(30).
           05  HO-RECIPIENT-PHONE      PIC X(10).
      *> The delivery zone only; its fee is looked up again at
      *> checkout, like the flower prices.
           05  HO-DELIVERY-ZONE        PIC X(10).
