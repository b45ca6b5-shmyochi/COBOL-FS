           05  DV-COD-SETTLED-FLAG     PIC X.
               88  DV-COD-COLLECTED-FLAG VALUE "Y".
               88  DV-COD-BANKED       VALUE "B".
      *> The person at the door, from the sale. An incoming relay
      *> also carries the partner shop that sent it.
           05  DV-RECIPIENT-NAME       PIC X(30).
           05  DV-RECIPIENT-PHONE      PIC X(10).
           05  DV-RELAY-PARTNER-ID     PIC X(10).
      *> The event booking behind a booking pickup, so the stop can be
      *> matched to its design-room work ticket.
           05  DV-BOOKING-NUMBER       PIC 9(8).
      *> The zone the stop is in, from the sale, and the driver
      *> dispatch gave that zone to on the latest manifest run.
           05  DV-DELIVERY-ZONE        PIC X(10).
           05  DV-DRIVER-ID            PIC X(6).
