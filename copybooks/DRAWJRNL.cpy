               88  DJ-PAID-IN          VALUE "IN".
           05  DJ-AMOUNT               PIC 9(6)V99.
           05  DJ-REASON               PIC X(30).
      *> The manager whose PIN authorized a paid-out (blank on a
      *> paid-in, which needs no authorization).
           05  DJ-AUTHORIZED-BY        PIC X(6).
