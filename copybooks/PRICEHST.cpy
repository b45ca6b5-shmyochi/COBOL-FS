      *> PRICEHST.cpy
      *> Record layout for PRICE-HISTORY-FILE, one record appended for
      *> every change to FM-PRICE or AM-PRICE with the price before
      *> and after and where the change came from, so the price of a
      *> code on any past date can be shown (CBBPRSLD looks it up).
      *>   SCHD  a scheduled change taking effect (CBBPRICE)
      *>   REVT  a scheduled change ending, old price restored
      *>   MANL  keyed in flower or arrangement maintenance
       01  PRICE-HISTORY-RECORD.
           05  PH-ITEM-TYPE            PIC X.
               88  PH-IS-FLOWER        VALUE "F".
               88  PH-IS-ARRANGEMENT   VALUE "A".
           05  PH-ITEM-CODE            PIC X(3).
      *> The first day the new price applies.
           05  PH-EFFECTIVE-DATE       PIC 9(8).
           05  PH-CHANGE-DATE          PIC 9(8).
           05  PH-CHANGE-TIME          PIC 9(6).
           05  PH-OLD-PRICE            PIC 9(4)V99.
           05  PH-NEW-PRICE            PIC 9(4)V99.
           05  PH-SOURCE               PIC X(4).
               88  PH-FROM-SCHEDULE    VALUE "SCHD".
               88  PH-FROM-REVERT      VALUE "REVT".
               88  PH-FROM-MAINTENANCE VALUE "MANL".
      *> The schedule entry behind a SCHD or REVT change.
           05  PH-SCHEDULE-START       PIC 9(8).
           05  PH-REASON               PIC X(30).
