      *> PRICESCH.cpy
      *> Record layout for PRICE-SCHEDULE-FILE, the dated price changes
      *> for flower (FM-PRICE) and arrangement (AM-PRICE) codes, keyed
      *> by the code and the first day the new price is in effect.
      *> Entered in CBBPRSLD; the nightly price batch (CBBPRICE) puts
      *> a change on the master when its start date comes round and,
      *> for a change with an end date, puts the price it replaced
      *> back once the end date has passed. A code never has two
      *> changes whose dates overlap.
      *>   P  pending   - entered, start date not yet reached
      *>   A  active    - on the master, waiting for its end date
      *>   D  done      - applied for good, or applied and reverted
      *>   X  cancelled - withdrawn before it took effect
       01  PRICE-SCHEDULE-RECORD.
           05  PS-SCHEDULE-KEY.
               10  PS-ITEM-CODE        PIC X(3).
               10  PS-START-DATE       PIC 9(8).
           05  PS-ITEM-TYPE            PIC X.
               88  PS-IS-FLOWER        VALUE "F".
               88  PS-IS-ARRANGEMENT   VALUE "A".
      *> Last day the new price is in effect; zero for a permanent
      *> change that is never reverted.
           05  PS-END-DATE             PIC 9(8).
               88  PS-IS-PERMANENT     VALUE 0.
           05  PS-NEW-PRICE            PIC 9(4)V99.
           05  PS-STATUS               PIC X.
               88  PS-IS-PENDING       VALUE "P".
               88  PS-IS-ACTIVE        VALUE "A".
               88  PS-IS-DONE          VALUE "D".
               88  PS-IS-CANCELLED     VALUE "X".
      *> The master price the change replaced, restored at the end.
           05  PS-PRIOR-PRICE          PIC 9(4)V99.
           05  PS-APPLIED-DATE         PIC 9(8).
           05  PS-ENDED-DATE           PIC 9(8).
           05  PS-REASON               PIC X(30).
      *> Set when the batch could not act on the change, e.g. the
      *> price was overtyped in maintenance while the change was on.
           05  PS-NOTE                 PIC X(40).
