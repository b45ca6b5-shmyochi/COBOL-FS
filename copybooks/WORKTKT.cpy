      *> WORKTKT.cpy
      *> Record layout for WORK-TICKET-FILE, the design-room production
      *> queue, keyed by the source of the work: an S ticket is a sale
      *> off ORDTRANS.DAT (keyed by its order number, including a held
      *> quote once it is recalled and checked out, and an incoming
      *> relay), a B ticket is an event booking off BOOKORD.DAT (keyed
      *> by its booking number). Tickets are registered by CBBTICKT,
      *> which also prints them with the recipe from ARRMAST.DAT and
      *> moves them through the queue:
      *>   T  to make      - registered, nobody has started it
      *>   P  in progress  - a designer is building it
      *>   M  made         - in the cooler, ready to go
      *>   D  picked up or loaded on the van
      *>   X  cancelled    - the booking was cancelled
      *> CBBMANIF warns of any delivery stop whose ticket is not made;
      *> CBBCLOSE purges finished and cancelled tickets after 30 days.
       01  WORK-TICKET-RECORD.
           05  WT-TICKET-KEY.
               10  WT-SOURCE-TYPE      PIC X.
                   88  WT-FROM-SALE    VALUE "S".
                   88  WT-FROM-BOOKING VALUE "B".
               10  WT-SOURCE-NUMBER    PIC 9(8).
           05  WT-CUSTOMER-ID          PIC X(10).
           05  WT-CUSTOMER-NAME        PIC X(30).
           05  WT-CREATED-DATE         PIC 9(8).
           05  WT-CREATED-TIME         PIC 9(6).
      *> When it must be ready: the delivery (or event) date and time
      *> for a van order, the pickup date and time otherwise.
           05  WT-DUE-DATE             PIC 9(8).
           05  WT-DUE-TIME             PIC 9(6).
           05  WT-DELIVERY-FLAG        PIC X.
               88  WT-IS-DELIVERY-ORDER VALUE "Y".
           05  WT-DELIVERY-ADDRESS     PIC X(40).
           05  WT-RECIPIENT-NAME       PIC X(30).
           05  WT-CARD-MESSAGE         PIC X(60).
           05  WT-STATUS               PIC X.
               88  WT-IS-TO-MAKE       VALUE "T".
               88  WT-IS-IN-PROGRESS   VALUE "P".
               88  WT-IS-MADE          VALUE "M".
               88  WT-IS-DONE          VALUE "D".
               88  WT-IS-CANCELLED     VALUE "X".
               88  WT-IS-OPEN          VALUE "T" "P".
           05  WT-STATUS-DATE          PIC 9(8).
           05  WT-STATUS-TIME          PIC 9(6).
           05  WT-STATUS-BY            PIC X(6).
           05  WT-LINE-ITEM-COUNT      PIC 9(2).
           05  WT-LINE-ITEMS OCCURS 20 TIMES.
               10  WT-ITEM-CODE        PIC X(3).
               10  WT-ITEM-QUANTITY    PIC 9(5).
      *> Stems the designer used in place of a recipe stem, keyed in
      *> at the bench. They are a note for the counter and the
      *> customer; the sale relieved stock per the recipe.
           05  WT-SUBSTITUTION-COUNT   PIC 9(2).
           05  WT-SUBSTITUTIONS OCCURS 10 TIMES.
               10  WT-SUB-ITEM-CODE    PIC X(3).
               10  WT-SUB-FROM-CODE    PIC X(3).
               10  WT-SUB-TO-CODE      PIC X(3).
               10  WT-SUB-QUANTITY     PIC 9(5).
           05  WT-NOTE                 PIC X(40).
