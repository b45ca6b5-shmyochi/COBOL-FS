           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DesignRoomQueue.

      *> Design-room production queue. On start-up every sale flagged
      *> for the design room (van orders, arrangements collected
      *> later, incoming relays, recalled quotes once checked out) is
      *> registered from ORDER-TRANS-FILE as a work ticket, and every
      *> open event booking from BOOKED-ORDER-FILE likewise; a
      *> cancelled booking cancels its ticket. The live sales file is
      *> read along with the last week's dated archives, so a sale
      *> rung just before close still gets its ticket. A ticket
      *> already registered keeps its status, so the program can be
      *> run as often as the design room likes - mirrors CBBMANIF's
      *> registration onto DLVSTAT.DAT.
      *>
      *> From the menu a designer prints a ticket (recipe from
      *> ARRMAST.DAT scaled to the quantity ordered, substitutions,
      *> card message, due time), moves it through the queue (to
      *> make / in progress / made / picked up or loaded), records a
      *> stem substitution, or prints the build list for a date: the
      *> tickets not yet made and due by then, by due time. The
      *> designer signs on with their employee ID and PIN first, and
      *> that ID is what a status change records as who moved it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-TRANS-FILE ASSIGN TO "ORDTRANS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OT-STATUS.

           SELECT ARCHIVE-TRANS-FILE ASSIGN TO DYNAMIC
                   WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AV-STATUS.

           SELECT BOOKED-ORDER-FILE ASSIGN TO "BOOKORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-BOOKING-NUMBER
               FILE STATUS IS WS-BK-STATUS.

           SELECT ARRANGEMENT-MASTER-FILE ASSIGN TO "ARRMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ARRANGE-CODE
               FILE STATUS IS WS-AM-STATUS.

           SELECT FLOWER-MASTER-FILE ASSIGN TO "FLWMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLOWER-CODE
               FILE STATUS IS WS-FM-STATUS.

           SELECT WORK-TICKET-FILE ASSIGN TO "WORKTKT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WT-TICKET-KEY
               FILE STATUS IS WS-WT-STATUS.

      *> Read-only: the designer signs on against it.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-TRANS-FILE.
           COPY "ORDTRANS.cpy".

       FD  ARCHIVE-TRANS-FILE.
           COPY "ORDTRANS.cpy"
               REPLACING ==ORDER-TRANS-RECORD== BY ==ARCHIVE-TRANS-RECORD==
               LEADING ==OT-== BY ==AT-==.

       FD  BOOKED-ORDER-FILE.
           COPY "BOOKORD.cpy".

       FD  ARRANGEMENT-MASTER-FILE.
           COPY "ARRMAST.cpy".

       FD  FLOWER-MASTER-FILE.
           COPY "FLWMAST.cpy".

       FD  WORK-TICKET-FILE.
           COPY "WORKTKT.cpy".

       FD  EMPLOYEE-MASTER-FILE.
           COPY "EMPMAST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OT-STATUS PIC XX.
       01 WS-AV-STATUS PIC XX.
       01 WS-BK-STATUS PIC XX.
       01 WS-AM-STATUS PIC XX.
       01 WS-FM-STATUS PIC XX.
       01 WS-WT-STATUS PIC XX.
       01 WS-EM-STATUS PIC XX.
       01 WS-MENU-CHOICE PIC X.

       01 WS-CLERK-ID PIC X(6) VALUE SPACES.
       01 WS-CLERK-NAME PIC X(30) VALUE SPACES.
       01 WS-PIN-EMPLOYEE-ID PIC X(6) VALUE SPACES.
       01 WS-PIN-ENTRY PIC X(4) VALUE SPACES.
       01 WS-PIN-ATTEMPTS PIC 9 VALUE 0.
       01 WS-PIN-ACCEPTED-SW PIC X VALUE "N".
           88 WS-PIN-ACCEPTED VALUE "Y".

       01 WS-ARR-FILE-OPEN-SW PIC X VALUE "N".
           88 WS-ARR-FILE-OPEN VALUE "Y".
       01 WS-FLW-FILE-OPEN-SW PIC X VALUE "N".
           88 WS-FLW-FILE-OPEN VALUE "Y".

      *> The record being registered, from an archive or the live file.
       COPY "ORDTRANS.cpy"
           REPLACING ==ORDER-TRANS-RECORD== BY ==WS-TALLY-TRANS==
           LEADING ==OT-== BY ==TT-==.

       01 WS-ARCHIVE-FILE-NAME PIC X(25).
       01 WS-SEARCH-DAY PIC 9(8) VALUE 0.
       01 WS-LAST-DAY PIC 9(8) VALUE 0.
       01 WS-SEARCH-DATE PIC 9(8) VALUE 0.
       01 WS-SALE-TICKET-COUNT PIC 9(5) VALUE 0.
       01 WS-BOOKING-TICKET-COUNT PIC 9(5) VALUE 0.
       01 WS-CANCELLED-TICKET-COUNT PIC 9(5) VALUE 0.

       01 WS-SOURCE-ENTRY PIC X.
       01 WS-NUMBER-ENTRY PIC 9(8).
       01 WS-TICKET-FOUND-SW PIC X VALUE "N".
           88 WS-TICKET-FOUND VALUE "Y".
       01 WS-STATUS-ENTRY PIC X.
       01 WS-STATUS-NAME PIC X(12).
       01 WS-ITEM-NAME PIC X(20).
       01 WS-STEM-NAME PIC X(20).
       01 WS-SUB-FROM-NAME PIC X(20).
       01 WS-SUB-TO-NAME PIC X(20).
       01 WS-STEMS-NEEDED PIC 9(7) VALUE 0.
       01 WS-ITEM-ON-TICKET-SW PIC X VALUE "N".
           88 WS-ITEM-ON-TICKET VALUE "Y".
       01 WS-SUB-ITEM-ENTRY PIC X(3).
       01 WS-SUB-FROM-ENTRY PIC X(3).
       01 WS-SUB-TO-ENTRY PIC X(3).
       01 WS-SUB-QTY-ENTRY PIC 9(5).
       01 WS-LIST-DATE PIC 9(8) VALUE 0.

       01 WS-IDX PIC 9(4) VALUE 0.
       01 WS-LINE-IDX PIC 9(4) VALUE 0.
       01 WS-COMP-IDX PIC 9(4) VALUE 0.
       01 WS-SUB-IDX PIC 9(4) VALUE 0.
       01 WS-SWAP-IDX PIC 9(4) VALUE 0.

      *> The build list: open tickets due by the list date, sorted
      *> by due date and time. Items are re-read from the ticket.
       01 BUILD-TABLE.
           05 WS-BUILD-COUNT PIC 9(4) VALUE 0.
           05 BUILD-ENTRY OCCURS 300 TIMES.
               10 BL-SORT-KEY.
                   15 BL-DUE-DATE      PIC 9(8).
                   15 BL-DUE-TIME      PIC 9(6).
               10 BL-TICKET-KEY        PIC X(9).
       01 WS-SAVE-BUILD-ENTRY PIC X(23).
       01 WS-BUILD-FULL-SW PIC X VALUE "N".
           88 WS-BUILD-FULL-WARNED VALUE "Y".

       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-DATE-TIME-FIELDS REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-SYS-DATE PIC 9(8).
           05 WS-SYS-TIME PIC 9(6).
           05 FILLER PIC X(7).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EM-STATUS NOT = "00"
               DISPLAY "No staff are on file. Enroll them in CBBEMPLD."
               STOP RUN
           END-IF.
           PERFORM SIGN-ON-CLERK.
           IF NOT WS-PIN-ACCEPTED
               CLOSE EMPLOYEE-MASTER-FILE
               STOP RUN
           END-IF.
           PERFORM OPEN-TICKET-FILE.
           PERFORM REGISTER-NEW-TICKETS.

           PERFORM UNTIL WS-MENU-CHOICE = "6"
               PERFORM DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               EVALUATE WS-MENU-CHOICE
                   WHEN "1" PERFORM PRINT-WORK-TICKET
                   WHEN "2" PERFORM UPDATE-TICKET-STATUS
                   WHEN "3" PERFORM RECORD-SUBSTITUTION
                   WHEN "4" PERFORM PRINT-BUILD-LIST
                   WHEN "5" PERFORM REGISTER-NEW-TICKETS
                   WHEN "6" CONTINUE
                   WHEN OTHER DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.

           CLOSE WORK-TICKET-FILE.
           IF WS-ARR-FILE-OPEN
               CLOSE ARRANGEMENT-MASTER-FILE
           END-IF.
           IF WS-FLW-FILE-OPEN
               CLOSE FLOWER-MASTER-FILE
           END-IF.
           CLOSE EMPLOYEE-MASTER-FILE.
           STOP RUN.

       OPEN-TICKET-FILE.
           OPEN I-O WORK-TICKET-FILE.
           IF WS-WT-STATUS = "35"
               OPEN OUTPUT WORK-TICKET-FILE
               CLOSE WORK-TICKET-FILE
               OPEN I-O WORK-TICKET-FILE
           END-IF.
           IF WS-WT-STATUS NOT = "00"
               DISPLAY "Unable to open " "WORKTKT.DAT" " - status "
                   WS-WT-STATUS
               CLOSE EMPLOYEE-MASTER-FILE
               STOP RUN
           END-IF.
           OPEN INPUT ARRANGEMENT-MASTER-FILE.
           IF WS-AM-STATUS = "00"
               SET WS-ARR-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT FLOWER-MASTER-FILE.
           IF WS-FM-STATUS = "00"
               SET WS-FLW-FILE-OPEN TO TRUE
           END-IF.

      *> Three tries at the ID and PIN, as at the register.
       SIGN-ON-CLERK.
           MOVE "N" TO WS-PIN-ACCEPTED-SW.
           MOVE 0 TO WS-PIN-ATTEMPTS.
           PERFORM UNTIL WS-PIN-ACCEPTED OR WS-PIN-ATTEMPTS >= 3
               ADD 1 TO WS-PIN-ATTEMPTS
               DISPLAY "Enter your employee ID: "
               ACCEPT WS-PIN-EMPLOYEE-ID
               DISPLAY "Enter your PIN: "
               ACCEPT WS-PIN-ENTRY
               PERFORM VERIFY-EMPLOYEE-PIN
               IF NOT WS-PIN-ACCEPTED
                   DISPLAY "Employee ID or PIN not accepted."
               END-IF
           END-PERFORM.
           IF WS-PIN-ACCEPTED
               MOVE EM-EMPLOYEE-ID TO WS-CLERK-ID
               MOVE EM-EMPLOYEE-NAME TO WS-CLERK-NAME
               DISPLAY "Signed on: " WS-CLERK-NAME
           ELSE
               DISPLAY "Sign-on refused. See a manager (CBBEMPLD)."
           END-IF.

      *> Checks WS-PIN-ENTRY against the active employee keyed in
      *> WS-PIN-EMPLOYEE-ID.
       VERIFY-EMPLOYEE-PIN.
           MOVE "N" TO WS-PIN-ACCEPTED-SW.
           MOVE WS-PIN-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EM-IS-ACTIVE AND EM-PIN = WS-PIN-ENTRY
                           AND WS-PIN-ENTRY NOT = SPACES
                       SET WS-PIN-ACCEPTED TO TRUE
                   END-IF
           END-READ.

       DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "DESIGN ROOM PRODUCTION QUEUE".
           DISPLAY "(1) Print a work ticket".
           DISPLAY "(2) Update a ticket's status".
           DISPLAY "(3) Record a stem substitution".
           DISPLAY "(4) Build list for a date".
           DISPLAY "(5) Pick up new sales and bookings".
           DISPLAY "(6) Exit".
           DISPLAY "Enter your choice: ".

      *> ------------------------------------------------------------
      *> Registration. Writing a ticket that is already on file fails
      *> on its key and is let go, so a rerun never resets a status.
      *> ------------------------------------------------------------
       REGISTER-NEW-TICKETS.
           MOVE 0 TO WS-SALE-TICKET-COUNT.
           MOVE 0 TO WS-BOOKING-TICKET-COUNT.
           MOVE 0 TO WS-CANCELLED-TICKET-COUNT.
           COMPUTE WS-LAST-DAY = FUNCTION INTEGER-OF-DATE(WS-SYS-DATE).
           COMPUTE WS-SEARCH-DAY = WS-LAST-DAY - 7.
           PERFORM UNTIL WS-SEARCH-DAY > WS-LAST-DAY
               COMPUTE WS-SEARCH-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SEARCH-DAY)
               PERFORM REGISTER-FROM-ARCHIVE
               ADD 1 TO WS-SEARCH-DAY
           END-PERFORM.
           PERFORM REGISTER-FROM-LIVE-FILE.
           PERFORM REGISTER-FROM-BOOKINGS.
           DISPLAY "New work tickets: " WS-SALE-TICKET-COUNT
               " from sales, " WS-BOOKING-TICKET-COUNT
               " from bookings. Cancelled: "
               WS-CANCELLED-TICKET-COUNT.

       REGISTER-FROM-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME.
           STRING "ORDTRANS." DELIMITED BY SIZE
               WS-SEARCH-DATE DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILE-NAME.
           OPEN INPUT ARCHIVE-TRANS-FILE.
           IF WS-AV-STATUS = "00"
               PERFORM UNTIL WS-AV-STATUS NOT = "00"
                   READ ARCHIVE-TRANS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-AV-STATUS
                       NOT AT END
                           MOVE ARCHIVE-TRANS-RECORD TO WS-TALLY-TRANS
                           PERFORM REGISTER-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-TRANS-FILE
           END-IF.

       REGISTER-FROM-LIVE-FILE.
           OPEN INPUT ORDER-TRANS-FILE.
           IF WS-OT-STATUS = "00"
               PERFORM UNTIL WS-OT-STATUS NOT = "00"
                   READ ORDER-TRANS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-OT-STATUS
                       NOT AT END
                           MOVE ORDER-TRANS-RECORD TO WS-TALLY-TRANS
                           PERFORM REGISTER-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE ORDER-TRANS-FILE
           END-IF.

      *> A booking pickup SALE is built on the booking's own ticket,
      *> so only register-rung sales are taken here.
       REGISTER-ONE-TRANSACTION.
           IF TT-IS-SALE AND TT-NEEDS-WORK-TICKET
                   AND TT-BOOKING-NUMBER = 0
               PERFORM REGISTER-SALE-TICKET
           END-IF.
           IF TT-IS-RETURN AND TT-ORIGINAL-ORDER-NUMBER NOT = 0
               PERFORM NOTE-RETURN-ON-TICKET
           END-IF.

       REGISTER-SALE-TICKET.
           INITIALIZE WORK-TICKET-RECORD.
           SET WT-FROM-SALE TO TRUE.
           MOVE TT-ORDER-NUMBER TO WT-SOURCE-NUMBER.
           MOVE TT-CUSTOMER-ID TO WT-CUSTOMER-ID.
           IF TT-IS-RELAY-IN
               STRING "Relay from " DELIMITED BY SIZE
                   TT-RELAY-PARTNER-ID DELIMITED BY SPACE
                   " ref " DELIMITED BY SIZE
                   TT-RELAY-PARTNER-REF DELIMITED BY SPACE
                   INTO WT-CUSTOMER-NAME
           END-IF.
           MOVE TT-ORDER-DATE TO WT-CREATED-DATE.
           MOVE TT-ORDER-TIME TO WT-CREATED-TIME.
           MOVE TT-READY-DATE TO WT-DUE-DATE.
           MOVE TT-READY-TIME TO WT-DUE-TIME.
           MOVE TT-DELIVERY-FLAG TO WT-DELIVERY-FLAG.
           MOVE TT-DELIVERY-ADDRESS TO WT-DELIVERY-ADDRESS.
           MOVE TT-RECIPIENT-NAME TO WT-RECIPIENT-NAME.
           MOVE TT-CARD-MESSAGE TO WT-CARD-MESSAGE.
           SET WT-IS-TO-MAKE TO TRUE.
           MOVE WS-SYS-DATE TO WT-STATUS-DATE.
           MOVE WS-SYS-TIME TO WT-STATUS-TIME.
           MOVE TT-LINE-ITEM-COUNT TO WT-LINE-ITEM-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > TT-LINE-ITEM-COUNT
               MOVE TT-ITEM-FLOWER-CODE(WS-IDX) TO WT-ITEM-CODE(WS-IDX)
               MOVE TT-ITEM-QUANTITY(WS-IDX) TO WT-ITEM-QUANTITY(WS-IDX)
           END-PERFORM.
           MOVE 0 TO WT-SUBSTITUTION-COUNT.
           WRITE WORK-TICKET-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SALE-TICKET-COUNT
           END-WRITE.

      *> The returns desk does not know what is on the bench: a
      *> return against an unfinished ticket is flagged for the
      *> designer to check with the counter.
       NOTE-RETURN-ON-TICKET.
           SET WT-FROM-SALE TO TRUE.
           MOVE TT-ORIGINAL-ORDER-NUMBER TO WT-SOURCE-NUMBER.
           READ WORK-TICKET-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF (WT-IS-OPEN OR WT-IS-MADE) AND WT-NOTE = SPACES
                       MOVE "Return rung against this sale - check"
                           TO WT-NOTE
                       REWRITE WORK-TICKET-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
           END-READ.

       REGISTER-FROM-BOOKINGS.
           OPEN INPUT BOOKED-ORDER-FILE.
           IF WS-BK-STATUS = "00"
               MOVE LOW-VALUES TO BK-BOOKING-NUMBER
               START BOOKED-ORDER-FILE KEY IS NOT LESS THAN
                       BK-BOOKING-NUMBER
                   INVALID KEY
                       MOVE "10" TO WS-BK-STATUS
               END-START
               PERFORM UNTIL WS-BK-STATUS NOT = "00"
                   READ BOOKED-ORDER-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-BK-STATUS
                       NOT AT END
                           PERFORM REGISTER-ONE-BOOKING
                   END-READ
               END-PERFORM
               CLOSE BOOKED-ORDER-FILE
           END-IF.

      *> An open booking (booked or reserved) gets a ticket due at the
      *> event. A booking cancelled in CBBBOOK cancels its ticket
      *> unless it has already gone out the door.
       REGISTER-ONE-BOOKING.
           SET WT-FROM-BOOKING TO TRUE.
           MOVE BK-BOOKING-NUMBER TO WT-SOURCE-NUMBER.
           READ WORK-TICKET-FILE
               INVALID KEY
                   IF BK-IS-BOOKED OR BK-IS-RESERVED
                       PERFORM WRITE-BOOKING-TICKET
                   END-IF
               NOT INVALID KEY
                   IF BK-IS-CANCELLED AND NOT WT-IS-CANCELLED
                           AND NOT WT-IS-DONE
                       SET WT-IS-CANCELLED TO TRUE
                       MOVE WS-SYS-DATE TO WT-STATUS-DATE
                       MOVE WS-SYS-TIME TO WT-STATUS-TIME
                       MOVE SPACES TO WT-STATUS-BY
                       REWRITE WORK-TICKET-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CANCELLED-TICKET-COUNT
                       END-REWRITE
                   END-IF
           END-READ.

       WRITE-BOOKING-TICKET.
           INITIALIZE WORK-TICKET-RECORD.
           SET WT-FROM-BOOKING TO TRUE.
           MOVE BK-BOOKING-NUMBER TO WT-SOURCE-NUMBER.
           MOVE BK-CUSTOMER-ID TO WT-CUSTOMER-ID.
           MOVE BK-CUSTOMER-NAME TO WT-CUSTOMER-NAME.
           MOVE BK-BOOKED-DATE TO WT-CREATED-DATE.
           MOVE 0 TO WT-CREATED-TIME.
           MOVE BK-EVENT-DATE TO WT-DUE-DATE.
           MOVE BK-DELIVERY-TIME TO WT-DUE-TIME.
           MOVE BK-DELIVERY-FLAG TO WT-DELIVERY-FLAG.
           MOVE BK-DELIVERY-ADDRESS TO WT-DELIVERY-ADDRESS.
           MOVE BK-CARD-MESSAGE TO WT-CARD-MESSAGE.
           SET WT-IS-TO-MAKE TO TRUE.
           MOVE WS-SYS-DATE TO WT-STATUS-DATE.
           MOVE WS-SYS-TIME TO WT-STATUS-TIME.
           MOVE BK-LINE-ITEM-COUNT TO WT-LINE-ITEM-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > BK-LINE-ITEM-COUNT
               MOVE BK-ITEM-FLOWER-CODE(WS-IDX) TO WT-ITEM-CODE(WS-IDX)
               MOVE BK-ITEM-QUANTITY(WS-IDX) TO WT-ITEM-QUANTITY(WS-IDX)
           END-PERFORM.
           MOVE 0 TO WT-SUBSTITUTION-COUNT.
           WRITE WORK-TICKET-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-BOOKING-TICKET-COUNT
           END-WRITE.

      *> ------------------------------------------------------------
      *> The ticket itself.
      *> ------------------------------------------------------------
       ASK-TICKET-KEY.
           MOVE "N" TO WS-TICKET-FOUND-SW.
           DISPLAY "Ticket for a (S)ale or a (B)ooking: ".
           ACCEPT WS-SOURCE-ENTRY.
           IF WS-SOURCE-ENTRY = "s"
               MOVE "S" TO WS-SOURCE-ENTRY
           END-IF.
           IF WS-SOURCE-ENTRY = "b"
               MOVE "B" TO WS-SOURCE-ENTRY
           END-IF.
           IF WS-SOURCE-ENTRY NOT = "S" AND WS-SOURCE-ENTRY NOT = "B"
               DISPLAY "Enter S or B."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter the order or booking number: ".
           ACCEPT WS-NUMBER-ENTRY.
           MOVE WS-SOURCE-ENTRY TO WT-SOURCE-TYPE.
           MOVE WS-NUMBER-ENTRY TO WT-SOURCE-NUMBER.
           READ WORK-TICKET-FILE
               INVALID KEY
                   DISPLAY "No work ticket " WS-SOURCE-ENTRY "-"
                       WS-NUMBER-ENTRY " on file."
               NOT INVALID KEY
                   SET WS-TICKET-FOUND TO TRUE
           END-READ.

       PRINT-WORK-TICKET.
           PERFORM ASK-TICKET-KEY.
           IF WS-TICKET-FOUND
               PERFORM DISPLAY-WORK-TICKET
           END-IF.

       DISPLAY-WORK-TICKET.
           PERFORM SET-STATUS-NAME.
           DISPLAY " ".
           DISPLAY "================ WORK TICKET ================".
           DISPLAY "Ticket " WT-SOURCE-TYPE "-" WT-SOURCE-NUMBER
               "   status: " WS-STATUS-NAME.
           DISPLAY "DUE " WT-DUE-DATE " at " WT-DUE-TIME.
           IF WT-IS-DELIVERY-ORDER
               DISPLAY "Goes on the van to: " WT-DELIVERY-ADDRESS
           ELSE
               DISPLAY "Customer collects from the shop."
           END-IF.
           IF WT-RECIPIENT-NAME NOT = SPACES
               DISPLAY "For: " WT-RECIPIENT-NAME
           END-IF.
           IF WT-CUSTOMER-ID NOT = SPACES OR WT-CUSTOMER-NAME NOT = SPACES
               DISPLAY "Customer: " WT-CUSTOMER-ID " " WT-CUSTOMER-NAME
           END-IF.
           DISPLAY "---------------------------------------------".
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WT-LINE-ITEM-COUNT
               PERFORM DISPLAY-TICKET-LINE
           END-PERFORM.
           IF WT-SUBSTITUTION-COUNT > 0
               DISPLAY "Substitutions:"
               PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                       UNTIL WS-SUB-IDX > WT-SUBSTITUTION-COUNT
                   PERFORM DISPLAY-ONE-SUBSTITUTION
               END-PERFORM
           END-IF.
           DISPLAY "---------------------------------------------".
           IF WT-CARD-MESSAGE NOT = SPACES
               DISPLAY "CARD: " WT-CARD-MESSAGE
           ELSE
               DISPLAY "CARD: (no card)"
           END-IF.
           IF WT-NOTE NOT = SPACES
               DISPLAY "NOTE: " WT-NOTE
           END-IF.
           IF WT-STATUS-BY NOT = SPACES
               DISPLAY "Last moved by " WT-STATUS-BY " on "
                   WT-STATUS-DATE " at " WT-STATUS-TIME
           END-IF.
           DISPLAY "=============================================".

      *> An arrangement line is exploded into its recipe, each stem
      *> count scaled by the number of arrangements ordered; a stem
      *> line is loose stems to wrap.
       DISPLAY-TICKET-LINE.
           MOVE "N" TO WS-ITEM-ON-TICKET-SW.
           IF WS-ARR-FILE-OPEN
               MOVE WT-ITEM-CODE(WS-LINE-IDX) TO AM-ARRANGE-CODE
               READ ARRANGEMENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ITEM-ON-TICKET TO TRUE
               END-READ
           END-IF.
           IF WS-ITEM-ON-TICKET
               DISPLAY WT-ITEM-QUANTITY(WS-LINE-IDX) " x "
                   AM-ARRANGE-CODE " " AM-ARRANGE-NAME
               PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                       UNTIL WS-COMP-IDX > AM-COMPONENT-COUNT
                   MOVE AM-COMP-FLOWER-CODE(WS-COMP-IDX)
                       TO FM-FLOWER-CODE
                   PERFORM LOOKUP-STEM-NAME
                   COMPUTE WS-STEMS-NEEDED =
                       AM-COMP-QUANTITY(WS-COMP-IDX)
                       * WT-ITEM-QUANTITY(WS-LINE-IDX)
                   DISPLAY "      " AM-COMP-FLOWER-CODE(WS-COMP-IDX)
                       " " WS-STEM-NAME " stems: " WS-STEMS-NEEDED
               END-PERFORM
           ELSE
               MOVE WT-ITEM-CODE(WS-LINE-IDX) TO FM-FLOWER-CODE
               PERFORM LOOKUP-STEM-NAME
               DISPLAY WT-ITEM-QUANTITY(WS-LINE-IDX) " x "
                   WT-ITEM-CODE(WS-LINE-IDX) " " WS-STEM-NAME
                   " (loose stems)"
           END-IF.

       DISPLAY-ONE-SUBSTITUTION.
           MOVE WT-SUB-FROM-CODE(WS-SUB-IDX) TO FM-FLOWER-CODE.
           PERFORM LOOKUP-STEM-NAME.
           MOVE WS-STEM-NAME TO WS-SUB-FROM-NAME.
           MOVE WT-SUB-TO-CODE(WS-SUB-IDX) TO FM-FLOWER-CODE.
           PERFORM LOOKUP-STEM-NAME.
           MOVE WS-STEM-NAME TO WS-SUB-TO-NAME.
           DISPLAY "  In " WT-SUB-ITEM-CODE(WS-SUB-IDX) ": "
               WT-SUB-QUANTITY(WS-SUB-IDX) " "
               WT-SUB-TO-CODE(WS-SUB-IDX) " " WS-SUB-TO-NAME
               " for " WT-SUB-FROM-CODE(WS-SUB-IDX) " "
               WS-SUB-FROM-NAME.

      *> Keyed by FM-FLOWER-CODE.
       LOOKUP-STEM-NAME.
           MOVE SPACES TO WS-STEM-NAME.
           IF WS-FLW-FILE-OPEN
               READ FLOWER-MASTER-FILE
                   INVALID KEY
                       MOVE "(not on file)" TO WS-STEM-NAME
                   NOT INVALID KEY
                       MOVE FM-FLOWER-NAME TO WS-STEM-NAME
               END-READ
           END-IF.

       SET-STATUS-NAME.
           EVALUATE TRUE
               WHEN WT-IS-TO-MAKE
                   MOVE "TO MAKE" TO WS-STATUS-NAME
               WHEN WT-IS-IN-PROGRESS
                   MOVE "IN PROGRESS" TO WS-STATUS-NAME
               WHEN WT-IS-MADE
                   MOVE "MADE" TO WS-STATUS-NAME
               WHEN WT-IS-DONE
                   IF WT-IS-DELIVERY-ORDER
                       MOVE "LOADED" TO WS-STATUS-NAME
                   ELSE
                       MOVE "PICKED UP" TO WS-STATUS-NAME
                   END-IF
               WHEN WT-IS-CANCELLED
                   MOVE "CANCELLED" TO WS-STATUS-NAME
               WHEN OTHER
                   MOVE WT-STATUS TO WS-STATUS-NAME
           END-EVALUATE.

      *> ------------------------------------------------------------
      *> Moving a ticket through the queue.
      *> ------------------------------------------------------------
       UPDATE-TICKET-STATUS.
           PERFORM ASK-TICKET-KEY.
           IF NOT WS-TICKET-FOUND
               EXIT PARAGRAPH
           END-IF.
           PERFORM SET-STATUS-NAME.
           IF WT-IS-CANCELLED
               DISPLAY "Ticket " WT-TICKET-KEY " was cancelled with its"
                   " booking."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ticket " WT-TICKET-KEY " is " WS-STATUS-NAME
               ", due " WT-DUE-DATE " at " WT-DUE-TIME ".".
           DISPLAY "New status: (T)o make, (P) in progress, (M)ade,"
               " (D) picked up / loaded on the van: ".
           ACCEPT WS-STATUS-ENTRY.
           EVALUATE WS-STATUS-ENTRY
               WHEN "T"
               WHEN "t"
                   SET WT-IS-TO-MAKE TO TRUE
               WHEN "P"
               WHEN "p"
                   SET WT-IS-IN-PROGRESS TO TRUE
               WHEN "M"
               WHEN "m"
                   SET WT-IS-MADE TO TRUE
               WHEN "D"
               WHEN "d"
                   SET WT-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid status. Ticket not changed."
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE WS-CLERK-ID TO WT-STATUS-BY.
           MOVE WS-SYS-DATE TO WT-STATUS-DATE.
           MOVE WS-SYS-TIME TO WT-STATUS-TIME.
           REWRITE WORK-TICKET-RECORD
               INVALID KEY
                   DISPLAY "Unable to update ticket " WT-TICKET-KEY
               NOT INVALID KEY
                   PERFORM SET-STATUS-NAME
                   DISPLAY "Ticket " WT-TICKET-KEY " is now "
                       WS-STATUS-NAME "."
           END-REWRITE.

      *> The designer is out of a recipe stem and uses another: the
      *> swap is noted on the ticket so the counter can tell the
      *> customer and the ticket shows what actually went in.
       RECORD-SUBSTITUTION.
           PERFORM ASK-TICKET-KEY.
           IF NOT WS-TICKET-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WT-SUBSTITUTION-COUNT >= 10
               DISPLAY "Ticket " WT-TICKET-KEY " already has 10"
                   " substitutions."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter the item code on the ticket: ".
           ACCEPT WS-SUB-ITEM-ENTRY.
           MOVE "N" TO WS-ITEM-ON-TICKET-SW.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WT-LINE-ITEM-COUNT
               IF WT-ITEM-CODE(WS-LINE-IDX) = WS-SUB-ITEM-ENTRY
                   SET WS-ITEM-ON-TICKET TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-ITEM-ON-TICKET
               DISPLAY WS-SUB-ITEM-ENTRY " is not on ticket "
                   WT-TICKET-KEY "."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter the stem code left out: ".
           ACCEPT WS-SUB-FROM-ENTRY.
           DISPLAY "Enter the stem code used instead: ".
           ACCEPT WS-SUB-TO-ENTRY.
           IF WS-FLW-FILE-OPEN
               MOVE WS-SUB-TO-ENTRY TO FM-FLOWER-CODE
               READ FLOWER-MASTER-FILE
                   INVALID KEY
                       DISPLAY WS-SUB-TO-ENTRY " is not on the flower"
                           " master."
                       EXIT PARAGRAPH
               END-READ
           END-IF.
           MOVE 0 TO WS-SUB-QTY-ENTRY.
           PERFORM UNTIL WS-SUB-QTY-ENTRY > 0
               DISPLAY "Enter the number of stems swapped: "
               ACCEPT WS-SUB-QTY-ENTRY
           END-PERFORM.
           ADD 1 TO WT-SUBSTITUTION-COUNT.
           MOVE WS-SUB-ITEM-ENTRY
               TO WT-SUB-ITEM-CODE(WT-SUBSTITUTION-COUNT).
           MOVE WS-SUB-FROM-ENTRY
               TO WT-SUB-FROM-CODE(WT-SUBSTITUTION-COUNT).
           MOVE WS-SUB-TO-ENTRY TO WT-SUB-TO-CODE(WT-SUBSTITUTION-COUNT).
           MOVE WS-SUB-QTY-ENTRY
               TO WT-SUB-QUANTITY(WT-SUBSTITUTION-COUNT).
           REWRITE WORK-TICKET-RECORD
               INVALID KEY
                   DISPLAY "Unable to update ticket " WT-TICKET-KEY
               NOT INVALID KEY
                   DISPLAY "Substitution recorded on ticket "
                       WT-TICKET-KEY "."
           END-REWRITE.

      *> ------------------------------------------------------------
      *> The morning build list: everything not yet made that is due
      *> by the list date (overdue work first), by due date and time.
      *> ------------------------------------------------------------
       PRINT-BUILD-LIST.
           DISPLAY "Build list for date (YYYYMMDD, Enter for today): ".
           MOVE 0 TO WS-LIST-DATE.
           ACCEPT WS-LIST-DATE.
           IF WS-LIST-DATE = 0
               MOVE WS-SYS-DATE TO WS-LIST-DATE
           END-IF.
           MOVE 0 TO WS-BUILD-COUNT.
           MOVE "N" TO WS-BUILD-FULL-SW.
           MOVE LOW-VALUES TO WT-TICKET-KEY.
           START WORK-TICKET-FILE KEY IS NOT LESS THAN WT-TICKET-KEY
               INVALID KEY
                   MOVE "10" TO WS-WT-STATUS
           END-START.
           PERFORM UNTIL WS-WT-STATUS NOT = "00"
               READ WORK-TICKET-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-WT-STATUS
                   NOT AT END
                       IF WT-IS-OPEN AND WT-DUE-DATE <= WS-LIST-DATE
                           PERFORM ADD-BUILD-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-WT-STATUS.
           PERFORM SORT-BUILD-LIST.
           PERFORM DISPLAY-BUILD-LIST.

       ADD-BUILD-ENTRY.
           IF WS-BUILD-COUNT >= 300
               IF NOT WS-BUILD-FULL-WARNED
                   DISPLAY "Build list full (300 max); later tickets"
                       " are omitted."
                   SET WS-BUILD-FULL-WARNED TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-BUILD-COUNT
               MOVE WT-DUE-DATE TO BL-DUE-DATE(WS-BUILD-COUNT)
               MOVE WT-DUE-TIME TO BL-DUE-TIME(WS-BUILD-COUNT)
               MOVE WT-TICKET-KEY TO BL-TICKET-KEY(WS-BUILD-COUNT)
           END-IF.

       SORT-BUILD-LIST.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-BUILD-COUNT - 1
               PERFORM VARYING WS-SWAP-IDX FROM 1 BY 1
                       UNTIL WS-SWAP-IDX > WS-BUILD-COUNT - WS-IDX
                   IF BL-SORT-KEY(WS-SWAP-IDX) >
                           BL-SORT-KEY(WS-SWAP-IDX + 1)
                       MOVE BUILD-ENTRY(WS-SWAP-IDX)
                           TO WS-SAVE-BUILD-ENTRY
                       MOVE BUILD-ENTRY(WS-SWAP-IDX + 1)
                           TO BUILD-ENTRY(WS-SWAP-IDX)
                       MOVE WS-SAVE-BUILD-ENTRY
                           TO BUILD-ENTRY(WS-SWAP-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       DISPLAY-BUILD-LIST.
           DISPLAY " ".
           DISPLAY "---------------- BUILD LIST ----------------".
           DISPLAY "To be built by " WS-LIST-DATE
               "   (printed " WS-SYS-DATE " " WS-SYS-TIME ")".
           IF WS-BUILD-COUNT = 0
               DISPLAY "Nothing waiting to be built."
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-BUILD-COUNT
                   PERFORM DISPLAY-ONE-BUILD-ENTRY
               END-PERFORM
               DISPLAY " "
               DISPLAY "Tickets to build: " WS-BUILD-COUNT
           END-IF.
           DISPLAY "--------------------------------------------".

       DISPLAY-ONE-BUILD-ENTRY.
           MOVE BL-TICKET-KEY(WS-IDX) TO WT-TICKET-KEY.
           READ WORK-TICKET-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM SET-STATUS-NAME.
           DISPLAY " ".
           IF WT-DUE-DATE < WS-LIST-DATE
               DISPLAY "OVERDUE " WT-DUE-DATE " " WT-DUE-TIME
                   " ticket " WT-SOURCE-TYPE "-" WT-SOURCE-NUMBER
                   " " WS-STATUS-NAME
           ELSE
               DISPLAY "Due " WT-DUE-TIME
                   " ticket " WT-SOURCE-TYPE "-" WT-SOURCE-NUMBER
                   " " WS-STATUS-NAME
           END-IF.
           IF WT-IS-DELIVERY-ORDER
               DISPLAY "   Van: " WT-DELIVERY-ADDRESS
           ELSE
               DISPLAY "   Pickup: " WT-CUSTOMER-ID " " WT-CUSTOMER-NAME
           END-IF.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WT-LINE-ITEM-COUNT
               DISPLAY "   " WT-ITEM-QUANTITY(WS-LINE-IDX) " x "
                   WT-ITEM-CODE(WS-LINE-IDX)
           END-PERFORM.
