           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PriceScheduleMaintenance.

      *> Maintenance utility for PRICE-SCHEDULE-FILE. Enter a price
      *> change for a flower or arrangement code ahead of time - the
      *> Valentine's rose price from the 13th to the 15th, a new
      *> season's price for good - and the nightly CBBPRICE batch puts
      *> it on (and takes it off) the master on the right nights, in
      *> place of overtyping the price in CBBFMLD or CBBAMLD and
      *> remembering to put it back. Also answers "what was the price
      *> on such a date" from PRICEHST.DAT when a customer disputes an
      *> old ticket. Mirrors CBBFMLD.cbl's menu-driven approach.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-SCHEDULE-FILE ASSIGN TO "PRICESCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-SCHEDULE-KEY
               FILE STATUS IS WS-PS-STATUS.

           SELECT PRICE-HISTORY-FILE ASSIGN TO "PRICEHST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.

           SELECT FLOWER-MASTER-FILE ASSIGN TO "FLWMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLOWER-CODE
               FILE STATUS IS WS-FM-STATUS.

           SELECT ARRANGEMENT-MASTER-FILE ASSIGN TO "ARRMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ARRANGE-CODE
               FILE STATUS IS WS-AM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-SCHEDULE-FILE.
           COPY "PRICESCH.cpy".

       FD  PRICE-HISTORY-FILE.
           COPY "PRICEHST.cpy".

       FD  FLOWER-MASTER-FILE.
           COPY "FLWMAST.cpy".

       FD  ARRANGEMENT-MASTER-FILE.
           COPY "ARRMAST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PS-STATUS PIC XX.
       01 WS-PH-STATUS PIC XX.
       01 WS-FM-STATUS PIC XX.
       01 WS-AM-STATUS PIC XX.
       01 WS-ARR-FILE-OPEN-SW PIC X VALUE "N".
           88 WS-ARR-FILE-OPEN VALUE "Y".
       01 WS-MENU-CHOICE PIC X.
       01 WS-CONFIRM-RESPONSE PIC X.
       01 WS-ED-AMOUNT PIC ZZZ,ZZ9.99.
       01 WS-ED-OLD PIC ZZZ,ZZ9.99.
       01 WS-LINE-COUNT PIC 9(4) VALUE 0.

       01 WS-ITEM-CODE PIC X(3).
       01 WS-ITEM-TYPE PIC X.
           88 WS-ITEM-IS-FLOWER VALUE "F".
           88 WS-ITEM-IS-ARRANGEMENT VALUE "A".
       01 WS-ITEM-NAME PIC X(20).
       01 WS-CURRENT-PRICE PIC 9(4)V99 VALUE 0.
       01 WS-ITEM-FOUND-SW PIC X VALUE "N".
           88 WS-ITEM-FOUND VALUE "Y".

      *> The change being entered.
       01 WS-NEW-START-DATE PIC 9(8) VALUE 0.
       01 WS-NEW-END-DATE PIC 9(8) VALUE 0.
       01 WS-NEW-PRICE PIC 9(4)V99 VALUE 0.
       01 WS-NEW-REASON PIC X(30).
       01 WS-NEW-LAST-DAY PIC 9(8) VALUE 0.
       01 WS-OTHER-LAST-DAY PIC 9(8) VALUE 0.
       01 WS-OVERLAP-SW PIC X VALUE "N".
           88 WS-OVERLAP-FOUND VALUE "Y".
       01 WS-DATE-OK-SW PIC X VALUE "N".
           88 WS-DATE-OK VALUE "Y".

      *> Price-on-a-date lookup.
       01 WS-ASKED-DATE PIC 9(8) VALUE 0.
       01 WS-PRICE-ON-DATE PIC 9(4)V99 VALUE 0.
       01 WS-PRICE-KNOWN-SW PIC X VALUE "N".
           88 WS-PRICE-KNOWN VALUE "Y".
       01 WS-EARLIEST-OLD-PRICE PIC 9(4)V99 VALUE 0.
       01 WS-EARLIEST-FOUND-SW PIC X VALUE "N".
           88 WS-EARLIEST-FOUND VALUE "Y".

       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-DATE-TIME-FIELDS REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-SYS-DATE PIC 9(8).
           05 WS-SYS-TIME PIC 9(6).
           05 FILLER PIC X(7).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM OPEN-ALL-FILES.

           PERFORM UNTIL WS-MENU-CHOICE = "5"
               PERFORM DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "1" PERFORM SCHEDULE-PRICE-CHANGE
                   WHEN "2" PERFORM CANCEL-PRICE-CHANGE
                   WHEN "3" PERFORM LIST-CHANGES-FOR-CODE
                   WHEN "4" PERFORM SHOW-PRICE-ON-DATE
                   WHEN "5" CONTINUE
                   WHEN OTHER DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.

           CLOSE PRICE-SCHEDULE-FILE.
           CLOSE FLOWER-MASTER-FILE.
           IF WS-ARR-FILE-OPEN
               CLOSE ARRANGEMENT-MASTER-FILE
           END-IF.
           STOP RUN.

       OPEN-ALL-FILES.
           OPEN I-O PRICE-SCHEDULE-FILE.
           IF WS-PS-STATUS = "35"
               OPEN OUTPUT PRICE-SCHEDULE-FILE
               CLOSE PRICE-SCHEDULE-FILE
               OPEN I-O PRICE-SCHEDULE-FILE
           END-IF.
           OPEN INPUT FLOWER-MASTER-FILE.
           IF WS-FM-STATUS NOT = "00"
               DISPLAY "Unable to open " "FLWMAST.DAT" " - status "
                   WS-FM-STATUS
               DISPLAY "Load the flower master in CBBFMLD first."
               CLOSE PRICE-SCHEDULE-FILE
               STOP RUN
           END-IF.
           OPEN INPUT ARRANGEMENT-MASTER-FILE.
           IF WS-AM-STATUS = "00"
               SET WS-ARR-FILE-OPEN TO TRUE
           END-IF.

       DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "PRICE CHANGE SCHEDULE".
           DISPLAY "(1) Schedule a price change".
           DISPLAY "(2) Cancel or end a price change".
           DISPLAY "(3) List the changes for a code".
           DISPLAY "(4) Show the price of a code on a past date".
           DISPLAY "(5) Exit".
           DISPLAY "Enter your choice: ".

      *> A code is a stem on the flower master or an arrangement on
      *> the arrangement master, never both (CBBAMLD keeps it so).
       FIND-ITEM.
           MOVE "N" TO WS-ITEM-FOUND-SW.
           MOVE SPACES TO WS-ITEM-TYPE.
           MOVE WS-ITEM-CODE TO FM-FLOWER-CODE.
           READ FLOWER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ITEM-FOUND TO TRUE
                   SET WS-ITEM-IS-FLOWER TO TRUE
                   MOVE FM-FLOWER-NAME TO WS-ITEM-NAME
                   MOVE FM-PRICE TO WS-CURRENT-PRICE
           END-READ.
           IF NOT WS-ITEM-FOUND AND WS-ARR-FILE-OPEN
               MOVE WS-ITEM-CODE TO AM-ARRANGE-CODE
               READ ARRANGEMENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ITEM-FOUND TO TRUE
                       SET WS-ITEM-IS-ARRANGEMENT TO TRUE
                       MOVE AM-ARRANGE-NAME TO WS-ITEM-NAME
                       MOVE AM-PRICE TO WS-CURRENT-PRICE
               END-READ
           END-IF.

      *> The batch prices the next trading day each night, so the
      *> earliest a new change can start is tomorrow.
       SCHEDULE-PRICE-CHANGE.
           DISPLAY "Enter the flower or arrangement code: ".
           ACCEPT WS-ITEM-CODE.
           PERFORM FIND-ITEM.
           IF NOT WS-ITEM-FOUND
               DISPLAY WS-ITEM-CODE " is not on the flower or"
                   " arrangement master."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CURRENT-PRICE TO WS-ED-AMOUNT.
           DISPLAY WS-ITEM-CODE " " WS-ITEM-NAME " is $" WS-ED-AMOUNT
               " today.".
           MOVE "N" TO WS-DATE-OK-SW.
           PERFORM UNTIL WS-DATE-OK
               DISPLAY "First day of the new price (YYYYMMDD): "
               ACCEPT WS-NEW-START-DATE
               EVALUATE TRUE
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-START-DATE)
                           NOT = 0
                       DISPLAY "Invalid date. Please try again."
                   WHEN WS-NEW-START-DATE > WS-SYS-DATE
                       SET WS-DATE-OK TO TRUE
                   WHEN OTHER
                       DISPLAY "The change must start after today."
               END-EVALUATE
           END-PERFORM.
           MOVE "N" TO WS-DATE-OK-SW.
           PERFORM UNTIL WS-DATE-OK
               DISPLAY "Last day of the new price (YYYYMMDD),"
                   " 0 to keep it: "
               ACCEPT WS-NEW-END-DATE
               EVALUATE TRUE
                   WHEN WS-NEW-END-DATE = 0
                       SET WS-DATE-OK TO TRUE
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-END-DATE)
                           NOT = 0
                       DISPLAY "Invalid date. Please try again."
                   WHEN WS-NEW-END-DATE >= WS-NEW-START-DATE
                       SET WS-DATE-OK TO TRUE
                   WHEN OTHER
                       DISPLAY "The last day cannot be before the first."
               END-EVALUATE
           END-PERFORM.
           MOVE 0 TO WS-NEW-PRICE.
           PERFORM UNTIL WS-NEW-PRICE > 0
               DISPLAY "New price: "
               ACCEPT WS-NEW-PRICE
               IF WS-NEW-PRICE = 0
                   DISPLAY "Price must be greater than 0."
               END-IF
           END-PERFORM.
           DISPLAY "Reason (e.g. VALENTINES): ".
           ACCEPT WS-NEW-REASON.

           PERFORM CHECK-FOR-OVERLAP.
           IF WS-OVERLAP-FOUND
               DISPLAY "Nothing saved. Cancel or move the other change"
                   " first."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ITEM-CODE TO PS-ITEM-CODE.
           MOVE WS-NEW-START-DATE TO PS-START-DATE.
           MOVE WS-ITEM-TYPE TO PS-ITEM-TYPE.
           MOVE WS-NEW-END-DATE TO PS-END-DATE.
           MOVE WS-NEW-PRICE TO PS-NEW-PRICE.
           SET PS-IS-PENDING TO TRUE.
           MOVE 0 TO PS-PRIOR-PRICE.
           MOVE 0 TO PS-APPLIED-DATE.
           MOVE 0 TO PS-ENDED-DATE.
           MOVE WS-NEW-REASON TO PS-REASON.
           MOVE SPACES TO PS-NOTE.
           WRITE PRICE-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY "A change for " WS-ITEM-CODE " already"
                       " starts on " WS-NEW-START-DATE ". Nothing saved."
               NOT INVALID KEY
                   DISPLAY "Price change for " WS-ITEM-CODE
                       " scheduled from " WS-NEW-START-DATE "."
           END-WRITE.

      *> Two live changes for one code may not share a day: the
      *> second would replace the first's price and the first's end
      *> would then have nothing sensible to put back. A permanent
      *> change occupies only its first day.
       CHECK-FOR-OVERLAP.
           MOVE "N" TO WS-OVERLAP-SW.
           IF WS-NEW-END-DATE = 0
               MOVE WS-NEW-START-DATE TO WS-NEW-LAST-DAY
           ELSE
               MOVE WS-NEW-END-DATE TO WS-NEW-LAST-DAY
           END-IF.
           MOVE WS-ITEM-CODE TO PS-ITEM-CODE.
           MOVE 0 TO PS-START-DATE.
           START PRICE-SCHEDULE-FILE KEY IS NOT LESS THAN PS-SCHEDULE-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL WS-PS-STATUS NOT = "00"
               READ PRICE-SCHEDULE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-PS-STATUS
                   NOT AT END
                       IF PS-ITEM-CODE NOT = WS-ITEM-CODE
                           MOVE "10" TO WS-PS-STATUS
                       ELSE
                           PERFORM CHECK-ONE-FOR-OVERLAP
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-PS-STATUS.

       CHECK-ONE-FOR-OVERLAP.
           IF NOT PS-IS-PENDING AND NOT PS-IS-ACTIVE
               EXIT PARAGRAPH
           END-IF.
           IF PS-IS-PERMANENT
               MOVE PS-START-DATE TO WS-OTHER-LAST-DAY
           ELSE
               MOVE PS-END-DATE TO WS-OTHER-LAST-DAY
           END-IF.
           IF WS-NEW-START-DATE <= WS-OTHER-LAST-DAY
                   AND PS-START-DATE <= WS-NEW-LAST-DAY
               SET WS-OVERLAP-FOUND TO TRUE
               MOVE PS-NEW-PRICE TO WS-ED-AMOUNT
               DISPLAY WS-ITEM-CODE " already has a change to $"
                   WS-ED-AMOUNT " from " PS-START-DATE " to "
                   WS-OTHER-LAST-DAY " (" PS-REASON ")."
           END-IF.

      *> A pending change is withdrawn. One already on the master is
      *> ended today, so tonight's batch puts the old price back.
       CANCEL-PRICE-CHANGE.
           DISPLAY "Enter the code: ".
           ACCEPT PS-ITEM-CODE.
           DISPLAY "Enter the first day of the change (YYYYMMDD): ".
           ACCEPT PS-START-DATE.
           READ PRICE-SCHEDULE-FILE
               INVALID KEY
                   DISPLAY "No change for " PS-ITEM-CODE " starts on "
                       PS-START-DATE "."
                   EXIT PARAGRAPH
           END-READ.
           MOVE PS-NEW-PRICE TO WS-ED-AMOUNT.
           EVALUATE TRUE
               WHEN PS-IS-PENDING
                   DISPLAY "Cancel the change to $" WS-ED-AMOUNT
                       " (" PS-REASON ")? (Y/N): "
                   ACCEPT WS-CONFIRM-RESPONSE
                   IF WS-CONFIRM-RESPONSE = "Y"
                           OR WS-CONFIRM-RESPONSE = "y"
                       SET PS-IS-CANCELLED TO TRUE
                       MOVE "CANCELLED BEFORE IT TOOK EFFECT" TO PS-NOTE
                       PERFORM REWRITE-SCHEDULE-ENTRY
                   END-IF
               WHEN PS-IS-ACTIVE
                   DISPLAY "The change to $" WS-ED-AMOUNT " is on the"
                       " master. End it today so tonight's batch puts"
                       " the old price back? (Y/N): "
                   ACCEPT WS-CONFIRM-RESPONSE
                   IF WS-CONFIRM-RESPONSE = "Y"
                           OR WS-CONFIRM-RESPONSE = "y"
                       MOVE WS-SYS-DATE TO PS-END-DATE
                       MOVE "ENDED EARLY" TO PS-NOTE
                       PERFORM REWRITE-SCHEDULE-ENTRY
                   END-IF
               WHEN OTHER
                   DISPLAY "That change is finished and cannot be"
                       " cancelled."
           END-EVALUATE.

       REWRITE-SCHEDULE-ENTRY.
           REWRITE PRICE-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY "Unable to update the change."
               NOT INVALID KEY
                   DISPLAY "Change updated."
           END-REWRITE.

       LIST-CHANGES-FOR-CODE.
           DISPLAY "Enter the code: ".
           ACCEPT WS-ITEM-CODE.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE WS-ITEM-CODE TO PS-ITEM-CODE.
           MOVE 0 TO PS-START-DATE.
           START PRICE-SCHEDULE-FILE KEY IS NOT LESS THAN PS-SCHEDULE-KEY
               INVALID KEY
                   MOVE "10" TO WS-PS-STATUS
           END-START.
           DISPLAY "Start    Last day  New price  St Reason".
           PERFORM UNTIL WS-PS-STATUS NOT = "00"
               READ PRICE-SCHEDULE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-PS-STATUS
                   NOT AT END
                       IF PS-ITEM-CODE NOT = WS-ITEM-CODE
                           MOVE "10" TO WS-PS-STATUS
                       ELSE
                           PERFORM LIST-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-PS-STATUS.
           IF WS-LINE-COUNT = 0
               DISPLAY "No changes on file for " WS-ITEM-CODE "."
           END-IF.

       LIST-ONE-CHANGE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE PS-NEW-PRICE TO WS-ED-AMOUNT.
           DISPLAY PS-START-DATE " " PS-END-DATE " $" WS-ED-AMOUNT " "
               PS-STATUS "  " PS-REASON.
           IF PS-APPLIED-DATE > 0
               MOVE PS-PRIOR-PRICE TO WS-ED-OLD
               DISPLAY "         applied " PS-APPLIED-DATE
                   " replacing $" WS-ED-OLD
           END-IF.
           IF PS-NOTE NOT = SPACES
               DISPLAY "         " PS-NOTE
           END-IF.

      *> The price in effect on a date is the new price of the last
      *> history record effective on or before it. Before the first
      *> recorded change it was that change's old price; a code with
      *> no history has always had its current price.
       SHOW-PRICE-ON-DATE.
           DISPLAY "Enter the code: ".
           ACCEPT WS-ITEM-CODE.
           DISPLAY "Enter the date (YYYYMMDD): ".
           ACCEPT WS-ASKED-DATE.
           PERFORM FIND-ITEM.
           MOVE "N" TO WS-PRICE-KNOWN-SW.
           MOVE "N" TO WS-EARLIEST-FOUND-SW.
           MOVE 0 TO WS-LINE-COUNT.
           OPEN INPUT PRICE-HISTORY-FILE.
           IF WS-PH-STATUS = "00"
               DISPLAY "Effective Changed   Old price  New price"
                   "  Src  Reason"
               PERFORM UNTIL WS-PH-STATUS NOT = "00"
                   READ PRICE-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-PH-STATUS
                       NOT AT END
                           IF PH-ITEM-CODE = WS-ITEM-CODE
                               PERFORM WEIGH-ONE-HISTORY-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRICE-HISTORY-FILE
           END-IF.
           IF NOT WS-PRICE-KNOWN
               IF WS-EARLIEST-FOUND
                   MOVE WS-EARLIEST-OLD-PRICE TO WS-PRICE-ON-DATE
                   SET WS-PRICE-KNOWN TO TRUE
               ELSE
                   IF WS-ITEM-FOUND
                       MOVE WS-CURRENT-PRICE TO WS-PRICE-ON-DATE
                       SET WS-PRICE-KNOWN TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF WS-PRICE-KNOWN
               MOVE WS-PRICE-ON-DATE TO WS-ED-AMOUNT
               DISPLAY WS-ITEM-CODE " was $" WS-ED-AMOUNT " on "
                   WS-ASKED-DATE "."
           ELSE
               DISPLAY "No price on record for " WS-ITEM-CODE "."
           END-IF.

       WEIGH-ONE-HISTORY-RECORD.
           ADD 1 TO WS-LINE-COUNT.
           MOVE PH-OLD-PRICE TO WS-ED-OLD.
           MOVE PH-NEW-PRICE TO WS-ED-AMOUNT.
           DISPLAY PH-EFFECTIVE-DATE " " PH-CHANGE-DATE " $" WS-ED-OLD
               " $" WS-ED-AMOUNT " " PH-SOURCE " " PH-REASON.
           IF NOT WS-EARLIEST-FOUND
               SET WS-EARLIEST-FOUND TO TRUE
               MOVE PH-OLD-PRICE TO WS-EARLIEST-OLD-PRICE
           END-IF.
           IF PH-EFFECTIVE-DATE <= WS-ASKED-DATE
               SET WS-PRICE-KNOWN TO TRUE
               MOVE PH-NEW-PRICE TO WS-PRICE-ON-DATE
           END-IF.
