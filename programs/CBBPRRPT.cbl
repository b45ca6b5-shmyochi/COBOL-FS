           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UpcomingPriceChanges.

      *> Upcoming price change report. Lists the changes on the
      *> schedule (PRICESCH.DAT) that the nightly CBBPRICE batch will
      *> put on or take off the masters within the next so many days,
      *> then every arrangement whose price is now below the cost of
      *> its recipe. An arrangement is also flagged where a scheduled
      *> price, or the price a change will put back, is below that
      *> cost. Recipe cost is the components at the weighted-average
      *> lot cost, as CBBMARGN works it out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-SCHEDULE-FILE ASSIGN TO "PRICESCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-SCHEDULE-KEY
               FILE STATUS IS WS-PS-STATUS.

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

           SELECT FLOWER-LOT-FILE ASSIGN TO "FLWLOTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-NUMBER
               ALTERNATE RECORD KEY IS LOT-FLOWER-CODE WITH DUPLICATES
               FILE STATUS IS WS-LOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-SCHEDULE-FILE.
           COPY "PRICESCH.cpy".

       FD  FLOWER-MASTER-FILE.
           COPY "FLWMAST.cpy".

       FD  ARRANGEMENT-MASTER-FILE.
           COPY "ARRMAST.cpy".

       FD  FLOWER-LOT-FILE.
           COPY "FLWLOTS.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PS-STATUS PIC XX.
       01 WS-FM-STATUS PIC XX.
       01 WS-AM-STATUS PIC XX.
       01 WS-LOT-STATUS PIC XX.

       01 WS-WINDOW-DAYS PIC 9(3) VALUE 0.
       01 WS-WINDOW-END-DATE PIC 9(8) VALUE 0.
       01 WS-REVERT-DATE PIC 9(8) VALUE 0.
       01 WS-IDX PIC 9(4) VALUE 0.
       01 WS-SCAN-IDX PIC 9(4) VALUE 0.
       01 WS-UPCOMING-COUNT PIC 9(4) VALUE 0.
       01 WS-BELOW-COST-COUNT PIC 9(4) VALUE 0.
       01 WS-ED-CURRENT PIC ZZZ,ZZ9.99.
       01 WS-ED-NEW PIC ZZZ,ZZ9.99.
       01 WS-ED-COST PIC ZZZ,ZZ9.99.
       01 WS-ED-GAP PIC ZZZ,ZZ9.99-.

       01 WS-ITEM-NAME PIC X(20).
       01 WS-CURRENT-PRICE PIC 9(4)V99 VALUE 0.
       01 WS-COMING-PRICE PIC 9(4)V99 VALUE 0.
       01 WS-RECIPE-COST PIC 9(6)V99 VALUE 0.
       01 WS-PRICE-GAP PIC S9(6)V99 VALUE 0.
       01 WS-ARRANGEMENT-FOUND-SW PIC X VALUE "N".
           88 WS-ARRANGEMENT-FOUND VALUE "Y".

      *> Weighted-average supplier cost per stem across the lots on
      *> file.
       01 COST-TABLE.
           05 WS-COST-COUNT PIC 9(4) VALUE 0.
           05 COST-ENTRY OCCURS 50 TIMES.
               10 CO-FLOWER-CODE PIC X(3).
               10 CO-COST-SUM    PIC 9(10)V99.
               10 CO-QTY-SUM     PIC 9(9).
               10 CO-AVG-COST    PIC 9(4)V99.
       01 WS-COST-FOUND-SW PIC X VALUE "N".
           88 WS-COST-FOUND VALUE "Y".

       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-DATE-TIME-FIELDS REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-SYS-DATE PIC 9(8).
           05 WS-SYS-TIME PIC 9(6).
           05 FILLER PIC X(7).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           DISPLAY "UPCOMING PRICE CHANGES".
           DISPLAY "How many days ahead (e.g. 30): ".
           ACCEPT WS-WINDOW-DAYS.
           IF WS-WINDOW-DAYS = 0
               MOVE 30 TO WS-WINDOW-DAYS
           END-IF.
           COMPUTE WS-WINDOW-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-SYS-DATE) + WS-WINDOW-DAYS).

           OPEN INPUT FLOWER-MASTER-FILE.
           IF WS-FM-STATUS NOT = "00"
               DISPLAY "Unable to open " "FLWMAST.DAT" " - status "
                   WS-FM-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT ARRANGEMENT-MASTER-FILE.
           PERFORM LOAD-AVERAGE-COSTS.

           DISPLAY " ".
           DISPLAY "----------- PRICE CHANGES " WS-SYS-DATE " TO "
               WS-WINDOW-END-DATE " -----------".
           DISPLAY "Code Name                 On       Now      Then"
               "      Recipe cost".
           PERFORM LIST-UPCOMING-CHANGES.
           IF WS-UPCOMING-COUNT = 0
               DISPLAY "No price changes due in the next "
                   WS-WINDOW-DAYS " days."
           END-IF.

           DISPLAY " ".
           DISPLAY "----------- ARRANGEMENTS PRICED BELOW RECIPE COST"
               " -----------".
           PERFORM LIST-BELOW-COST-ARRANGEMENTS.
           IF WS-BELOW-COST-COUNT = 0
               DISPLAY "Every arrangement is priced above its recipe"
                   " cost."
           END-IF.
           DISPLAY "--------------------------------------------------".

           CLOSE FLOWER-MASTER-FILE.
           CLOSE ARRANGEMENT-MASTER-FILE.
           STOP RUN.

       LIST-UPCOMING-CHANGES.
           OPEN INPUT PRICE-SCHEDULE-FILE.
           IF WS-PS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PS-STATUS NOT = "00"
               READ PRICE-SCHEDULE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-PS-STATUS
                   NOT AT END
                       PERFORM CONSIDER-ONE-CHANGE
               END-READ
           END-PERFORM.
           CLOSE PRICE-SCHEDULE-FILE.

      *> A pending change is listed on its first day; one already on
      *> the master is listed on the day its old price comes back.
       CONSIDER-ONE-CHANGE.
           EVALUATE TRUE
               WHEN PS-IS-PENDING
                   IF PS-START-DATE <= WS-WINDOW-END-DATE
                       MOVE PS-NEW-PRICE TO WS-COMING-PRICE
                       PERFORM READ-SCHEDULED-ITEM
                       PERFORM SHOW-ONE-CHANGE
                       DISPLAY "     starts " PS-START-DATE
                           " ends " PS-END-DATE "  " PS-REASON
                   END-IF
               WHEN PS-IS-ACTIVE
                   IF NOT PS-IS-PERMANENT
                       COMPUTE WS-REVERT-DATE = FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(PS-END-DATE) + 1)
                       IF WS-REVERT-DATE <= WS-WINDOW-END-DATE
                           MOVE PS-PRIOR-PRICE TO WS-COMING-PRICE
                           PERFORM READ-SCHEDULED-ITEM
                           PERFORM SHOW-ONE-CHANGE
                           DISPLAY "     reverts " WS-REVERT-DATE
                               " after " PS-REASON
                       END-IF
                   END-IF
           END-EVALUATE.

       READ-SCHEDULED-ITEM.
           MOVE SPACES TO WS-ITEM-NAME.
           MOVE 0 TO WS-CURRENT-PRICE.
           MOVE 0 TO WS-RECIPE-COST.
           MOVE "N" TO WS-ARRANGEMENT-FOUND-SW.
           IF PS-IS-ARRANGEMENT
               MOVE PS-ITEM-CODE TO AM-ARRANGE-CODE
               READ ARRANGEMENT-MASTER-FILE
                   INVALID KEY
                       MOVE "(NOT ON FILE)" TO WS-ITEM-NAME
                   NOT INVALID KEY
                       SET WS-ARRANGEMENT-FOUND TO TRUE
                       MOVE AM-ARRANGE-NAME TO WS-ITEM-NAME
                       MOVE AM-PRICE TO WS-CURRENT-PRICE
                       PERFORM COST-THE-RECIPE
               END-READ
           ELSE
               MOVE PS-ITEM-CODE TO FM-FLOWER-CODE
               READ FLOWER-MASTER-FILE
                   INVALID KEY
                       MOVE "(NOT ON FILE)" TO WS-ITEM-NAME
                   NOT INVALID KEY
                       MOVE FM-FLOWER-NAME TO WS-ITEM-NAME
                       MOVE FM-PRICE TO WS-CURRENT-PRICE
               END-READ
           END-IF.

       SHOW-ONE-CHANGE.
           ADD 1 TO WS-UPCOMING-COUNT.
           MOVE WS-CURRENT-PRICE TO WS-ED-CURRENT.
           MOVE WS-COMING-PRICE TO WS-ED-NEW.
           IF WS-ARRANGEMENT-FOUND
               MOVE WS-RECIPE-COST TO WS-ED-COST
               DISPLAY PS-ITEM-CODE "  " WS-ITEM-NAME " " PS-ITEM-TYPE
                   " $" WS-ED-CURRENT " $" WS-ED-NEW " $" WS-ED-COST
               IF WS-COMING-PRICE < WS-RECIPE-COST
                   DISPLAY "     ** NEW PRICE IS BELOW RECIPE COST **"
               END-IF
           ELSE
               DISPLAY PS-ITEM-CODE "  " WS-ITEM-NAME " " PS-ITEM-TYPE
                   " $" WS-ED-CURRENT " $" WS-ED-NEW
           END-IF.

       LIST-BELOW-COST-ARRANGEMENTS.
           MOVE LOW-VALUES TO AM-ARRANGE-CODE.
           START ARRANGEMENT-MASTER-FILE KEY IS NOT LESS THAN
                   AM-ARRANGE-CODE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL WS-AM-STATUS NOT = "00"
               READ ARRANGEMENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-AM-STATUS
                   NOT AT END
                       PERFORM COST-THE-RECIPE
                       IF AM-PRICE < WS-RECIPE-COST
                           PERFORM SHOW-BELOW-COST-ARRANGEMENT
                       END-IF
               END-READ
           END-PERFORM.

       SHOW-BELOW-COST-ARRANGEMENT.
           ADD 1 TO WS-BELOW-COST-COUNT.
           COMPUTE WS-PRICE-GAP = AM-PRICE - WS-RECIPE-COST.
           MOVE AM-PRICE TO WS-ED-CURRENT.
           MOVE WS-RECIPE-COST TO WS-ED-COST.
           MOVE WS-PRICE-GAP TO WS-ED-GAP.
           DISPLAY AM-ARRANGE-CODE "  " AM-ARRANGE-NAME " price $"
               WS-ED-CURRENT " cost $" WS-ED-COST " margin $" WS-ED-GAP.

      *> The recipe in the arrangement record at the average costs.
       COST-THE-RECIPE.
           MOVE 0 TO WS-RECIPE-COST.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > AM-COMPONENT-COUNT
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-COST-COUNT
                   IF CO-FLOWER-CODE(WS-SCAN-IDX) =
                           AM-COMP-FLOWER-CODE(WS-IDX)
                       COMPUTE WS-RECIPE-COST = WS-RECIPE-COST +
                           (CO-AVG-COST(WS-SCAN-IDX) *
                            AM-COMP-QUANTITY(WS-IDX))
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

       LOAD-AVERAGE-COSTS.
           OPEN INPUT FLOWER-LOT-FILE.
           IF WS-LOT-STATUS NOT = "00"
               DISPLAY "No lot file on disk; recipe costs show as zero."
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO LOT-NUMBER.
           START FLOWER-LOT-FILE KEY IS NOT LESS THAN LOT-NUMBER
               INVALID KEY
                   MOVE "10" TO WS-LOT-STATUS
           END-START.
           PERFORM UNTIL WS-LOT-STATUS NOT = "00"
               READ FLOWER-LOT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-LOT-STATUS
                   NOT AT END
                       PERFORM TALLY-LOT-COST
               END-READ
           END-PERFORM.
           CLOSE FLOWER-LOT-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-COST-COUNT
               IF CO-QTY-SUM(WS-IDX) > 0
                   COMPUTE CO-AVG-COST(WS-IDX) ROUNDED =
                       CO-COST-SUM(WS-IDX) / CO-QTY-SUM(WS-IDX)
               ELSE
                   MOVE 0 TO CO-AVG-COST(WS-IDX)
               END-IF
           END-PERFORM.

       TALLY-LOT-COST.
           MOVE "N" TO WS-COST-FOUND-SW.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-COST-COUNT
               IF CO-FLOWER-CODE(WS-SCAN-IDX) = LOT-FLOWER-CODE
                   SET WS-COST-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-COST-FOUND
               IF WS-COST-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-COST-COUNT
               MOVE WS-COST-COUNT TO WS-SCAN-IDX
               MOVE LOT-FLOWER-CODE TO CO-FLOWER-CODE(WS-SCAN-IDX)
               MOVE 0 TO CO-COST-SUM(WS-SCAN-IDX)
               MOVE 0 TO CO-QTY-SUM(WS-SCAN-IDX)
               MOVE 0 TO CO-AVG-COST(WS-SCAN-IDX)
           END-IF.
           COMPUTE CO-COST-SUM(WS-SCAN-IDX) =
               CO-COST-SUM(WS-SCAN-IDX) +
               (LOT-UNIT-COST * LOT-QTY-RECEIVED).
           ADD LOT-QTY-RECEIVED TO CO-QTY-SUM(WS-SCAN-IDX).
