           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ScheduledPriceBatch.

      *> Nightly price change batch. Works through PRICESCH.DAT (the
      *> dated price changes entered in CBBPRSLD) for the day about
      *> to be traded, normally tomorrow:
      *>   - a change whose end date has passed has the price it
      *>     replaced put back on FLWMAST.DAT / ARRMAST.DAT;
      *>   - a pending change whose start date has come puts its new
      *>     price on the master, remembering the price it replaced.
      *> Every price it moves is appended to PRICEHST.DAT with the
      *> old and new price, so the price of a code on any past date
      *> can be proved. The schedule is keyed by code then start
      *> date, so one pass ends a change before the next one for the
      *> same code begins. Rerunning the batch for the same date does
      *> nothing further.
      *>
      *> A change whose price was overtyped in CBBFMLD or CBBAMLD
      *> while it was on is left alone at its end and noted on the
      *> schedule, rather than putting back a price nobody expects.

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

       01 WS-PRICING-DATE PIC 9(8) VALUE 0.
       01 WS-TOMORROW PIC 9(8) VALUE 0.
       01 WS-CURRENT-PRICE PIC 9(4)V99 VALUE 0.
       01 WS-TARGET-PRICE PIC 9(4)V99 VALUE 0.
       01 WS-ED-OLD PIC ZZZ,ZZ9.99.
       01 WS-ED-NEW PIC ZZZ,ZZ9.99.
       01 WS-APPLIED-COUNT PIC 9(4) VALUE 0.
       01 WS-REVERTED-COUNT PIC 9(4) VALUE 0.
       01 WS-PROBLEM-COUNT PIC 9(4) VALUE 0.

       01 WS-ITEM-FOUND-SW PIC X VALUE "N".
           88 WS-ITEM-FOUND VALUE "Y".

       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-DATE-TIME-FIELDS REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-SYS-DATE PIC 9(8).
           05 WS-SYS-TIME PIC 9(6).
           05 FILLER PIC X(7).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           COMPUTE WS-TOMORROW = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-SYS-DATE) + 1).
           DISPLAY "SCHEDULED PRICE CHANGES".
           DISPLAY "Enter the trading date to price for (YYYYMMDD),"
               " normally tomorrow " WS-TOMORROW " (0 for tomorrow): ".
           ACCEPT WS-PRICING-DATE.
           IF WS-PRICING-DATE = 0
               MOVE WS-TOMORROW TO WS-PRICING-DATE
           END-IF.

           PERFORM OPEN-ALL-FILES.
           MOVE LOW-VALUES TO PS-SCHEDULE-KEY.
           START PRICE-SCHEDULE-FILE KEY IS NOT LESS THAN PS-SCHEDULE-KEY
               INVALID KEY
                   MOVE "10" TO WS-PS-STATUS
           END-START.
           PERFORM UNTIL WS-PS-STATUS NOT = "00"
               READ PRICE-SCHEDULE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-PS-STATUS
                   NOT AT END
                       PERFORM PROCESS-ONE-SCHEDULE-ENTRY
               END-READ
           END-PERFORM.
           PERFORM CLOSE-ALL-FILES.

           DISPLAY " ".
           DISPLAY "Prices set for " WS-PRICING-DATE ".".
           DISPLAY "Changes applied:  " WS-APPLIED-COUNT.
           DISPLAY "Changes reverted: " WS-REVERTED-COUNT.
           IF WS-PROBLEM-COUNT > 0
               DISPLAY "Changes needing attention: " WS-PROBLEM-COUNT
                   " (see above and the CBBPRSLD listing)"
           END-IF.
           STOP RUN.

       OPEN-ALL-FILES.
           OPEN I-O PRICE-SCHEDULE-FILE.
           IF WS-PS-STATUS NOT = "00"
               DISPLAY "No price schedule on file (PRICESCH.DAT)."
                   " Nothing to do."
               STOP RUN
           END-IF.
           OPEN I-O FLOWER-MASTER-FILE.
           IF WS-FM-STATUS NOT = "00"
               DISPLAY "Unable to open " "FLWMAST.DAT" " - status "
                   WS-FM-STATUS
               CLOSE PRICE-SCHEDULE-FILE
               STOP RUN
           END-IF.
           OPEN I-O ARRANGEMENT-MASTER-FILE.
           IF WS-AM-STATUS = "35"
               OPEN OUTPUT ARRANGEMENT-MASTER-FILE
               CLOSE ARRANGEMENT-MASTER-FILE
               OPEN I-O ARRANGEMENT-MASTER-FILE
           END-IF.
           OPEN EXTEND PRICE-HISTORY-FILE.
           IF WS-PH-STATUS = "35"
               OPEN OUTPUT PRICE-HISTORY-FILE
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE PRICE-SCHEDULE-FILE.
           CLOSE FLOWER-MASTER-FILE.
           CLOSE ARRANGEMENT-MASTER-FILE.
           CLOSE PRICE-HISTORY-FILE.

      *> End dates are the last day the price is in effect, so a
      *> change ends once the trading date is past it.
       PROCESS-ONE-SCHEDULE-ENTRY.
           EVALUATE TRUE
               WHEN PS-IS-ACTIVE
                   IF NOT PS-IS-PERMANENT
                           AND PS-END-DATE < WS-PRICING-DATE
                       PERFORM REVERT-SCHEDULED-CHANGE
                   END-IF
               WHEN PS-IS-PENDING
                   IF PS-START-DATE <= WS-PRICING-DATE
                       IF NOT PS-IS-PERMANENT
                               AND PS-END-DATE < WS-PRICING-DATE
                           MOVE "DATES PASSED BEFORE IT WAS APPLIED"
                               TO PS-NOTE
                           SET PS-IS-DONE TO TRUE
                           MOVE WS-PRICING-DATE TO PS-ENDED-DATE
                           PERFORM REWRITE-SCHEDULE-ENTRY
                           PERFORM REPORT-PROBLEM
                       ELSE
                           PERFORM APPLY-SCHEDULED-CHANGE
                       END-IF
                   END-IF
           END-EVALUATE.

       APPLY-SCHEDULED-CHANGE.
           PERFORM READ-ITEM-PRICE.
           IF NOT WS-ITEM-FOUND
               MOVE "CODE NO LONGER ON THE MASTER" TO PS-NOTE
               SET PS-IS-CANCELLED TO TRUE
               PERFORM REWRITE-SCHEDULE-ENTRY
               PERFORM REPORT-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CURRENT-PRICE TO PS-PRIOR-PRICE.
           MOVE PS-NEW-PRICE TO WS-TARGET-PRICE.
           PERFORM SET-ITEM-PRICE.
           MOVE "SCHD" TO PH-SOURCE.
           PERFORM APPEND-PRICE-HISTORY.
           MOVE WS-PRICING-DATE TO PS-APPLIED-DATE.
           IF PS-IS-PERMANENT
               SET PS-IS-DONE TO TRUE
           ELSE
               SET PS-IS-ACTIVE TO TRUE
           END-IF.
           PERFORM REWRITE-SCHEDULE-ENTRY.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE WS-CURRENT-PRICE TO WS-ED-OLD.
           MOVE WS-TARGET-PRICE TO WS-ED-NEW.
           DISPLAY "Applied  " PS-ITEM-CODE " $" WS-ED-OLD " -> $"
               WS-ED-NEW "  " PS-REASON.

       REVERT-SCHEDULED-CHANGE.
           PERFORM READ-ITEM-PRICE.
           MOVE WS-PRICING-DATE TO PS-ENDED-DATE.
           SET PS-IS-DONE TO TRUE.
           IF NOT WS-ITEM-FOUND
               MOVE "CODE NO LONGER ON THE MASTER" TO PS-NOTE
               PERFORM REWRITE-SCHEDULE-ENTRY
               PERFORM REPORT-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           IF WS-CURRENT-PRICE NOT = PS-NEW-PRICE
               MOVE "PRICE CHANGED BY HAND - NOT REVERTED" TO PS-NOTE
               PERFORM REWRITE-SCHEDULE-ENTRY
               PERFORM REPORT-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           MOVE PS-PRIOR-PRICE TO WS-TARGET-PRICE.
           PERFORM SET-ITEM-PRICE.
           MOVE "REVT" TO PH-SOURCE.
           PERFORM APPEND-PRICE-HISTORY.
           PERFORM REWRITE-SCHEDULE-ENTRY.
           ADD 1 TO WS-REVERTED-COUNT.
           MOVE WS-CURRENT-PRICE TO WS-ED-OLD.
           MOVE WS-TARGET-PRICE TO WS-ED-NEW.
           DISPLAY "Reverted " PS-ITEM-CODE " $" WS-ED-OLD " -> $"
               WS-ED-NEW "  " PS-REASON.

       REPORT-PROBLEM.
           ADD 1 TO WS-PROBLEM-COUNT.
           DISPLAY "** " PS-ITEM-CODE " from " PS-START-DATE ": "
               PS-NOTE.

       REWRITE-SCHEDULE-ENTRY.
           REWRITE PRICE-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY "Unable to update schedule entry "
                       PS-ITEM-CODE " " PS-START-DATE
           END-REWRITE.

      *> The master price of the entry's code into WS-CURRENT-PRICE.
       READ-ITEM-PRICE.
           MOVE "N" TO WS-ITEM-FOUND-SW.
           MOVE 0 TO WS-CURRENT-PRICE.
           IF PS-IS-ARRANGEMENT
               MOVE PS-ITEM-CODE TO AM-ARRANGE-CODE
               READ ARRANGEMENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ITEM-FOUND TO TRUE
                       MOVE AM-PRICE TO WS-CURRENT-PRICE
               END-READ
           ELSE
               MOVE PS-ITEM-CODE TO FM-FLOWER-CODE
               READ FLOWER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ITEM-FOUND TO TRUE
                       MOVE FM-PRICE TO WS-CURRENT-PRICE
               END-READ
           END-IF.

      *> Puts WS-TARGET-PRICE on the master record READ-ITEM-PRICE
      *> just read.
       SET-ITEM-PRICE.
           IF PS-IS-ARRANGEMENT
               MOVE WS-TARGET-PRICE TO AM-PRICE
               REWRITE ARRANGEMENT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Unable to update " AM-ARRANGE-CODE
               END-REWRITE
           ELSE
               MOVE WS-TARGET-PRICE TO FM-PRICE
               REWRITE FLOWER-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Unable to update " FM-FLOWER-CODE
               END-REWRITE
           END-IF.

       APPEND-PRICE-HISTORY.
           MOVE PS-ITEM-TYPE TO PH-ITEM-TYPE.
           MOVE PS-ITEM-CODE TO PH-ITEM-CODE.
           MOVE WS-PRICING-DATE TO PH-EFFECTIVE-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-SYS-DATE TO PH-CHANGE-DATE.
           MOVE WS-SYS-TIME TO PH-CHANGE-TIME.
           MOVE WS-CURRENT-PRICE TO PH-OLD-PRICE.
           MOVE WS-TARGET-PRICE TO PH-NEW-PRICE.
           MOVE PS-START-DATE TO PH-SCHEDULE-START.
           MOVE PS-REASON TO PH-REASON.
           WRITE PRICE-HISTORY-RECORD.
