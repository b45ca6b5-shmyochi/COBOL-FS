      *> night does not pile up duplicate suggestions. Post deliveries
      *> against the POs with CBBRECV instead of overtyping the
      *> on-hand figure in CBBFMLD.
      *> The supplier's lead time moves the trigger forward: a flower
      *> is suggested when what is on hand, less what it will sell
      *> before the delivery can land, is at or below the reorder
      *> point. The selling rate is the last 28 days of sales history
      *> (SALESHST.DAT), arrangements exploded into their stems. The
      *> quantity is raised to the supplier's minimum order, and a
      *> flower whose supplier is inactive is not ordered at all.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PS-STATUS.

           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUPPLIER-ID
               FILE STATUS IS WS-SU-STATUS.

           SELECT SALES-HISTORY-FILE ASSIGN TO "SALESHST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SH-STATUS.

           SELECT ARRANGEMENT-MASTER-FILE ASSIGN TO "ARRMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ARRANGE-CODE
               FILE STATUS IS WS-AM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FLOWER-MASTER-FILE.
       FD  PO-SEQUENCE-FILE.
           COPY "POSEQ.cpy".

       FD  SUPPLIER-MASTER-FILE.
           COPY "SUPPMAST.cpy".

       FD  SALES-HISTORY-FILE.
           COPY "SALESHST.cpy".

       FD  ARRANGEMENT-MASTER-FILE.
           COPY "ARRMAST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FM-STATUS PIC XX.
       01 WS-PO-STATUS PIC XX.
       01 WS-PS-STATUS PIC XX.
       01 WS-SU-STATUS PIC XX.
       01 WS-SH-STATUS PIC XX.
       01 WS-AM-STATUS PIC XX.
       01 WS-IDX PIC 9(4) VALUE 0.
       01 WS-SUGGESTED-COUNT PIC 9(4) VALUE 0.
       01 WS-PO-NUMBER PIC 9(8) VALUE 0.
       01 WS-OPEN-PO-FULL-SW PIC X VALUE "N".
           88 WS-OPEN-PO-TABLE-FULL-WARNED VALUE "Y".

       01 WS-SUPPLIER-FILE-OPEN-SW PIC X VALUE "N".
           88 WS-SUPPLIER-FILE-OPEN VALUE "Y".
       01 WS-SUPPLIER-FOUND-SW PIC X VALUE "N".
           88 WS-SUPPLIER-FOUND VALUE "Y".
       01 WS-ARR-FILE-OPEN-SW PIC X VALUE "N".
           88 WS-ARR-FILE-OPEN VALUE "Y".

      *> Stems sold per flower over the usage window, for the rate of
      *> sale that the lead time is multiplied by.
       01 WS-USAGE-DAYS PIC 9(3) VALUE 28.
       01 WS-USAGE-FROM-DATE PIC 9(8) VALUE 0.
       01 USAGE-TABLE.
           05 WS-USAGE-COUNT PIC 9(4) VALUE 0.
           05 USAGE-ENTRY OCCURS 50 TIMES.
               10 UT-FLOWER-CODE   PIC X(3).
               10 UT-UNITS-SOLD    PIC S9(7).
       01 WS-USAGE-FOUND-SW PIC X VALUE "N".
           88 WS-USAGE-FOUND VALUE "Y".
       01 WS-USAGE-FULL-SW PIC X VALUE "N".
           88 WS-USAGE-TABLE-FULL-WARNED VALUE "Y".
       01 WS-SOUGHT-FLOWER-CODE PIC X(3).
       01 WS-MOVED-QTY PIC S9(7) VALUE 0.
       01 WS-COMP-IDX PIC 9(4) VALUE 0.

       01 WS-LEAD-TIME-DAYS PIC 9(3) VALUE 0.
       01 WS-LEAD-TIME-DEMAND PIC 9(7) VALUE 0.
       01 WS-TRIGGER-QTY PIC 9(7) VALUE 0.
       01 WS-ORDER-QTY PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-RECENT-USAGE.
           PERFORM COLLECT-OPEN-PO-FLOWERS.
           PERFORM SCAN-FLOWER-MASTER.
           PERFORM CLOSE-ALL-FILES.
           END-IF.
           CLOSE PO-SEQUENCE-FILE.

      *> Without a supplier master every flower orders with no lead
      *> time and no minimum, as before it was set up.
           OPEN INPUT SUPPLIER-MASTER-FILE.
           IF WS-SU-STATUS = "00"
               SET WS-SUPPLIER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "Note: no supplier master on file; lead times"
                   " and minimum orders are not applied. Set it up in"
                   " CBBSUPLD."
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE FLOWER-MASTER-FILE.
           CLOSE PURCHASE-ORDER-FILE.
           IF WS-SUPPLIER-FILE-OPEN
               CLOSE SUPPLIER-MASTER-FILE
           END-IF.

      *> Sales history rows inside the window, net of returns. An
      *> arrangement row is exploded against its recipe, as the
      *> nightly audit does, since its stems are what left the shelf.
      *> Outgoing relays never reach the history (CBBCLOSE leaves
      *> them out), so only stock we filled ourselves counts.
       LOAD-RECENT-USAGE.
           COMPUTE WS-USAGE-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-SYS-DATE) - WS-USAGE-DAYS).
           OPEN INPUT ARRANGEMENT-MASTER-FILE.
           IF WS-AM-STATUS = "00"
               SET WS-ARR-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT SALES-HISTORY-FILE.
           IF WS-SH-STATUS NOT = "00"
               DISPLAY "Note: no sales history on file; lead times"
                   " are planned with no sales expected."
           ELSE
               PERFORM UNTIL WS-SH-STATUS NOT = "00"
                   READ SALES-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-SH-STATUS
                       NOT AT END
                           IF SH-SALES-DATE >= WS-USAGE-FROM-DATE
                                   AND SH-SALES-DATE < WS-SYS-DATE
                               PERFORM TALLY-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-HISTORY-FILE
           END-IF.
           IF WS-ARR-FILE-OPEN
               CLOSE ARRANGEMENT-MASTER-FILE
           END-IF.

       TALLY-HISTORY-ROW.
           MOVE "N" TO WS-USAGE-FOUND-SW.
           IF WS-ARR-FILE-OPEN
               MOVE SH-FLOWER-CODE TO AM-ARRANGE-CODE
               READ ARRANGEMENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-USAGE-FOUND TO TRUE
               END-READ
           END-IF.
           IF WS-USAGE-FOUND
               PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                       UNTIL WS-COMP-IDX > AM-COMPONENT-COUNT
                   MOVE AM-COMP-FLOWER-CODE(WS-COMP-IDX)
                       TO WS-SOUGHT-FLOWER-CODE
                   COMPUTE WS-MOVED-QTY =
                       AM-COMP-QUANTITY(WS-COMP-IDX) * SH-UNITS-SOLD
                   PERFORM ADD-TO-USAGE
               END-PERFORM
           ELSE
               MOVE SH-FLOWER-CODE TO WS-SOUGHT-FLOWER-CODE
               MOVE SH-UNITS-SOLD TO WS-MOVED-QTY
               PERFORM ADD-TO-USAGE
           END-IF.

      *> The code goes in WS-SOUGHT-FLOWER-CODE and the stems in
      *> WS-MOVED-QTY; on exit WS-IDX points at the entry, or past
      *> the end when the table is full.
       ADD-TO-USAGE.
           PERFORM FIND-USAGE-ENTRY.
           IF NOT WS-USAGE-FOUND
               IF WS-USAGE-COUNT >= 50
                   IF NOT WS-USAGE-TABLE-FULL-WARNED
                       DISPLAY "More than 50 codes in the sales history;"
                           " lead-time planning covers the first 50."
                       SET WS-USAGE-TABLE-FULL-WARNED TO TRUE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-USAGE-COUNT
               MOVE WS-USAGE-COUNT TO WS-IDX
               MOVE WS-SOUGHT-FLOWER-CODE TO UT-FLOWER-CODE(WS-IDX)
               MOVE 0 TO UT-UNITS-SOLD(WS-IDX)
           END-IF.
           ADD WS-MOVED-QTY TO UT-UNITS-SOLD(WS-IDX).

       FIND-USAGE-ENTRY.
           MOVE "N" TO WS-USAGE-FOUND-SW.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-USAGE-COUNT
               IF UT-FLOWER-CODE(WS-IDX) = WS-SOUGHT-FLOWER-CODE
                   SET WS-USAGE-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       COLLECT-OPEN-PO-FLOWERS.
           MOVE LOW-VALUES TO PO-PO-NUMBER.
                       AT END
                           MOVE "10" TO WS-FM-STATUS
                       NOT AT END
                           PERFORM LOOKUP-FLOWER-SUPPLIER
                           PERFORM PLAN-LEAD-TIME-DEMAND
                           IF FM-QTY-ON-HAND <= WS-TRIGGER-QTY
                               PERFORM SUGGEST-PURCHASE-ORDER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *> Leaves the flower's supplier in SUPPLIER-MASTER-RECORD with
      *> WS-SUPPLIER-FOUND set, or no lead time and no minimum.
       LOOKUP-FLOWER-SUPPLIER.
           MOVE "N" TO WS-SUPPLIER-FOUND-SW.
           MOVE 0 TO WS-LEAD-TIME-DAYS.
           IF WS-SUPPLIER-FILE-OPEN
               MOVE FM-SUPPLIER-ID TO SU-SUPPLIER-ID
               READ SUPPLIER-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Note: " FM-FLOWER-CODE " names supplier "
                           FM-SUPPLIER-ID ", which is not on the"
                           " supplier master."
                   NOT INVALID KEY
                       SET WS-SUPPLIER-FOUND TO TRUE
                       MOVE SU-LEAD-TIME-DAYS TO WS-LEAD-TIME-DAYS
               END-READ
           END-IF.

      *> Stems expected to sell over the lead time, rounded up, go on
      *> top of the reorder point: stock has to be ordered while there
      *> is still enough to sell until the delivery arrives.
       PLAN-LEAD-TIME-DEMAND.
           MOVE 0 TO WS-LEAD-TIME-DEMAND.
           MOVE FM-FLOWER-CODE TO WS-SOUGHT-FLOWER-CODE.
           PERFORM FIND-USAGE-ENTRY.
           IF WS-USAGE-FOUND AND UT-UNITS-SOLD(WS-IDX) > 0
                   AND WS-LEAD-TIME-DAYS > 0
               COMPUTE WS-LEAD-TIME-DEMAND =
                   (UT-UNITS-SOLD(WS-IDX) * WS-LEAD-TIME-DAYS
                       + WS-USAGE-DAYS - 1) / WS-USAGE-DAYS
           END-IF.
           COMPUTE WS-TRIGGER-QTY =
               FM-REORDER-POINT + WS-LEAD-TIME-DEMAND.

       SUGGEST-PURCHASE-ORDER.
           PERFORM CHECK-FOR-OPEN-PO.
           EVALUATE TRUE
               WHEN WS-OPEN-PO-FOUND
                   DISPLAY FM-FLOWER-CODE " is at its reorder point but already"
                       " has an open PO on file. Skipping."
               WHEN WS-SUPPLIER-FOUND AND NOT SU-IS-ACTIVE
                   DISPLAY FM-FLOWER-CODE " is at its reorder point but its"
                       " supplier " FM-SUPPLIER-ID " is inactive. Pick"
                       " another in CBBFMLD."
               WHEN FM-REORDER-QTY = 0
                   DISPLAY FM-FLOWER-CODE " is at its reorder point but has"
                       " no reorder quantity set. Fix it in CBBFMLD."
               WHEN OTHER
                   PERFORM WRITE-SUGGESTED-PO
           END-EVALUATE.

       WRITE-SUGGESTED-PO.
           MOVE FM-REORDER-QTY TO WS-ORDER-QTY.
           IF WS-SUPPLIER-FOUND AND WS-ORDER-QTY < SU-MINIMUM-ORDER-QTY
               MOVE SU-MINIMUM-ORDER-QTY TO WS-ORDER-QTY
           END-IF.
           PERFORM GET-NEXT-PO-NUMBER.
           MOVE WS-PO-NUMBER TO PO-PO-NUMBER.
           MOVE WS-SYS-DATE TO PO-ORDER-DATE.
           MOVE FM-FLOWER-CODE TO PO-FLOWER-CODE.
           MOVE FM-FLOWER-NAME TO PO-FLOWER-NAME.
           MOVE FM-SUPPLIER-ID TO PO-SUPPLIER-ID.
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-SYS-DATE) + WS-LEAD-TIME-DAYS)
               TO PO-EXPECTED-DATE.
           MOVE WS-ORDER-QTY TO PO-QTY-SUGGESTED.
           MOVE 0 TO PO-QTY-RECEIVED.
           MOVE 0 TO PO-LAST-RECEIPT-DATE.
           SET PO-IS-OPEN TO TRUE.
           WRITE PURCHASE-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Unable to write PO " PO-PO-NUMBER
           END-WRITE.
           ADD 1 TO WS-SUGGESTED-COUNT.
           DISPLAY "PO " PO-PO-NUMBER " suggested: "
               PO-QTY-SUGGESTED " " FM-FLOWER-CODE
               " from " PO-SUPPLIER-ID " due " PO-EXPECTED-DATE.
           IF WS-LEAD-TIME-DEMAND > 0
               DISPLAY "    (on hand " FM-QTY-ON-HAND
                   ", expected to sell " WS-LEAD-TIME-DEMAND
                   " over the " WS-LEAD-TIME-DAYS "-day lead time)"
           END-IF.

       CHECK-FOR-OPEN-PO.
