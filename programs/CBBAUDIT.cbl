      *>     the ORDSEQ.DAT counter;
      *>   - each flower's stock movement reconciled: yesterday's
      *>     closing snapshot plus today's receipts and returns, less
      *>     sales and waste, plus or minus any physical count posted
      *>     today (CBBCOUNT), against what the master says is on hand.
      *> A power blink that leaves a decrement with no sales record
      *> shows up the same night instead of at tax time.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SJ-STATUS.

           SELECT INVENTORY-ADJUST-FILE ASSIGN TO "INVADJ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IA-STATUS.

      *> A sale line may carry an arrangement code; the stock that
      *> moved is the recipe's component stems, so the movement pass
      *> explodes those lines against the recipe file.
       FD  SHRINK-JOURNAL-FILE.
           COPY "SHRINKJL.cpy".

       FD  INVENTORY-ADJUST-FILE.
           COPY "INVADJ.cpy".

       FD  ARRANGEMENT-MASTER-FILE.
           COPY "ARRMAST.cpy".

       01 WS-SN-STATUS PIC XX.
       01 WS-LOT-STATUS PIC XX.
       01 WS-SJ-STATUS PIC XX.
       01 WS-IA-STATUS PIC XX.
       01 WS-AM-STATUS PIC XX.

       01 WS-AUDIT-DATE PIC 9(8).
               10 MV-RETURNED-QTY  PIC 9(7).
               10 MV-RECEIVED-QTY  PIC 9(7).
               10 MV-WASTED-QTY    PIC 9(7).
               10 MV-ADJUSTED-QTY  PIC S9(7).
       01 WS-MOVEMENT-FOUND-SW PIC X VALUE "N".
           88 WS-MOVEMENT-FOUND VALUE "Y".
       01 WS-SOUGHT-FLOWER-CODE PIC X(3).
      *> its grand total does not re-add from line items; it is not
      *> re-footed. A booking pickup moved its stock on the day it
      *> was reserved (the RSRV record), so the pickup SALE is money
      *> only and is left out of the movement tally. So is an
      *> outgoing relay (and any return against one): the partner
      *> shop filled it from its own stock.
                           IF NOT OT-IS-DEPOSIT
                               PERFORM REFOOT-ONE-RECORD
                           END-IF
                           PERFORM COLLECT-ORDER-NUMBER
                           IF OT-ORDER-DATE = WS-AUDIT-DATE
                               IF (OT-IS-SALE
                                       AND OT-BOOKING-NUMBER NOT = 0)
                                       OR OT-IS-RELAY-OUT
                                   CONTINUE
                               ELSE
                                   PERFORM COLLECT-STOCK-MOVEMENT
                   " merchandise subtotal."
           END-IF.

      *> The delivery fee is taxed with the merchandise.
           COMPUTE WS-CALC-TAX ROUNDED =
               (OT-MERCHANDISE-SUBTOTAL - OT-DISCOUNT-AMOUNT
               + OT-DELIVERY-FEE) * OT-TAX-RATE / 100.
           COMPUTE WS-MONEY-DIFF = WS-CALC-TAX - OT-TAX-AMOUNT.
           IF WS-MONEY-DIFF > 0.01 OR WS-MONEY-DIFF < -0.01
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

           COMPUTE WS-CALC-GRAND = OT-MERCHANDISE-SUBTOTAL
               - OT-DISCOUNT-AMOUNT + OT-DELIVERY-FEE + OT-TAX-AMOUNT.
           COMPUTE WS-MONEY-DIFF = WS-CALC-GRAND - OT-GRAND-TOTAL.
           IF WS-MONEY-DIFF > 0.01 OR WS-MONEY-DIFF < -0.01
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE 0 TO MV-RETURNED-QTY(WS-SCAN-IDX)
               MOVE 0 TO MV-RECEIVED-QTY(WS-SCAN-IDX)
               MOVE 0 TO MV-WASTED-QTY(WS-SCAN-IDX)
               MOVE 0 TO MV-ADJUSTED-QTY(WS-SCAN-IDX)
           END-IF.

      *> ------------------------------------------------------------
           PERFORM LOAD-SNAPSHOT-QTYS.
           PERFORM LOAD-TODAYS-RECEIPTS.
           PERFORM LOAD-TODAYS-WASTE.
           PERFORM LOAD-TODAYS-COUNT-ADJUSTMENTS.
           PERFORM COMPARE-MOVEMENT-TO-MASTER.

       LOAD-SNAPSHOT-QTYS.
               CLOSE SHRINK-JOURNAL-FILE
           END-IF.

      *> A count posted after the close-out cut the snapshot was
      *> applied to the snapshot as well, and is already in the
      *> baseline; only the rest are movement for the day.
       LOAD-TODAYS-COUNT-ADJUSTMENTS.
           OPEN INPUT INVENTORY-ADJUST-FILE.
           IF WS-IA-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-IA-STATUS NOT = "00"
                   READ INVENTORY-ADJUST-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-IA-STATUS
                       NOT AT END
                           IF IA-ADJUST-DATE = WS-AUDIT-DATE
                                   AND NOT IA-IN-BASELINE
                               MOVE IA-FLOWER-CODE
                                   TO WS-SOUGHT-FLOWER-CODE
                               PERFORM FIND-OR-ADD-MOVEMENT
                               ADD IA-ADJUST-QTY
                                   TO MV-ADJUSTED-QTY(WS-SCAN-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVENTORY-ADJUST-FILE
           END-IF.

       COMPARE-MOVEMENT-TO-MASTER.
           OPEN INPUT FLOWER-MASTER-FILE.
           IF WS-FM-STATUS NOT = "00"
                   + MV-RETURNED-QTY(WS-IDX)
                   - MV-SOLD-QTY(WS-IDX)
                   - MV-WASTED-QTY(WS-IDX)
                   + MV-ADJUSTED-QTY(WS-IDX)
               MOVE MV-FLOWER-CODE(WS-IDX) TO FM-FLOWER-CODE
               READ FLOWER-MASTER-FILE
                   INVALID KEY
