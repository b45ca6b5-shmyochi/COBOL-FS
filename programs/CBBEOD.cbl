      *> settled in CBBDLVCK, so the figure here is what is riding
      *> on the van, not drawer money.
           05 WS-COD-TOTAL PIC 9(8)V99 VALUE 0.
      *> Incoming wire-service relays take no money either: the
      *> sending shop settles through the clearinghouse (CBBRELAY).
           05 WS-RELAY-TOTAL PIC 9(8)V99 VALUE 0.

      *> Refunds (RTRN records written by CBBRETRN) are reported in
      *> their own section rather than netted silently into the sales
           05 WS-REFUND-CARD-TOTAL PIC 9(8)V99 VALUE 0.
           05 WS-REFUND-GIFT-TOTAL PIC 9(8)V99 VALUE 0.
           05 WS-REFUND-ACCT-TOTAL PIC 9(8)V99 VALUE 0.
           05 WS-REFUND-RELAY-TOTAL PIC 9(8)V99 VALUE 0.
       01 WS-REFUND-MERCH-TOTAL PIC 9(8)V99 VALUE 0.
       01 WS-REFUND-TAX-TOTAL PIC 9(8)V99 VALUE 0.
       01 WS-NET-REVENUE-TOTAL PIC S9(8)V99 VALUE 0.
       01 WS-DEPOSIT-REDEEMED-TOTAL PIC 9(8)V99 VALUE 0.
       01 WS-TENDER-SHARE PIC 9(8)V99 VALUE 0.

      *> Van delivery fees (zone fee plus any same-day surcharge) are
      *> revenue of their own, kept apart from the flower revenue; a
      *> refunded fee rides on the RTRN record.
       01 WS-DELIVERY-FEE-COUNT PIC 9(6) VALUE 0.
       01 WS-DELIVERY-FEE-TOTAL PIC 9(8)V99 VALUE 0.
       01 WS-SAME-DAY-COUNT PIC 9(6) VALUE 0.
       01 WS-SAME-DAY-TOTAL PIC 9(8)V99 VALUE 0.
       01 WS-REFUND-DELIVERY-TOTAL PIC 9(8)V99 VALUE 0.
       01 WS-NET-DELIVERY-TOTAL PIC S9(8)V99 VALUE 0.

       01 WS-GRAND-REVENUE-TOTAL PIC 9(8)V99 VALUE 0.
       01 WS-TAX-COLLECTED-TOTAL PIC 9(8)V99 VALUE 0.
       01 WS-ED-BIG-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
                                   TO WS-GRAND-REVENUE-TOTAL
                               ADD OT-TAX-AMOUNT
                                   TO WS-TAX-COLLECTED-TOTAL
                               PERFORM SUMMARIZE-DELIVERY-FEE
                       END-EVALUATE
               END-READ
           END-PERFORM.

       SUMMARIZE-DELIVERY-FEE.
           IF OT-DELIVERY-FEE > 0
               ADD 1 TO WS-DELIVERY-FEE-COUNT
               ADD OT-DELIVERY-FEE TO WS-DELIVERY-FEE-TOTAL
               IF OT-SAME-DAY-SURCHARGE > 0
                   ADD 1 TO WS-SAME-DAY-COUNT
                   ADD OT-SAME-DAY-SURCHARGE TO WS-SAME-DAY-TOTAL
               END-IF
           END-IF.

       SUMMARIZE-ORDER-LINE-ITEMS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > OT-LINE-ITEM-COUNT
           ADD 1 TO WS-REFUND-COUNT.
           ADD OT-MERCHANDISE-SUBTOTAL TO WS-REFUND-MERCH-TOTAL.
           ADD OT-TAX-AMOUNT TO WS-REFUND-TAX-TOTAL.
           ADD OT-DELIVERY-FEE TO WS-REFUND-DELIVERY-TOTAL.
           EVALUATE TRUE
               WHEN OT-TENDER-CASH
                   ADD OT-GRAND-TOTAL TO WS-REFUND-CASH-TOTAL
                   ADD OT-GRAND-TOTAL TO WS-REFUND-GIFT-TOTAL
               WHEN OT-TENDER-ACCT
                   ADD OT-GRAND-TOTAL TO WS-REFUND-ACCT-TOTAL
               WHEN OT-TENDER-RELAY
                   ADD OT-GRAND-TOTAL TO WS-REFUND-RELAY-TOTAL
           END-EVALUATE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > OT-LINE-ITEM-COUNT
                       TO RSE-ACCT-TOTAL(WS-REGISTER-IDX)
               WHEN OT-TENDER-COD
                   ADD WS-TENDER-SHARE TO WS-COD-TOTAL
               WHEN OT-TENDER-RELAY
                   ADD WS-TENDER-SHARE TO WS-RELAY-TOTAL
               WHEN OT-TENDER-GIFT
                   ADD OT-GIFT-AMOUNT-APPLIED TO WS-GIFT-TOTAL
                   ADD OT-GIFT-AMOUNT-APPLIED
               DISPLAY "  COD (with the driver, unsettled): $"
                   WS-ED-BIG-AMOUNT
           END-IF.
           IF WS-RELAY-TOTAL > 0
               MOVE WS-RELAY-TOTAL TO WS-ED-BIG-AMOUNT
               DISPLAY "  Incoming relays (settled by wire service): $"
                   WS-ED-BIG-AMOUNT
           END-IF.
           DISPLAY " ".
           DISPLAY "By register:".
           PERFORM VARYING WS-REGISTER-IDX FROM 1 BY 1
               DISPLAY "  Refunded to gift certificates: $" WS-ED-BIG-AMOUNT
               MOVE WS-REFUND-ACCT-TOTAL TO WS-ED-BIG-AMOUNT
               DISPLAY "  Credited to house accounts: $" WS-ED-BIG-AMOUNT
               IF WS-REFUND-RELAY-TOTAL > 0
                   MOVE WS-REFUND-RELAY-TOTAL TO WS-ED-BIG-AMOUNT
                   DISPLAY "  Credited back to relay partners: $"
                       WS-ED-BIG-AMOUNT
               END-IF
           END-IF.
           IF WS-DEPOSIT-COUNT > 0 OR WS-DEPOSIT-REDEEMED-TOTAL > 0
               DISPLAY " "
               MOVE WS-NET-REVENUE-TOTAL TO WS-ED-SIGNED-AMOUNT
               DISPLAY "Net revenue after refunds: $" WS-ED-SIGNED-AMOUNT
           END-IF.
           IF WS-DELIVERY-FEE-COUNT > 0 OR WS-REFUND-DELIVERY-TOTAL > 0
               DISPLAY " "
               DISPLAY "Delivery fees (not in the revenue above):"
               DISPLAY "  Orders charged a fee: " WS-DELIVERY-FEE-COUNT
               MOVE WS-DELIVERY-FEE-TOTAL TO WS-ED-BIG-AMOUNT
               DISPLAY "  Delivery fee revenue (pre-tax): $"
                   WS-ED-BIG-AMOUNT
               IF WS-SAME-DAY-COUNT > 0
                   MOVE WS-SAME-DAY-TOTAL TO WS-ED-BIG-AMOUNT
                   DISPLAY "    incl. same-day surcharges ("
                       WS-SAME-DAY-COUNT "): $" WS-ED-BIG-AMOUNT
               END-IF
               MOVE WS-REFUND-DELIVERY-TOTAL TO WS-ED-BIG-AMOUNT
               DISPLAY "  Delivery fees refunded: $" WS-ED-BIG-AMOUNT
               COMPUTE WS-NET-DELIVERY-TOTAL =
                   WS-DELIVERY-FEE-TOTAL - WS-REFUND-DELIVERY-TOTAL
               MOVE WS-NET-DELIVERY-TOTAL TO WS-ED-SIGNED-AMOUNT
               DISPLAY "  Net delivery fee revenue: $"
                   WS-ED-SIGNED-AMOUNT
           END-IF.
           DISPLAY "---------------------------------------------------".
