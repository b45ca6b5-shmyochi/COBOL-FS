               RECORD KEY IS AM-ARRANGE-CODE
               FILE STATUS IS WS-AM-STATUS.

      *> Read-only: the clerk signs on against it, and a void needs a
      *> manager's ID and PIN checked against it.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-TRANS-FILE.
       FD  ARRANGEMENT-MASTER-FILE.
           COPY "ARRMAST.cpy".

       FD  EMPLOYEE-MASTER-FILE.
           COPY "EMPMAST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OT-STATUS PIC XX.
       01 WS-FM-STATUS PIC XX.
       01 WS-AM-STATUS PIC XX.
       01 WS-LOT-STATUS PIC XX.
       01 WS-AV-STATUS PIC XX.
       01 WS-EM-STATUS PIC XX.

      *> Archive search: the clerk keys the sale date off the
      *> receipt and the dated archives from there to today are
       01 WS-RETURN-DISCOUNT PIC 9(6)V99 VALUE 0.
       01 WS-RETURN-TAX PIC 9(6)V99 VALUE 0.
       01 WS-REFUND-TOTAL PIC 9(6)V99 VALUE 0.
      *> The share of a relay order's fill amount that goes with the
      *> returned lines, so the relay reconciliation nets it off.
       01 WS-RETURN-FILL-AMOUNT PIC 9(6)V99 VALUE 0.
      *> The van delivery fee comes back whole or not at all, once
      *> per sale; a void always gives it back.
       01 WS-FEE-ALREADY-REFUNDED PIC 9(4)V99 VALUE 0.
       01 WS-FEE-REFUNDABLE PIC 9(4)V99 VALUE 0.
       01 WS-RETURN-DELIVERY-FEE PIC 9(4)V99 VALUE 0.
       01 WS-RETURN-SURCHARGE PIC 9(4)V99 VALUE 0.
       01 WS-FEE-RESPONSE PIC X.
       01 WS-NEW-ORDER-NUMBER PIC 9(8) VALUE 0.
       01 WS-REFUND-RESPONSE PIC X.
       01 WS-REFUND-TYPE PIC X(4) VALUE SPACES.

       01 WS-REGISTER-ID PIC X(4) VALUE SPACES.

      *> Clerk at the desk, and the manager who authorized a void;
      *> both ride on the RTRN record.
       01 WS-CLERK-ID PIC X(6) VALUE SPACES.
       01 WS-CLERK-NAME PIC X(30) VALUE SPACES.
       01 WS-VOID-MANAGER-ID PIC X(6) VALUE SPACES.
       01 WS-PIN-EMPLOYEE-ID PIC X(6) VALUE SPACES.
       01 WS-PIN-ENTRY PIC X(4) VALUE SPACES.
       01 WS-PIN-ATTEMPTS PIC 9 VALUE 0.
       01 WS-PIN-ACCEPTED-SW PIC X VALUE "N".
           88 WS-PIN-ACCEPTED VALUE "Y".

       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-DATE-TIME-FIELDS REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-SYS-DATE PIC 9(8).
           DISPLAY "Enter the register ID (e.g. R1): ".
           ACCEPT WS-REGISTER-ID.

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

           PERFORM UNTIL WS-MENU-CHOICE = "4"
               PERFORM DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE
                       PERFORM PROCESS-RETURN
                   WHEN "2"
                       SET WS-VOID-MODE TO TRUE
                       PERFORM AUTHORIZE-VOID
                       IF WS-PIN-ACCEPTED
                           PERFORM PROCESS-RETURN
                       END-IF
                   WHEN "3" PERFORM ORDER-INQUIRY
                   WHEN "4" CONTINUE
                   WHEN OTHER DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER-FILE.
           STOP RUN.

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

      *> A void reverses the whole sale, so a manager keys their ID
      *> and PIN at the desk for each one, and is recorded on the RTRN.
       AUTHORIZE-VOID.
           MOVE SPACES TO WS-VOID-MANAGER-ID.
           DISPLAY "A void needs a manager. Manager ID: ".
           ACCEPT WS-PIN-EMPLOYEE-ID.
           DISPLAY "Manager PIN: ".
           ACCEPT WS-PIN-ENTRY.
           PERFORM VERIFY-EMPLOYEE-PIN.
           IF WS-PIN-ACCEPTED AND NOT EM-IS-MANAGER
               MOVE "N" TO WS-PIN-ACCEPTED-SW
           END-IF.
           IF WS-PIN-ACCEPTED
               MOVE EM-EMPLOYEE-ID TO WS-VOID-MANAGER-ID
           ELSE
               DISPLAY "Manager ID or PIN not accepted. No void."
           END-IF.

      *> Checks WS-PIN-ENTRY against the active employee keyed in
      *> WS-PIN-EMPLOYEE-ID. On success the employee record is left
      *> in EMPLOYEE-MASTER-RECORD so the caller can test the role.
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
           DISPLAY "RETURNS AND REFUNDS".
                   " archives."
           ELSE
               PERFORM SELECT-RETURN-LINES
               PERFORM SELECT-DELIVERY-FEE-REFUND
               IF WS-RETURN-LINE-COUNT = 0
                       AND WS-RETURN-DELIVERY-FEE = 0
                   DISPLAY "Nothing selected. No return recorded."
               ELSE
                   PERFORM PRICE-THE-REFUND
                   PERFORM ASK-REFUND-TENDER
      *> An outgoing relay never took stems off our shelf.
                   IF NOT WO-IS-RELAY-OUT
                       PERFORM RESTOCK-RETURNED-ITEMS
                   END-IF
                   PERFORM WRITE-RETURN-TRANSACTION
               END-IF
           END-IF.
               MOVE WO-DISCOUNT-AMOUNT TO WS-ED-AMOUNT
               DISPLAY "Discount:   -$" WS-ED-AMOUNT
           END-IF.
           IF WO-DELIVERY-FEE > 0
               MOVE WO-DELIVERY-FEE TO WS-ED-AMOUNT
               DISPLAY "Delivery:    $" WS-ED-AMOUNT
                   " (zone " WO-DELIVERY-ZONE ")"
               IF WS-FEE-ALREADY-REFUNDED > 0
                   DISPLAY "    (delivery fee already refunded)"
               END-IF
           END-IF.
           MOVE WO-TAX-AMOUNT TO WS-ED-AMOUNT.
           DISPLAY "Sales Tax:   $" WS-ED-AMOUNT.
           IF WO-IS-TAX-EXEMPT
               DISPLAY "  Tax exempt - certificate "
                   WO-EXEMPT-CERT-NUMBER
           END-IF.
           MOVE WO-GRAND-TOTAL TO WS-ED-AMOUNT.
           DISPLAY "Total:       $" WS-ED-AMOUNT.
           DISPLAY "Tendered by " WO-TENDER-TYPE ".".
           IF WO-IS-RELAY-OUT
               DISPLAY "Relayed to " WO-RELAY-PARTNER-ID " ref "
                   WO-RELAY-PARTNER-REF " for " WO-RECIPIENT-NAME
           END-IF.
           IF WO-IS-RELAY-IN
               DISPLAY "Relay from " WO-RELAY-PARTNER-ID " ref "
                   WO-RELAY-PARTNER-REF " for " WO-RECIPIENT-NAME
           END-IF.
           IF WO-IS-DELIVERY-ORDER
               DISPLAY "Delivery to: " WO-DELIVERY-ADDRESS
               DISPLAY "Due " WO-DELIVERY-DATE " at "
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 20
               MOVE 0 TO WS-ALREADY-RETURNED(WS-IDX)
           END-PERFORM.
           MOVE 0 TO WS-FEE-ALREADY-REFUNDED.

           OPEN INPUT ORDER-TRANS-FILE.
           IF WS-OT-STATUS NOT = "00"
                   END-IF
               END-PERFORM
           END-PERFORM.
           ADD AT-DELIVERY-FEE TO WS-FEE-ALREADY-REFUNDED.

      *> A return taken earlier today against the archived sale is
      *> still on the live file; the first live pass could not count
                   END-IF
               END-PERFORM
           END-PERFORM.
           ADD OT-DELIVERY-FEE TO WS-FEE-ALREADY-REFUNDED.

       SELECT-RETURN-LINES.
           MOVE 0 TO WS-RETURN-LINE-COUNT.
               END-IF
           END-IF.

      *> The delivery fee is not a line: a void gives back whatever
      *> of it has not been refunded, otherwise the clerk is asked
      *> (the van went out, so usually it stays). A fee-only refund
      *> with no lines selected is allowed.
       SELECT-DELIVERY-FEE-REFUND.
           MOVE 0 TO WS-RETURN-DELIVERY-FEE.
           MOVE 0 TO WS-RETURN-SURCHARGE.
           IF WO-DELIVERY-FEE > WS-FEE-ALREADY-REFUNDED
               COMPUTE WS-FEE-REFUNDABLE =
                   WO-DELIVERY-FEE - WS-FEE-ALREADY-REFUNDED
               IF WS-VOID-MODE
                   MOVE "Y" TO WS-FEE-RESPONSE
               ELSE
                   MOVE WS-FEE-REFUNDABLE TO WS-ED-AMOUNT
                   DISPLAY "Refund the delivery fee of $" WS-ED-AMOUNT
                       "? (Y/N)"
                   ACCEPT WS-FEE-RESPONSE
               END-IF
               IF WS-FEE-RESPONSE = "Y" OR WS-FEE-RESPONSE = "y"
                   MOVE WS-FEE-REFUNDABLE TO WS-RETURN-DELIVERY-FEE
                   IF WS-FEE-ALREADY-REFUNDED = 0
                       MOVE WO-SAME-DAY-SURCHARGE
                           TO WS-RETURN-SURCHARGE
                   END-IF
               END-IF
           END-IF.

      *> The refund carries the original order's discount and tax
      *> rate: the discount comes back proportionally to the share of
      *> merchandise being returned, and tax is recomputed on the
      *> discounted return amount plus any delivery fee given back, so
      *> a full void refunds exactly what was paid.
       PRICE-THE-REFUND.
           MOVE 0 TO WS-RETURN-SUBTOTAL.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               MOVE 0 TO WS-RETURN-DISCOUNT
           END-IF.
           COMPUTE WS-RETURN-TAX ROUNDED =
               (WS-RETURN-SUBTOTAL - WS-RETURN-DISCOUNT
               + WS-RETURN-DELIVERY-FEE) * WO-TAX-RATE / 100.
           COMPUTE WS-REFUND-TOTAL =
               WS-RETURN-SUBTOTAL - WS-RETURN-DISCOUNT
               + WS-RETURN-DELIVERY-FEE + WS-RETURN-TAX.
           MOVE 0 TO WS-RETURN-FILL-AMOUNT.
           IF WO-RELAY-FILL-AMOUNT > 0 AND WO-MERCHANDISE-SUBTOTAL > 0
               COMPUTE WS-RETURN-FILL-AMOUNT ROUNDED =
                   WO-RELAY-FILL-AMOUNT * WS-RETURN-SUBTOTAL
                   / WO-MERCHANDISE-SUBTOTAL
           END-IF.
           MOVE WS-REFUND-TOTAL TO WS-ED-AMOUNT.
           DISPLAY "Refund due: $" WS-ED-AMOUNT.

      *> An incoming relay was never paid at our counter: the credit
      *> goes back to the sending shop through the wire service.
       ASK-REFUND-TENDER.
           MOVE "N" TO WS-REFUND-SETTLED-SW.
           IF WO-IS-RELAY-IN
               MOVE "RLAY" TO WS-REFUND-TYPE
               DISPLAY "Relay from " WO-RELAY-PARTNER-ID ": credited"
                   " back to the sending shop through the wire service."
               SET WS-REFUND-SETTLED TO TRUE
           END-IF.
           PERFORM PRESENT-REFUND-MENU UNTIL WS-REFUND-SETTLED.

       PRESENT-REFUND-MENU.
           MOVE WS-SYS-TIME TO OT-ORDER-TIME.
           MOVE WO-CUSTOMER-ID TO OT-CUSTOMER-ID.
           MOVE WS-REGISTER-ID TO OT-REGISTER-ID.
           MOVE WS-CLERK-ID TO OT-CLERK-ID.
           IF WS-VOID-MODE
               MOVE WS-VOID-MANAGER-ID TO OT-OVERRIDE-MANAGER-ID
           END-IF.
           SET OT-IS-RETURN TO TRUE.
           MOVE WO-ORDER-NUMBER TO OT-ORIGINAL-ORDER-NUMBER.
           MOVE WS-RETURN-LINE-COUNT TO OT-LINE-ITEM-COUNT.
               MOVE WS-CARD-LAST-FOUR TO OT-CARD-LAST-FOUR
           END-IF.
           MOVE "N" TO OT-DELIVERY-FLAG.
           MOVE WO-DELIVERY-ZONE TO OT-DELIVERY-ZONE.
           MOVE WS-RETURN-DELIVERY-FEE TO OT-DELIVERY-FEE.
           MOVE WS-RETURN-SURCHARGE TO OT-SAME-DAY-SURCHARGE.
           MOVE WO-TAX-EXEMPT-FLAG TO OT-TAX-EXEMPT-FLAG.
           MOVE WO-EXEMPT-CERT-NUMBER TO OT-EXEMPT-CERT-NUMBER.
           MOVE WO-RELAY-TYPE TO OT-RELAY-TYPE.
           MOVE WO-RELAY-PARTNER-ID TO OT-RELAY-PARTNER-ID.
           MOVE WO-RELAY-PARTNER-REF TO OT-RELAY-PARTNER-REF.
           MOVE WS-RETURN-FILL-AMOUNT TO OT-RELAY-FILL-AMOUNT.
           MOVE WO-RECIPIENT-NAME TO OT-RECIPIENT-NAME.

           OPEN EXTEND ORDER-TRANS-FILE.
           WRITE ORDER-TRANS-RECORD.
