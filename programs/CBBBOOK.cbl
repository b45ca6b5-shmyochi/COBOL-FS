               ALTERNATE RECORD KEY IS CM-PHONE-NUMBER WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.

      *> Read-only: the clerk signs on against it, as at the register.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EM-STATUS.

      *> Read-only: a booking delivered by the van is charged its
      *> zone's fee, as at the register.
           SELECT DELIVERY-ZONE-FILE ASSIGN TO "DLVZONE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DZ-ZONE-KEY
               FILE STATUS IS WS-DZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOKED-ORDER-FILE.
       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTMAST.cpy".

       FD  EMPLOYEE-MASTER-FILE.
           COPY "EMPMAST.cpy".

       FD  DELIVERY-ZONE-FILE.
           COPY "DLVZONE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BK-STATUS PIC XX.
       01 WS-BS-STATUS PIC XX.
       01 WS-OS-STATUS PIC XX.
       01 WS-TC-STATUS PIC XX.
       01 WS-CM-STATUS PIC XX.
       01 WS-EM-STATUS PIC XX.
       01 WS-DZ-STATUS PIC XX.

       01 WS-MENU-CHOICE PIC X.
       01 WS-REGISTER-ID PIC X(4) VALUE SPACES.
       01 WS-ED-AMOUNT PIC ZZZ,ZZ9.99.
       01 WS-TAX-RATE PIC 9(2)V999 VALUE 0.

      *> Clerk signed on to the book; stamped on every sales record.
       01 WS-CLERK-ID PIC X(6) VALUE SPACES.
       01 WS-CLERK-NAME PIC X(30) VALUE SPACES.
       01 WS-PIN-EMPLOYEE-ID PIC X(6) VALUE SPACES.
       01 WS-PIN-ENTRY PIC X(4) VALUE SPACES.
       01 WS-PIN-ATTEMPTS PIC 9 VALUE 0.
       01 WS-PIN-ACCEPTED-SW PIC X VALUE "N".
           88 WS-PIN-ACCEPTED VALUE "Y".

       01 WS-ARR-FILE-OPEN-SW PIC X VALUE "N".
           88 WS-ARR-FILE-OPEN VALUE "Y".
       01 WS-LOT-FILE-OPEN-SW PIC X VALUE "N".
           88 WS-LOT-FILE-OPEN VALUE "Y".
       01 WS-CUST-FILE-OPEN-SW PIC X VALUE "N".
           88 WS-CUST-FILE-OPEN VALUE "Y".
       01 WS-ZONE-FILE-OPEN-SW PIC X VALUE "N".
           88 WS-ZONE-FILE-OPEN VALUE "Y".
       01 WS-ZONE-FOUND-SW PIC X VALUE "N".
           88 WS-ZONE-FOUND VALUE "Y".
       01 WS-ZONE-ENTRY PIC X(10) VALUE SPACES.

       01 WS-BOOKING-NUMBER PIC 9(8) VALUE 0.
       01 WS-BOOKING-ENTRY PIC 9(8) VALUE 0.
           DISPLAY "Enter the register ID (e.g. R1): ".
           ACCEPT WS-REGISTER-ID.

           PERFORM SIGN-ON-CLERK.
           IF NOT WS-PIN-ACCEPTED
               STOP RUN
           END-IF.

           PERFORM OPEN-ALL-FILES.
           PERFORM READ-TAX-RATE.

           PERFORM CLOSE-ALL-FILES.
           STOP RUN.

      *> Three tries at the ID and PIN, as at the register. The staff
      *> file is only needed for the sign-on.
       SIGN-ON-CLERK.
           MOVE "N" TO WS-PIN-ACCEPTED-SW.
           MOVE 0 TO WS-PIN-ATTEMPTS.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EM-STATUS NOT = "00"
               DISPLAY "No staff are on file. Enroll them in CBBEMPLD."
               EXIT PARAGRAPH
           END-IF.
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
           CLOSE EMPLOYEE-MASTER-FILE.

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

       OPEN-ALL-FILES.
           OPEN I-O BOOKED-ORDER-FILE.
           IF WS-BK-STATUS = "35"
               SET WS-CUST-FILE-OPEN TO TRUE
           END-IF.

           OPEN INPUT DELIVERY-ZONE-FILE.
           IF WS-DZ-STATUS = "00"
               SET WS-ZONE-FILE-OPEN TO TRUE
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE BOOKED-ORDER-FILE.
           CLOSE FLOWER-MASTER-FILE.
           IF WS-CUST-FILE-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           IF WS-ZONE-FILE-OPEN
               CLOSE DELIVERY-ZONE-FILE
           END-IF.

       READ-TAX-RATE.
           OPEN INPUT TAX-CONFIG-FILE.
           MOVE WS-BOOKING-NUMBER TO BK-BOOKING-NUMBER.
           MOVE WS-SYS-DATE TO BK-BOOKED-DATE.
           SET BK-IS-BOOKED TO TRUE.
           MOVE "N" TO BK-TAX-EXEMPT-FLAG.

           PERFORM ASK-BOOKING-CUSTOMER.
           DISPLAY "Enter the event date (YYYYMMDD): ".
                   NOT INVALID KEY
                       MOVE CM-CUSTOMER-ID TO BK-CUSTOMER-ID
                       MOVE CM-CUSTOMER-NAME TO BK-CUSTOMER-NAME
                       PERFORM CHECK-TAX-EXEMPTION
               END-READ
           END-IF.
           IF BK-CUSTOMER-NAME = SPACES
               ACCEPT BK-CUSTOMER-NAME
           END-IF.

      *> As at the register: an exempt customer is booked without tax
      *> while the certificate on file is current; an expired one is
      *> warned about and taxed. The exemption is locked to the
      *> booking with the prices.
       CHECK-TAX-EXEMPTION.
           IF CM-IS-TAX-EXEMPT
               IF CM-EXEMPT-CERT-EXPIRY < WS-SYS-DATE
                   DISPLAY "*** Tax exemption certificate "
                       CM-EXEMPT-CERT-NUMBER " expired "
                       CM-EXEMPT-CERT-EXPIRY
                       ". Sales tax will be charged."
                   DISPLAY "*** Ask the customer for the renewed"
                       " certificate and update the customer master."
               ELSE
                   SET BK-IS-TAX-EXEMPT TO TRUE
                   MOVE CM-EXEMPT-CERT-NUMBER TO BK-EXEMPT-CERT-NUMBER
                   DISPLAY "Tax exempt, certificate "
                       BK-EXEMPT-CERT-NUMBER " (expires "
                       CM-EXEMPT-CERT-EXPIRY ")."
               END-IF
           END-IF.

       ASK-BOOKING-DELIVERY.
           DISPLAY "Deliver on the event date? (Y/N)".
           ACCEPT WS-DELIVERY-RESPONSE.
               SET BK-IS-DELIVERY-ORDER TO TRUE
               DISPLAY "Enter the delivery address: "
               ACCEPT BK-DELIVERY-ADDRESS
               PERFORM ASK-BOOKING-ZONE
               DISPLAY "Enter the delivery time (HHMMSS): "
               ACCEPT BK-DELIVERY-TIME
           ELSE
               MOVE "N" TO BK-DELIVERY-FLAG
               DISPLAY "Enter the pickup time (HHMMSS): "
               ACCEPT BK-DELIVERY-TIME
           END-IF.
           DISPLAY "Enter the enclosure card message (Enter for none): ".
           ACCEPT BK-CARD-MESSAGE.

      *> The zone's fee is locked to the booking with the prices;
      *> the same-day surcharge applies when the event is today.
      *> Enter with nothing keyed books the delivery with no fee.
       ASK-BOOKING-ZONE.
           MOVE SPACES TO BK-DELIVERY-ZONE.
           MOVE 0 TO BK-DELIVERY-FEE.
           MOVE 0 TO BK-SAME-DAY-SURCHARGE.
           IF NOT WS-ZONE-FILE-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-ZONE-FOUND-SW.
           PERFORM UNTIL WS-ZONE-FOUND
               DISPLAY "Enter the delivery ZIP code or area"
                   " (? to list the zones): "
               ACCEPT WS-ZONE-ENTRY
               EVALUATE TRUE
                   WHEN WS-ZONE-ENTRY = SPACES
                       DISPLAY "No zone keyed. No delivery fee will"
                           " be charged."
                       EXIT PARAGRAPH
                   WHEN WS-ZONE-ENTRY = "?"
                       PERFORM LIST-DELIVERY-ZONES
                   WHEN OTHER
                       MOVE WS-ZONE-ENTRY TO DZ-ZONE-KEY
                       READ DELIVERY-ZONE-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF DZ-IS-ACTIVE
                                   SET WS-ZONE-FOUND TO TRUE
                               END-IF
                       END-READ
                       IF NOT WS-ZONE-FOUND
                           DISPLAY WS-ZONE-ENTRY " is not a zone the"
                               " van delivers to."
                       END-IF
               END-EVALUATE
           END-PERFORM.
           MOVE DZ-ZONE-KEY TO BK-DELIVERY-ZONE.
           MOVE DZ-DELIVERY-FEE TO BK-DELIVERY-FEE.
           IF BK-EVENT-DATE = BK-BOOKED-DATE
               MOVE DZ-SAME-DAY-SURCHARGE TO BK-SAME-DAY-SURCHARGE
               ADD BK-SAME-DAY-SURCHARGE TO BK-DELIVERY-FEE
           END-IF.
           MOVE BK-DELIVERY-FEE TO WS-ED-AMOUNT.
           DISPLAY "Delivery to " DZ-ZONE-NAME ": $" WS-ED-AMOUNT.

       LIST-DELIVERY-ZONES.
           MOVE LOW-VALUES TO DZ-ZONE-KEY.
           START DELIVERY-ZONE-FILE KEY IS NOT LESS THAN DZ-ZONE-KEY
               INVALID KEY
                   MOVE "10" TO WS-DZ-STATUS
           END-START.
           PERFORM UNTIL WS-DZ-STATUS NOT = "00"
               READ DELIVERY-ZONE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-DZ-STATUS
                   NOT AT END
                       IF DZ-IS-ACTIVE
                           MOVE DZ-DELIVERY-FEE TO WS-ED-AMOUNT
                           DISPLAY "  " DZ-ZONE-KEY " " DZ-ZONE-NAME
                               " $" WS-ED-AMOUNT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-DZ-STATUS.

       ENTER-BOOKING-LINES.
           DISPLAY "Enter flower or arrangement codes"
                   TO BK-MERCHANDISE-SUBTOTAL
           END-PERFORM.
           MOVE WS-TAX-RATE TO BK-TAX-RATE.
           IF BK-IS-TAX-EXEMPT
               MOVE 0 TO BK-TAX-RATE
           END-IF.
           COMPUTE BK-TAX-AMOUNT ROUNDED =
               (BK-MERCHANDISE-SUBTOTAL + BK-DELIVERY-FEE)
               * BK-TAX-RATE / 100.
           COMPUTE BK-GRAND-TOTAL =
               BK-MERCHANDISE-SUBTOTAL + BK-DELIVERY-FEE
               + BK-TAX-AMOUNT.
           MOVE BK-GRAND-TOTAL TO WS-ED-AMOUNT.
           DISPLAY "Booking total (with tax): $" WS-ED-AMOUNT.

               DISPLAY BK-ITEM-FLOWER-CODE(WS-IDX) " QTY "
                   BK-ITEM-QUANTITY(WS-IDX) " @ $" WS-ED-AMOUNT
           END-PERFORM.
           IF BK-DELIVERY-FEE > 0
               MOVE BK-DELIVERY-FEE TO WS-ED-AMOUNT
               DISPLAY "Delivery (zone " BK-DELIVERY-ZONE "): $"
                   WS-ED-AMOUNT
           END-IF.
           MOVE BK-TAX-AMOUNT TO WS-ED-AMOUNT.
           DISPLAY "Sales tax:   $" WS-ED-AMOUNT.
           IF BK-IS-TAX-EXEMPT
               DISPLAY "  Tax exempt - certificate "
                   BK-EXEMPT-CERT-NUMBER
           END-IF.
           MOVE BK-GRAND-TOTAL TO WS-ED-AMOUNT.
           DISPLAY "Total:       $" WS-ED-AMOUNT.
           MOVE BK-DEPOSIT-PAID TO WS-ED-AMOUNT.
      *> Cancellation: reserved stock goes back on the shelf with a
      *> reversing UNRV record so the nightly audit still foots. The
      *> deposit is settled by hand: refund it from the drawer as a
      *> deposit refund paid-out in CBBDRAWR, which takes it off the
      *> deposits held, or keep it per the booking terms.
      *> ------------------------------------------------------------
       CANCEL-BOOKING.
           DISPLAY "Enter the booking number: ".
                   MOVE BK-DEPOSIT-PAID TO WS-ED-AMOUNT
                   DISPLAY "Booking " BK-BOOKING-NUMBER " cancelled."
                   DISPLAY "Deposit on the books: $" WS-ED-AMOUNT "."
                       " Refund it in CBBDRAWR as a paid-out, answering"
                       " Y to deposit refund, or keep it per the"
                       " booking terms."
           END-EVALUATE.

       PUT-BACK-BOOKING-STOCK.
           MOVE WS-SYS-TIME TO OT-ORDER-TIME.
           MOVE BK-CUSTOMER-ID TO OT-CUSTOMER-ID.
           MOVE WS-REGISTER-ID TO OT-REGISTER-ID.
           MOVE WS-CLERK-ID TO OT-CLERK-ID.
           SET OT-IS-DEPOSIT TO TRUE.
           MOVE BK-BOOKING-NUMBER TO OT-BOOKING-NUMBER.
           MOVE 0 TO OT-LINE-ITEM-COUNT.
           MOVE WS-SYS-TIME TO OT-ORDER-TIME.
           MOVE BK-CUSTOMER-ID TO OT-CUSTOMER-ID.
           MOVE WS-REGISTER-ID TO OT-REGISTER-ID.
           MOVE WS-CLERK-ID TO OT-CLERK-ID.
           MOVE WS-TRANS-TYPE TO OT-TRANS-TYPE.
           MOVE BK-BOOKING-NUMBER TO OT-BOOKING-NUMBER.
           MOVE BK-LINE-ITEM-COUNT TO OT-LINE-ITEM-COUNT.
           MOVE WS-SYS-TIME TO OT-ORDER-TIME.
           MOVE BK-CUSTOMER-ID TO OT-CUSTOMER-ID.
           MOVE WS-REGISTER-ID TO OT-REGISTER-ID.
           MOVE WS-CLERK-ID TO OT-CLERK-ID.
           SET OT-IS-SALE TO TRUE.
           MOVE BK-BOOKING-NUMBER TO OT-BOOKING-NUMBER.
           MOVE BK-DEPOSIT-PAID TO OT-DEPOSIT-APPLIED.
           MOVE BK-DELIVERY-ADDRESS TO OT-DELIVERY-ADDRESS.
           MOVE BK-EVENT-DATE TO OT-DELIVERY-DATE.
           MOVE BK-DELIVERY-TIME TO OT-DELIVERY-TIME.
           MOVE BK-DELIVERY-ZONE TO OT-DELIVERY-ZONE.
           MOVE BK-DELIVERY-FEE TO OT-DELIVERY-FEE.
           MOVE BK-SAME-DAY-SURCHARGE TO OT-SAME-DAY-SURCHARGE.
           MOVE BK-TAX-EXEMPT-FLAG TO OT-TAX-EXEMPT-FLAG.
           MOVE BK-EXEMPT-CERT-NUMBER TO OT-EXEMPT-CERT-NUMBER.
           PERFORM APPEND-ORDER-TRANS.
           DISPLAY "Pickup recorded as transaction "
               OT-ORDER-NUMBER ".".
