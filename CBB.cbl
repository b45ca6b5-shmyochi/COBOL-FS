               RECORD KEY IS DS-SESSION-KEY
               FILE STATUS IS WS-DS-STATUS.

      *> Read-only: staff and their PINs are maintained in CBBEMPLD.
      *> The clerk signs on against it, and a manager's PIN is
      *> checked against it for a credit-hold override.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EM-STATUS.

      *> Each regular customer's address book (CBBCMLD). Offered
      *> when an order goes out for delivery; a new recipient can be
      *> saved to it from here, and what was sent is written back.
           SELECT RECIPIENT-FILE ASSIGN TO "RECIPNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-RECIPIENT-KEY
               FILE STATUS IS WS-RC-STATUS.

      *> Read-only: the zones and their fees are maintained in
      *> CBBZONLD. A van order is charged the fee of its zone.
           SELECT DELIVERY-ZONE-FILE ASSIGN TO "DLVZONE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DZ-ZONE-KEY
               FILE STATUS IS WS-DZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FLOWER-MASTER-FILE.
       FD  DRAWER-SESSION-FILE.
           COPY "DRAWSESS.cpy".

       FD  EMPLOYEE-MASTER-FILE.
           COPY "EMPMAST.cpy".

       FD  RECIPIENT-FILE.
           COPY "RECIPNT.cpy".

       FD  DELIVERY-ZONE-FILE.
           COPY "DLVZONE.cpy".

       WORKING-STORAGE SECTION.
       01 PROGRAM-OPTIONS PIC X.
           88 PURCHASE-REQUEST VALUE "Y" "y".
      *> Credit hold, set by the aging run (CBBARAGE) on accounts
      *> 60+ days past due. The ACCT tender refuses a held account
      *> unless a manager overrides; the override is journaled to
      *> the receivables ledger and the sale with the ID of the
      *> manager whose PIN let it through.
       01 WS-OVERRIDE-RESPONSE PIC X.
       01 WS-HOLD-OVERRIDE-SW PIC X VALUE "N".
           88 WS-HOLD-OVERRIDDEN VALUE "Y".
       01 WS-OVERRIDE-MANAGER-ID PIC X(6) VALUE SPACES.

       01 ORDER-LINE-ITEMS-TABLE.
           05 WS-LINE-ITEM-COUNT PIC 9(2) VALUE 0.
       01 WS-AR-STATUS PIC XX.
       01 WS-HO-STATUS PIC XX.
       01 WS-QS-STATUS PIC XX.
       01 WS-EM-STATUS PIC XX.
       01 WS-RC-STATUS PIC XX.
       01 WS-DZ-STATUS PIC XX.

       01 WS-CUSTOMER-RESPONSE PIC X.
       01 WS-CUSTOMER-LOOKUP-KEY PIC X(10).
       01 WS-DELIVERY-TIME PIC 9(6) VALUE 0.
       01 WS-USE-ADDRESS-ON-FILE PIC X.

      *> The customer's saved recipient the order goes to (zero when
      *> the address was keyed fresh and not saved).
       01 WS-RECIPIENT-FILE-OPEN-SW PIC X VALUE "N".
           88 WS-RECIPIENT-FILE-OPEN VALUE "Y".
       01 WS-RECIPIENT-NUMBER PIC 9(2) VALUE 0.
       01 WS-RECIPIENT-ENTRY PIC 9(2) VALUE 0.
       01 WS-SAVED-RECIPIENT-COUNT PIC 9(2) VALUE 0.
       01 WS-HIGH-RECIPIENT PIC 9(2) VALUE 0.
       01 WS-SAVE-RECIPIENT-RESPONSE PIC X.
       01 WS-OCCASION-ENTRY PIC X(15).

      *> Van delivery charge: the zone the address is in and its fee,
      *> plus the zone's surcharge when the order goes out the same
      *> day it is rung. The fee is its own line on the receipt and
      *> is taxed with the flowers.
       01 WS-ZONE-FILE-OPEN-SW PIC X VALUE "N".
           88 WS-ZONE-FILE-OPEN VALUE "Y".
       01 WS-ZONE-FOUND-SW PIC X VALUE "N".
           88 WS-ZONE-FOUND VALUE "Y".
       01 WS-ZONE-ENTRY PIC X(10) VALUE SPACES.
       01 WS-DELIVERY-ZONE PIC X(10) VALUE SPACES.
       01 WS-DELIVERY-ZONE-NAME PIC X(20) VALUE SPACES.
       01 WS-DELIVERY-FEE PIC 9(4)V99 VALUE 0.
       01 WS-SAME-DAY-SURCHARGE PIC 9(4)V99 VALUE 0.

       01 WS-REGISTER-ID PIC X(4) VALUE SPACES.

      *> Register session: the clerk signs on once with the register
       01 WS-DRAWER-OPEN-SW PIC X VALUE "N".
           88 WS-DRAWER-OPEN VALUE "Y".

      *> The clerk keys an employee ID and PIN at sign-on; the ID is
      *> stamped on every transaction the session rings. The same
      *> PIN check serves the manager keying an override.
       01 WS-CLERK-ID PIC X(6) VALUE SPACES.
       01 WS-CLERK-NAME PIC X(30) VALUE SPACES.
       01 WS-PIN-EMPLOYEE-ID PIC X(6) VALUE SPACES.
       01 WS-PIN-ENTRY PIC X(4) VALUE SPACES.
       01 WS-PIN-ATTEMPTS PIC 9 VALUE 0.
       01 WS-PIN-ACCEPTED-SW PIC X VALUE "N".
           88 WS-PIN-ACCEPTED VALUE "Y".

      *> Held quotes: an order can be parked at checkout under a
      *> quote number (the stock goes back on the shelf) and recalled
      *> at the start of a later order, repriced against the current
       01 WS-HOLD-RESPONSE PIC X.
       01 WS-KEEP-QUOTE-DELIVERY PIC X.

      *> Wire-service relay orders. An outgoing relay is sold here and
      *> filled by a partner shop near the recipient, so its lines are
      *> priced from our masters but no stock is taken. An incoming
      *> relay is made and delivered here for a partner shop, which
      *> has already collected the money and the tax. Either way the
      *> filling shop earns the fill share of the merchandise value
      *> and the sending shop keeps the rest; the monthly relay
      *> reconciliation (CBBRELAY) lists what is owed each way.
       01 WS-ORDER-KIND-RESPONSE PIC X.
       01 WS-RELAY-TYPE PIC X VALUE SPACE.
           88 WS-IS-RELAY-OUT VALUE "O".
           88 WS-IS-RELAY-IN VALUE "I".
           88 WS-IS-RELAY-ORDER VALUE "O" "I".
       01 WS-RELAY-FILL-PERCENT PIC 9(3)V99 VALUE 80.00.
       01 WS-RELAY-PARTNER-ID PIC X(10) VALUE SPACES.
       01 WS-RELAY-PARTNER-REF PIC X(12) VALUE SPACES.
       01 WS-RELAY-FILL-AMOUNT PIC 9(6)V99 VALUE 0.
       01 WS-RECIPIENT-NAME PIC X(30) VALUE SPACES.
       01 WS-RECIPIENT-PHONE PIC X(10) VALUE SPACES.
       01 WS-CARD-MESSAGE PIC X(60) VALUE SPACES.

      *> Design-room work ticket: van orders and arrangements to be
      *> collected later are flagged on the sale with the time they
      *> must be ready and the enclosure card; CBBTICKT queues them.
       01 WS-WORK-TICKET-FLAG PIC X VALUE "N".
           88 WS-NEEDS-WORK-TICKET VALUE "Y".
       01 WS-READY-DATE PIC 9(8) VALUE 0.
       01 WS-READY-TIME PIC 9(6) VALUE 0.
       01 WS-HAS-ARRANGEMENT-SW PIC X VALUE "N".
           88 WS-HAS-ARRANGEMENT VALUE "Y".
       01 WS-LATER-PICKUP-RESPONSE PIC X.
       01 WS-CARD-ENTRY PIC X(60).

      *> The rate actually charged on this order: the shop rate, or
      *> zero where someone else collects the tax or the customer is
      *> exempt.
       01 WS-ORDER-TAX-RATE PIC 9(2)V999 VALUE 0.

      *> Set from the customer master when a tax-exempt customer with
      *> a current certificate is looked up; recorded on the sale.
       01 WS-TAX-EXEMPT-FLAG PIC X VALUE "N".
           88 WS-ORDER-TAX-EXEMPT VALUE "Y".
       01 WS-EXEMPT-CERT-NUMBER PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM OPEN-FILES.
           ACCEPT WS-REGISTER-ID.
           PERFORM CHECK-DRAWER-SESSION.
           IF WS-DRAWER-OPEN
               PERFORM SIGN-ON-CLERK
               IF WS-PIN-ACCEPTED
                   SET WS-SIGNED-ON TO TRUE
                   DISPLAY "Register " WS-REGISTER-ID " signed on for "
                       WS-SYS-DATE " by " WS-CLERK-NAME "."
               END-IF
           ELSE
               DISPLAY "Register " WS-REGISTER-ID " has no open drawer"
                   " session for today."
               DISPLAY "Open the drawer in CBBDRAWR first."
           END-IF.

      *> Three tries at the ID and PIN, then the register stays
      *> signed off.
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
           ELSE
               DISPLAY "Sign-on refused. See a manager (CBBEMPLD)."
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

      *> A failed read (no session yet, or DRAWSESS.DAT not created)
      *> takes neither branch and leaves the switch at N.
       CHECK-DRAWER-SESSION.
               SET WS-LOT-FILE-OPEN TO TRUE
           END-IF.

           OPEN I-O RECIPIENT-FILE.
           IF WS-RC-STATUS = "35"
               OPEN OUTPUT RECIPIENT-FILE
               CLOSE RECIPIENT-FILE
               OPEN I-O RECIPIENT-FILE
           END-IF.
           IF WS-RC-STATUS = "00"
               SET WS-RECIPIENT-FILE-OPEN TO TRUE
           END-IF.

      *> Opened read-only; a missing file just means no arrangements
      *> have been defined yet, and codes fall through as not found.
           OPEN INPUT ARRANGEMENT-MASTER-FILE.
               SET WS-ARR-FILE-OPEN TO TRUE
           END-IF.

      *> Likewise a shop with no zones set up in CBBZONLD delivers
      *> without a fee.
           OPEN INPUT DELIVERY-ZONE-FILE.
           IF WS-DZ-STATUS = "00"
               SET WS-ZONE-FILE-OPEN TO TRUE
           END-IF.

      *> Opened read-only; a missing file (status 35) just means no
      *> drawer has ever been opened, and sign-on will refuse.
           OPEN INPUT DRAWER-SESSION-FILE.

      *> Likewise a missing staff file means nobody can sign on
      *> until the first manager is enrolled in CBBEMPLD.
           OPEN INPUT EMPLOYEE-MASTER-FILE.

           OPEN INPUT TAX-CONFIG-FILE.
           IF WS-TC-STATUS = "35"
               PERFORM SEED-DEFAULT-TAX-RATE
           CLOSE GIFT-CERT-FILE.
           CLOSE HELD-ORDER-FILE.
           CLOSE DRAWER-SESSION-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           IF WS-ARR-FILE-OPEN
               CLOSE ARRANGEMENT-MASTER-FILE
           END-IF.
           IF WS-LOT-FILE-OPEN
               CLOSE FLOWER-LOT-FILE
           END-IF.
           IF WS-RECIPIENT-FILE-OPEN
               CLOSE RECIPIENT-FILE
           END-IF.
           IF WS-ZONE-FILE-OPEN
               CLOSE DELIVERY-ZONE-FILE
           END-IF.

       START-ORDER.
           PERFORM INITIALIZE-ORDER.
           PERFORM ASK-ORDER-KIND.
           MOVE "N" TO WS-QUOTE-RECALLED-SW.
           IF NOT WS-IS-RELAY-ORDER
               DISPLAY "Recall a held quote? (Y/N)"
               ACCEPT WS-RECALL-RESPONSE
               IF WS-RECALL-RESPONSE = "Y" OR WS-RECALL-RESPONSE = "y"
                   PERFORM RECALL-HELD-QUOTE
               END-IF
           END-IF.
      *> An incoming relay has no customer of ours: the partner shop
      *> is the customer and is named with the relay details.
           IF NOT WS-QUOTE-RECALLED AND NOT WS-IS-RELAY-IN
               PERFORM ASK-CUSTOMER-INFO
           END-IF.
      *> The flower list went up once at sign-on; it is not redrawn
           MOVE SPACES TO WS-DELIVERY-ADDRESS.
           MOVE 0 TO WS-DELIVERY-DATE.
           MOVE 0 TO WS-DELIVERY-TIME.
           MOVE SPACES TO WS-DELIVERY-ZONE.
           MOVE SPACES TO WS-DELIVERY-ZONE-NAME.
           MOVE 0 TO WS-DELIVERY-FEE.
           MOVE 0 TO WS-SAME-DAY-SURCHARGE.
           MOVE SPACES TO WS-GIFT-CERT-NUMBER.
           MOVE 0 TO WS-GIFT-AMOUNT-APPLIED.
           MOVE SPACES TO WS-SECOND-TENDER-TYPE.
      *> Cleared between customers: a session rings many orders and
      *> the previous customer must not leak into the next one.
           MOVE "N" TO WS-CUSTOMER-FOUND-SW.
           MOVE "N" TO WS-TAX-EXEMPT-FLAG.
           MOVE SPACES TO WS-EXEMPT-CERT-NUMBER.
           MOVE "N" TO WS-HOLD-OVERRIDE-SW.
           MOVE SPACES TO WS-OVERRIDE-MANAGER-ID.
           MOVE SPACE TO WS-RELAY-TYPE.
           MOVE SPACES TO WS-RELAY-PARTNER-ID.
           MOVE SPACES TO WS-RELAY-PARTNER-REF.
           MOVE 0 TO WS-RELAY-FILL-AMOUNT.
           MOVE SPACES TO WS-RECIPIENT-NAME.
           MOVE SPACES TO WS-RECIPIENT-PHONE.
           MOVE 0 TO WS-RECIPIENT-NUMBER.
           MOVE SPACES TO WS-CARD-MESSAGE.
           MOVE "N" TO WS-WORK-TICKET-FLAG.
           MOVE 0 TO WS-READY-DATE.
           MOVE 0 TO WS-READY-TIME.
           MOVE "N" TO WS-HAS-ARRANGEMENT-SW.

       ASK-ORDER-KIND.
           DISPLAY "Order type: (S)ale, (O)utgoing relay to a partner"
               " shop, (I)ncoming relay from a partner shop [S]: ".
           ACCEPT WS-ORDER-KIND-RESPONSE.
           EVALUATE WS-ORDER-KIND-RESPONSE
               WHEN "O"
               WHEN "o"
                   SET WS-IS-RELAY-OUT TO TRUE
                   DISPLAY "Outgoing relay: key the items as usual."
                       " The partner shop fills them from its own stock."
               WHEN "I"
               WHEN "i"
                   SET WS-IS-RELAY-IN TO TRUE
                   DISPLAY "Incoming relay: key the items we are to"
                       " make and deliver."
               WHEN OTHER
                   MOVE SPACE TO WS-RELAY-TYPE
           END-EVALUATE.

       ASK-CUSTOMER-INFO.
           DISPLAY "Is this a returning customer? (Y/N)".
               IF CUSTOMER-FOUND
                   DISPLAY "Welcome back, " CM-CUSTOMER-NAME "!"
                   MOVE CM-CUSTOMER-ID TO WS-ORDER-CUSTOMER-ID
                   PERFORM CHECK-TAX-EXEMPTION
                   IF CM-LAST-ORDER-ITEM-COUNT > 0
                       DISPLAY "Reorder your last order? (Y/N)"
                       ACCEPT WS-REORDER-RESPONSE
               END-IF
           END-IF.

      *> An exempt customer is rung without tax only while the
      *> certificate on file is current. An expired one is charged
      *> tax until the new certificate is entered in CBBCMLD.
       CHECK-TAX-EXEMPTION.
           MOVE "N" TO WS-TAX-EXEMPT-FLAG.
           MOVE SPACES TO WS-EXEMPT-CERT-NUMBER.
           IF NOT CM-IS-TAX-EXEMPT
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           IF CM-EXEMPT-CERT-EXPIRY < WS-SYS-DATE
               DISPLAY "*** Tax exemption certificate "
                   CM-EXEMPT-CERT-NUMBER " expired "
                   CM-EXEMPT-CERT-EXPIRY ". Sales tax will be charged."
               DISPLAY "*** Ask the customer for the renewed"
                   " certificate and update the customer master."
           ELSE
               SET WS-ORDER-TAX-EXEMPT TO TRUE
               MOVE CM-EXEMPT-CERT-NUMBER TO WS-EXEMPT-CERT-NUMBER
               DISPLAY "Tax exempt, certificate " WS-EXEMPT-CERT-NUMBER
                   " (expires " CM-EXEMPT-CERT-EXPIRY ")."
           END-IF.

       LOOKUP-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-FOUND-SW.
           MOVE WS-CUSTOMER-LOOKUP-KEY TO CM-CUSTOMER-ID.
               PERFORM LOOKUP-SALE-ITEM
               EVALUATE TRUE
                   WHEN FLOWER-FOUND
                       IF QUANTITY > FM-QTY-ON-HAND AND NOT WS-IS-RELAY-OUT
                           DISPLAY "Only " FM-QTY-ON-HAND " " FM-FLOWER-NAME
                               " left in stock. Skipping this item from your last order."
                       ELSE
               IF CUSTOMER-FOUND
                   DISPLAY "Welcome back, " CM-CUSTOMER-NAME "!"
                   MOVE CM-CUSTOMER-ID TO WS-ORDER-CUSTOMER-ID
                   PERFORM CHECK-TAX-EXEMPTION
               END-IF
           END-IF.
           MOVE HO-DELIVERY-FLAG TO WS-DELIVERY-FLAG.
           MOVE HO-DELIVERY-ADDRESS TO WS-DELIVERY-ADDRESS.
           MOVE HO-DELIVERY-DATE TO WS-DELIVERY-DATE.
           MOVE HO-DELIVERY-TIME TO WS-DELIVERY-TIME.
           MOVE HO-DELIVERY-ZONE TO WS-DELIVERY-ZONE.
           MOVE HO-CARD-MESSAGE TO WS-CARD-MESSAGE.
           MOVE HO-RECIPIENT-NUMBER TO WS-RECIPIENT-NUMBER.
           MOVE HO-RECIPIENT-NAME TO WS-RECIPIENT-NAME.
           MOVE HO-RECIPIENT-PHONE TO WS-RECIPIENT-PHONE.

           DISPLAY "Repricing quote " HO-QUOTE-NUMBER " of "
               HO-QUOTE-DATE " at current prices:".
               EVALUATE TRUE
                   WHEN FLOWER-FOUND
                       PERFORM ASK-QUANTITY
                       IF QUANTITY > FM-QTY-ON-HAND AND NOT WS-IS-RELAY-OUT
                           DISPLAY "Only " FM-QTY-ON-HAND " " FM-FLOWER-NAME
                               " left in stock. Please reduce the quantity or pick another flower."
                       ELSE
      *> be stale by the time the clerk keys a quantity, and the other
      *> register must not be able to sell the same stems in between.
       ADD-TO-TOTAL-PRICE.
           IF WS-IS-RELAY-OUT
               PERFORM ADD-RELAY-LINE-ITEM
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINE-ITEM-COUNT >= 20
               DISPLAY "Order already has the maximum of 20 line items."
               DISPLAY "Please checkout before adding more."
      *> The components come off the shelf first; the line is only
      *> added once every component stem was taken.
       ADD-ARRANGEMENT-TO-ORDER.
           IF WS-IS-RELAY-OUT
               PERFORM ADD-RELAY-LINE-ITEM
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINE-ITEM-COUNT >= 20
               DISPLAY "Order already has the maximum of 20 line items."
               DISPLAY "Please checkout before adding more."
                   MOVE AM-PRICE TO OLI-UNIT-PRICE(WS-LINE-ITEM-COUNT)
                   COMPUTE OLI-EXTENDED-PRICE(WS-LINE-ITEM-COUNT) =
                       AM-PRICE * QUANTITY
                   SET WS-HAS-ARRANGEMENT TO TRUE
               END-IF
           END-IF.

      *> An outgoing relay line is priced from our own master, stem or
      *> arrangement, but nothing is locked or taken off the shelf:
      *> the partner shop makes it up from its stock.
       ADD-RELAY-LINE-ITEM.
           IF WS-LINE-ITEM-COUNT >= 20
               DISPLAY "Order already has the maximum of 20 line items."
               DISPLAY "Please checkout before adding more."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LINE-ITEM-COUNT.
           IF ARRANGEMENT-FOUND
               MOVE AM-ARRANGE-CODE TO OLI-FLOWER-CODE(WS-LINE-ITEM-COUNT)
               MOVE AM-ARRANGE-NAME TO OLI-FLOWER-NAME(WS-LINE-ITEM-COUNT)
               MOVE AM-PRICE TO OLI-UNIT-PRICE(WS-LINE-ITEM-COUNT)
           ELSE
               MOVE FM-FLOWER-CODE TO OLI-FLOWER-CODE(WS-LINE-ITEM-COUNT)
               MOVE FM-FLOWER-NAME TO OLI-FLOWER-NAME(WS-LINE-ITEM-COUNT)
               MOVE FM-PRICE TO OLI-UNIT-PRICE(WS-LINE-ITEM-COUNT)
           END-IF.
           MOVE QUANTITY TO OLI-QUANTITY(WS-LINE-ITEM-COUNT).
           COMPUTE OLI-EXTENDED-PRICE(WS-LINE-ITEM-COUNT) =
               OLI-UNIT-PRICE(WS-LINE-ITEM-COUNT) * QUANTITY.
           ADD OLI-EXTENDED-PRICE(WS-LINE-ITEM-COUNT) TO TOTAL-PRICE.

      *> Each component stem is checked and decremented under its own
      *> record lock, exactly like a stem sale. A shortage part way
      *> through puts back the components already taken so a half
               PERFORM GET-ORDER UNTIL ORDER-CODE = "END"
               PERFORM CHECKOUT-OR-EXIT-PROGRAM
           ELSE
               IF WS-LINE-ITEM-COUNT > 0 AND WS-IS-RELAY-ORDER
                   PERFORM CHECKOUT-RELAY-ORDER
               END-IF
               IF WS-LINE-ITEM-COUNT > 0 AND NOT WS-IS-RELAY-ORDER
                   DISPLAY "(C)heck out now, or (H)old as a quote"
                       " for later?"
                   ACCEPT WS-HOLD-RESPONSE
                   IF WS-HOLD-RESPONSE = "H" OR WS-HOLD-RESPONSE = "h"
                       PERFORM HOLD-ORDER-AS-QUOTE
                   ELSE
      *> Delivery is asked before the total: the zone's delivery fee
      *> is taxed with the flowers, and collect-on-delivery is only
      *> offered once the order is known to be going out on the van.
                       PERFORM ASK-DELIVERY-OPTION
                       PERFORM PRICE-DELIVERY-FEE
                       PERFORM APPLY-PROMO-OR-STANDING-DISCOUNT
                       PERFORM CALCULATE-TAX-AND-GRAND-TOTAL
                       PERFORM DISPLAY-TOTAL-PRICE
                       PERFORM ASK-WORK-TICKET-DETAILS
                       PERFORM ASK-MODE-OF-PAYMENT
                       PERFORM WRITE-ORDER-TRANSACTION
                       PERFORM UPDATE-CUSTOMER-LAST-ORDER
                   END-IF
               END-IF
               IF WS-LINE-ITEM-COUNT = 0
                   DISPLAY "No items were ordered. Nothing to check out."
               END-IF
               PERFORM EXIT-PROGRAM
           END-IF.

      *> A relay order is checked out there and then, never held as a
      *> quote: the wire goes out (or the partner's order is taken)
      *> while the caller is on the line. An outgoing relay is paid
      *> for like any sale, discount and tax included; an incoming
      *> relay is settled through the wire service and carries no tax.
       CHECKOUT-RELAY-ORDER.
           PERFORM ASK-RELAY-DETAILS.
           IF WS-IS-RELAY-OUT
               PERFORM APPLY-PROMO-OR-STANDING-DISCOUNT
           END-IF.
           PERFORM CALCULATE-TAX-AND-GRAND-TOTAL.
           PERFORM DISPLAY-TOTAL-PRICE.
           IF WS-IS-RELAY-OUT
               PERFORM ASK-MODE-OF-PAYMENT
           ELSE
               PERFORM TAKE-RELAY-SETTLEMENT
           END-IF.
           PERFORM WRITE-ORDER-TRANSACTION.
           IF WS-IS-RELAY-OUT
               PERFORM UPDATE-CUSTOMER-LAST-ORDER
           END-IF.

      *> An incoming relay goes out on our van, so it is flagged for
      *> delivery to the recipient and CBBMANIF puts it on the route
      *> like any other delivery. An outgoing relay is delivered by
      *> the partner: the address is for the wire, not our driver.
      *> The fill share is worked on the merchandise value before any
      *> discount of ours; the discount is ours to bear.
       ASK-RELAY-DETAILS.
           PERFORM UNTIL WS-RELAY-PARTNER-ID NOT = SPACES
               IF WS-IS-RELAY-OUT
                   DISPLAY "Enter the filling shop's wire-service code: "
               ELSE
                   DISPLAY "Enter the sending shop's wire-service code: "
               END-IF
               ACCEPT WS-RELAY-PARTNER-ID
           END-PERFORM.
           DISPLAY "Enter the wire-service order reference: ".
           ACCEPT WS-RELAY-PARTNER-REF.
           IF WS-IS-RELAY-OUT AND CUSTOMER-FOUND
               PERFORM OFFER-SAVED-RECIPIENTS
           END-IF.
           PERFORM UNTIL WS-RECIPIENT-NAME NOT = SPACES
               DISPLAY "Enter the recipient's name: "
               ACCEPT WS-RECIPIENT-NAME
           END-PERFORM.
           PERFORM UNTIL WS-DELIVERY-ADDRESS NOT = SPACES
               DISPLAY "Enter the recipient's address: "
               ACCEPT WS-DELIVERY-ADDRESS
           END-PERFORM.
           IF WS-RECIPIENT-NUMBER = 0
               DISPLAY "Enter the recipient's phone number: "
               ACCEPT WS-RECIPIENT-PHONE
           END-IF.
      *> Our van's zone, for the route sheet only: the wire service
      *> settles an incoming relay, so no delivery fee is charged.
           IF WS-IS-RELAY-IN
               PERFORM ASK-DELIVERY-ZONE
           END-IF.
           DISPLAY "Enter the requested delivery date (YYYYMMDD): ".
           ACCEPT WS-DELIVERY-DATE.
           DISPLAY "Enter the requested delivery time (HHMMSS): ".
           ACCEPT WS-DELIVERY-TIME.
           IF WS-IS-RELAY-OUT AND CUSTOMER-FOUND
                   AND WS-RECIPIENT-NUMBER = 0
               PERFORM OFFER-TO-SAVE-RECIPIENT
           END-IF.
           DISPLAY "Enter the card message (Enter for none): ".
           ACCEPT WS-CARD-MESSAGE.
           IF WS-IS-RELAY-IN
               SET WS-IS-DELIVERY-ORDER TO TRUE
               SET WS-NEEDS-WORK-TICKET TO TRUE
               MOVE WS-DELIVERY-DATE TO WS-READY-DATE
               MOVE WS-DELIVERY-TIME TO WS-READY-TIME
           ELSE
               MOVE "N" TO WS-DELIVERY-FLAG
           END-IF.
           COMPUTE WS-RELAY-FILL-AMOUNT ROUNDED =
               TOTAL-PRICE * WS-RELAY-FILL-PERCENT / 100.

      *> Nothing is tendered for an incoming relay: the sending shop
      *> pays through the wire-service clearinghouse at month end.
       TAKE-RELAY-SETTLEMENT.
           MOVE "RLAY" TO WS-TENDER-TYPE.
           MOVE 0 TO WS-AMOUNT-TENDERED.
           MOVE 0 TO WS-CHANGE-DUE.
           DISPLAY "Settled through the wire service. Nothing to collect.".

      *> The read holds the record lock until the rewrite: the whole
      *> record goes back, and the other register may be moving the
      *> same customer's house-account balance in between.
      *> confirmed) here so they ride along on the held record.
       HOLD-ORDER-AS-QUOTE.
           PERFORM ASK-DELIVERY-OPTION.
           PERFORM PRICE-DELIVERY-FEE.
           IF WS-IS-DELIVERY-ORDER
               PERFORM ASK-CARD-MESSAGE
           END-IF.
           PERFORM GET-NEXT-QUOTE-NUMBER.
           INITIALIZE HELD-ORDER-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-DELIVERY-ADDRESS TO HO-DELIVERY-ADDRESS.
           MOVE WS-DELIVERY-DATE TO HO-DELIVERY-DATE.
           MOVE WS-DELIVERY-TIME TO HO-DELIVERY-TIME.
           MOVE WS-DELIVERY-ZONE TO HO-DELIVERY-ZONE.
           MOVE WS-CARD-MESSAGE TO HO-CARD-MESSAGE.
           MOVE WS-RECIPIENT-NUMBER TO HO-RECIPIENT-NUMBER.
           MOVE WS-RECIPIENT-NAME TO HO-RECIPIENT-NAME.
           MOVE WS-RECIPIENT-PHONE TO HO-RECIPIENT-PHONE.
           WRITE HELD-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Unable to hold the order as a quote."
           END-PERFORM.
           MOVE TOTAL-PRICE TO WS-ED-AMOUNT.
           DISPLAY "Quoted merchandise total: $" WS-ED-AMOUNT.
           IF WS-DELIVERY-FEE > 0
               MOVE WS-DELIVERY-FEE TO WS-ED-AMOUNT
               DISPLAY "Delivery to zone " WS-DELIVERY-ZONE
                   " at today's fee: $" WS-ED-AMOUNT
           END-IF.
           DISPLAY "Prices are re-checked at recall. This quote is".
           DISPLAY "held for 14 days, then purged.".
           DISPLAY "------------------------------------------".
           IF WS-IS-DELIVERY-ORDER AND WS-DELIVERY-ADDRESS NOT = SPACES
               DISPLAY "The quote asked for delivery to: "
                   WS-DELIVERY-ADDRESS
               IF WS-RECIPIENT-NAME NOT = SPACES
                   DISPLAY "for " WS-RECIPIENT-NAME " "
                       WS-RECIPIENT-PHONE
               END-IF
               DISPLAY "on " WS-DELIVERY-DATE " at " WS-DELIVERY-TIME
                   ". Keep these details? (Y/N)"
               ACCEPT WS-KEEP-QUOTE-DELIVERY
                   MOVE SPACES TO WS-DELIVERY-ADDRESS
                   MOVE 0 TO WS-DELIVERY-DATE
                   MOVE 0 TO WS-DELIVERY-TIME
                   MOVE SPACES TO WS-DELIVERY-ZONE
                   MOVE SPACES TO WS-RECIPIENT-NAME
                   MOVE SPACES TO WS-RECIPIENT-PHONE
                   MOVE 0 TO WS-RECIPIENT-NUMBER
                   PERFORM ASK-DELIVERY-DETAILS
               END-IF
           ELSE
               PERFORM ASK-DELIVERY-DETAILS
           END-IF.

      *> A customer on file is offered their saved recipients first,
      *> then their own address; an address keyed fresh is for a
      *> named recipient, who can be saved to the address book.
       ASK-DELIVERY-DETAILS.
           DISPLAY "Is this order for delivery? (Y/N)".
           ACCEPT WS-DELIVERY-RESPONSE.
           IF WS-DELIVERY-RESPONSE = "Y" OR WS-DELIVERY-RESPONSE = "y"
               SET WS-IS-DELIVERY-ORDER TO TRUE
               IF CUSTOMER-FOUND
                   PERFORM OFFER-SAVED-RECIPIENTS
               END-IF
               IF WS-RECIPIENT-NUMBER = 0
                   IF CUSTOMER-FOUND AND CM-DELIVERY-ADDRESS NOT = SPACES
                       DISPLAY "Deliver to address on file: " CM-DELIVERY-ADDRESS " (Y/N)"
                       ACCEPT WS-USE-ADDRESS-ON-FILE
                       IF WS-USE-ADDRESS-ON-FILE = "Y" OR WS-USE-ADDRESS-ON-FILE = "y"
                           MOVE CM-DELIVERY-ADDRESS TO WS-DELIVERY-ADDRESS
                       END-IF
                   END-IF
                   IF WS-DELIVERY-ADDRESS = SPACES
                       DISPLAY "Enter the delivery address: "
                       ACCEPT WS-DELIVERY-ADDRESS
                       DISPLAY "Enter the recipient's name"
                           " (Enter if it is the customer): "
                       ACCEPT WS-RECIPIENT-NAME
                       IF WS-RECIPIENT-NAME NOT = SPACES
                           DISPLAY "Enter the recipient's phone number: "
                           ACCEPT WS-RECIPIENT-PHONE
                       END-IF
                   END-IF
               END-IF
               PERFORM ASK-DELIVERY-ZONE
               DISPLAY "Enter the requested delivery date (YYYYMMDD): "
               ACCEPT WS-DELIVERY-DATE
               DISPLAY "Enter the requested delivery time (HHMMSS): "
               ACCEPT WS-DELIVERY-TIME
               IF CUSTOMER-FOUND AND WS-RECIPIENT-NUMBER = 0
                       AND WS-RECIPIENT-NAME NOT = SPACES
                   PERFORM OFFER-TO-SAVE-RECIPIENT
               END-IF
           END-IF.

      *> The clerk keys the ZIP code or area of the delivery address;
      *> ? lists the zones the van serves. Enter with nothing keyed
      *> sends the order out with no zone and no fee.
       ASK-DELIVERY-ZONE.
           MOVE SPACES TO WS-DELIVERY-ZONE.
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
                       SET WS-ZONE-FOUND TO TRUE
                   WHEN WS-ZONE-ENTRY = "?"
                       PERFORM LIST-DELIVERY-ZONES
                   WHEN OTHER
                       MOVE WS-ZONE-ENTRY TO DZ-ZONE-KEY
                       PERFORM READ-DELIVERY-ZONE
                       IF WS-ZONE-FOUND
                           MOVE DZ-ZONE-KEY TO WS-DELIVERY-ZONE
                       ELSE
                           DISPLAY WS-ZONE-ENTRY " is not a zone the"
                               " van delivers to."
                       END-IF
               END-EVALUATE
           END-PERFORM.

      *> Looks up DZ-ZONE-KEY; only an active zone counts as found.
       READ-DELIVERY-ZONE.
           MOVE "N" TO WS-ZONE-FOUND-SW.
           READ DELIVERY-ZONE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DZ-IS-ACTIVE
                       SET WS-ZONE-FOUND TO TRUE
                   END-IF
           END-READ.

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

      *> Priced at today's fees, so a recalled quote pays what the
      *> zone costs now. A zone dropped since the quote was held is
      *> keyed again. The same-day surcharge applies when the van is
      *> to take it out today.
       PRICE-DELIVERY-FEE.
           MOVE 0 TO WS-DELIVERY-FEE.
           MOVE 0 TO WS-SAME-DAY-SURCHARGE.
           MOVE SPACES TO WS-DELIVERY-ZONE-NAME.
           IF NOT WS-IS-DELIVERY-ORDER OR NOT WS-ZONE-FILE-OPEN
               MOVE SPACES TO WS-DELIVERY-ZONE
               EXIT PARAGRAPH
           END-IF.
           IF WS-DELIVERY-ZONE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DELIVERY-ZONE TO DZ-ZONE-KEY.
           PERFORM READ-DELIVERY-ZONE.
           IF NOT WS-ZONE-FOUND
               DISPLAY "Zone " WS-DELIVERY-ZONE " is no longer"
                   " delivered to."
               PERFORM ASK-DELIVERY-ZONE
               IF WS-DELIVERY-ZONE = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE DZ-ZONE-NAME TO WS-DELIVERY-ZONE-NAME.
           MOVE DZ-DELIVERY-FEE TO WS-DELIVERY-FEE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           IF WS-DELIVERY-DATE = WS-SYS-DATE
               MOVE DZ-SAME-DAY-SURCHARGE TO WS-SAME-DAY-SURCHARGE
               ADD WS-SAME-DAY-SURCHARGE TO WS-DELIVERY-FEE
           END-IF.

      *> Lists the customer's address book and lets the clerk pick a
      *> recipient by number. Leaves WS-HIGH-RECIPIENT at the highest
      *> number in use, for a new recipient saved afterwards.
       OFFER-SAVED-RECIPIENTS.
           MOVE 0 TO WS-RECIPIENT-NUMBER.
           MOVE 0 TO WS-SAVED-RECIPIENT-COUNT.
           MOVE 0 TO WS-HIGH-RECIPIENT.
           IF NOT WS-RECIPIENT-FILE-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ORDER-CUSTOMER-ID TO RC-CUSTOMER-ID.
           MOVE 0 TO RC-RECIPIENT-NUMBER.
           START RECIPIENT-FILE KEY IS NOT LESS THAN RC-RECIPIENT-KEY
               INVALID KEY
                   MOVE "10" TO WS-RC-STATUS
           END-START.
           PERFORM UNTIL WS-RC-STATUS NOT = "00"
               READ RECIPIENT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-RC-STATUS
                   NOT AT END
                       IF RC-CUSTOMER-ID NOT = WS-ORDER-CUSTOMER-ID
                           MOVE "10" TO WS-RC-STATUS
                       ELSE
                           IF WS-SAVED-RECIPIENT-COUNT = 0
                               DISPLAY "Saved recipients:"
                           END-IF
                           ADD 1 TO WS-SAVED-RECIPIENT-COUNT
                           MOVE RC-RECIPIENT-NUMBER TO WS-HIGH-RECIPIENT
                           DISPLAY "  " RC-RECIPIENT-NUMBER " "
                               RC-RECIPIENT-NAME " " RC-DELIVERY-ADDRESS
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-RC-STATUS.
           IF WS-SAVED-RECIPIENT-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-RECIPIENT-ENTRY.
           DISPLAY "Deliver to which saved recipient? (number, or 0"
               " for someone else): ".
           ACCEPT WS-RECIPIENT-ENTRY.
           IF WS-RECIPIENT-ENTRY = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ORDER-CUSTOMER-ID TO RC-CUSTOMER-ID.
           MOVE WS-RECIPIENT-ENTRY TO RC-RECIPIENT-NUMBER.
           READ RECIPIENT-FILE
               INVALID KEY
                   DISPLAY "Recipient " WS-RECIPIENT-ENTRY " is not on"
                       " the list."
               NOT INVALID KEY
                   MOVE RC-RECIPIENT-NUMBER TO WS-RECIPIENT-NUMBER
                   MOVE RC-RECIPIENT-NAME TO WS-RECIPIENT-NAME
                   MOVE RC-DELIVERY-ADDRESS TO WS-DELIVERY-ADDRESS
                   MOVE RC-PHONE-NUMBER TO WS-RECIPIENT-PHONE
                   DISPLAY "Delivering to " RC-RECIPIENT-NAME
                   IF RC-LAST-ORDER-NUMBER NOT = 0
                       MOVE RC-LAST-GRAND-TOTAL TO WS-ED-AMOUNT
                       DISPLAY "Last sent " RC-LAST-SENT-DATE ", order "
                           RC-LAST-ORDER-NUMBER " $" WS-ED-AMOUNT
                   END-IF
           END-READ.

      *> A yearly occasion named here is dated from the delivery date,
      *> which is when the customer wants it to arrive.
       OFFER-TO-SAVE-RECIPIENT.
           IF NOT WS-RECIPIENT-FILE-OPEN OR WS-HIGH-RECIPIENT >= 99
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Save " WS-RECIPIENT-NAME " to the customer's"
               " address book? (Y/N)".
           ACCEPT WS-SAVE-RECIPIENT-RESPONSE.
           IF WS-SAVE-RECIPIENT-RESPONSE NOT = "Y"
                   AND WS-SAVE-RECIPIENT-RESPONSE NOT = "y"
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE RECIPIENT-RECORD.
           MOVE WS-ORDER-CUSTOMER-ID TO RC-CUSTOMER-ID.
           COMPUTE RC-RECIPIENT-NUMBER = WS-HIGH-RECIPIENT + 1.
           MOVE WS-RECIPIENT-NAME TO RC-RECIPIENT-NAME.
           MOVE WS-DELIVERY-ADDRESS TO RC-DELIVERY-ADDRESS.
           MOVE WS-RECIPIENT-PHONE TO RC-PHONE-NUMBER.
           MOVE SPACES TO WS-OCCASION-ENTRY.
           IF WS-DELIVERY-DATE NOT = 0
               DISPLAY "If it is for a yearly occasion, name it"
                   " (e.g. BIRTHDAY), or press Enter: "
               ACCEPT WS-OCCASION-ENTRY
           END-IF.
           IF WS-OCCASION-ENTRY NOT = SPACES
               MOVE 1 TO RC-OCCASION-COUNT
               MOVE WS-OCCASION-ENTRY TO RC-OCCASION-NAME(1)
               MOVE WS-DELIVERY-DATE(5:4) TO RC-OCCASION-MMDD(1)
           END-IF.
           WRITE RECIPIENT-RECORD
               INVALID KEY
                   DISPLAY "Unable to save the recipient."
               NOT INVALID KEY
                   MOVE RC-RECIPIENT-NUMBER TO WS-RECIPIENT-NUMBER
                   DISPLAY WS-RECIPIENT-NAME " saved as recipient "
                       RC-RECIPIENT-NUMBER "."
           END-WRITE.

      *> Posted once the order number is known, so the occasion
      *> reminder can say what was sent last time.
       UPDATE-RECIPIENT-LAST-SENT.
           MOVE WS-ORDER-CUSTOMER-ID TO RC-CUSTOMER-ID.
           MOVE WS-RECIPIENT-NUMBER TO RC-RECIPIENT-NUMBER.
           READ RECIPIENT-FILE
               INVALID KEY
                   DISPLAY "Unable to update recipient "
                       WS-RECIPIENT-NUMBER
               NOT INVALID KEY
                   MOVE WS-ORDER-NUMBER TO RC-LAST-ORDER-NUMBER
                   MOVE WS-SYS-DATE TO RC-LAST-SENT-DATE
                   MOVE WS-GRAND-TOTAL TO RC-LAST-GRAND-TOTAL
                   MOVE WS-LINE-ITEM-COUNT TO RC-LAST-ITEM-COUNT
                   IF RC-LAST-ITEM-COUNT > 5
                       MOVE 5 TO RC-LAST-ITEM-COUNT
                   END-IF
                   PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
                       IF WS-IDX > RC-LAST-ITEM-COUNT
                           MOVE SPACES TO RC-LAST-FLOWER-CODE(WS-IDX)
                           MOVE 0 TO RC-LAST-QUANTITY(WS-IDX)
                       ELSE
                           MOVE OLI-FLOWER-CODE(WS-IDX)
                               TO RC-LAST-FLOWER-CODE(WS-IDX)
                           MOVE OLI-QUANTITY(WS-IDX)
                               TO RC-LAST-QUANTITY(WS-IDX)
                       END-IF
                   END-PERFORM
                   MOVE WS-CARD-MESSAGE TO RC-LAST-CARD-MESSAGE
                   REWRITE RECIPIENT-RECORD
                       INVALID KEY
                           DISPLAY "Unable to update recipient "
                               WS-RECIPIENT-NUMBER
                   END-REWRITE
           END-READ.

      *> Every van order goes to the design room, and so does an
      *> arrangement the customer will collect later. A walk-in taking
      *> stems, or a ready-made piece out of the cooler, needs none.
       ASK-WORK-TICKET-DETAILS.
           MOVE "N" TO WS-WORK-TICKET-FLAG.
           IF WS-IS-DELIVERY-ORDER
               SET WS-NEEDS-WORK-TICKET TO TRUE
               MOVE WS-DELIVERY-DATE TO WS-READY-DATE
               MOVE WS-DELIVERY-TIME TO WS-READY-TIME
           ELSE
               IF WS-HAS-ARRANGEMENT
                   DISPLAY "Will the customer collect the arrangement"
                       " later? (Y/N)"
                   ACCEPT WS-LATER-PICKUP-RESPONSE
                   IF WS-LATER-PICKUP-RESPONSE = "Y"
                           OR WS-LATER-PICKUP-RESPONSE = "y"
                       SET WS-NEEDS-WORK-TICKET TO TRUE
                       DISPLAY "Enter the pickup date (YYYYMMDD): "
                       ACCEPT WS-READY-DATE
                       DISPLAY "Enter the pickup time (HHMMSS): "
                       ACCEPT WS-READY-TIME
                   END-IF
               END-IF
           END-IF.
           IF WS-NEEDS-WORK-TICKET
               PERFORM ASK-CARD-MESSAGE
           END-IF.

      *> A recalled quote may already carry the card; the clerk keeps
      *> it with Enter or keys a new one.
       ASK-CARD-MESSAGE.
           MOVE SPACES TO WS-CARD-ENTRY.
           IF WS-CARD-MESSAGE NOT = SPACES
               DISPLAY "Card message: " WS-CARD-MESSAGE
               DISPLAY "Enter a new card message (Enter to keep): "
           ELSE
               DISPLAY "Enter the enclosure card message"
                   " (Enter for none): "
           END-IF.
           ACCEPT WS-CARD-ENTRY.
           IF WS-CARD-ENTRY NOT = SPACES
               MOVE WS-CARD-ENTRY TO WS-CARD-MESSAGE
           END-IF.

      *> The rate is multiplied in before the divide: dividing the
      *> rate by 100 first loses precision to intermediate-result
      *> truncation and undercharges the tax.
      *> The sending shop charged the tax on an incoming relay, and an
      *> exempt customer pays none. The delivery fee is taxable; the
      *> discount comes off the flowers only.
       CALCULATE-TAX-AND-GRAND-TOTAL.
           MOVE WS-TAX-RATE TO WS-ORDER-TAX-RATE.
           IF WS-IS-RELAY-IN OR WS-ORDER-TAX-EXEMPT
               MOVE 0 TO WS-ORDER-TAX-RATE
           END-IF.
           COMPUTE WS-TAX-AMOUNT ROUNDED =
               (TOTAL-PRICE - WS-DISCOUNT-AMOUNT + WS-DELIVERY-FEE)
               * WS-ORDER-TAX-RATE / 100.
           COMPUTE WS-GRAND-TOTAL =
               TOTAL-PRICE - WS-DISCOUNT-AMOUNT + WS-DELIVERY-FEE
               + WS-TAX-AMOUNT.

       DISPLAY-TOTAL-PRICE.
           DISPLAY " ".
                   DISPLAY "Discount (regular customer): -$" WS-ED-AMOUNT
               END-IF
           END-IF.
           IF WS-DELIVERY-FEE > 0
               MOVE WS-DELIVERY-FEE TO WS-ED-AMOUNT
               DISPLAY "Delivery (" WS-DELIVERY-ZONE-NAME "): $"
                   WS-ED-AMOUNT
               IF WS-SAME-DAY-SURCHARGE > 0
                   MOVE WS-SAME-DAY-SURCHARGE TO WS-ED-AMOUNT
                   DISPLAY "  incl. same-day surcharge: $" WS-ED-AMOUNT
               END-IF
           END-IF.
           MOVE WS-TAX-AMOUNT TO WS-ED-AMOUNT.
           DISPLAY "Sales Tax:   $" WS-ED-AMOUNT.
           IF WS-ORDER-TAX-EXEMPT AND NOT WS-IS-RELAY-IN
               DISPLAY "  Tax exempt - certificate "
                   WS-EXEMPT-CERT-NUMBER
           END-IF.
           MOVE WS-GRAND-TOTAL TO WS-ED-AMOUNT.
           DISPLAY "Total Price: $" WS-ED-AMOUNT.
           IF WS-IS-RELAY-OUT
               DISPLAY "Relayed to " WS-RELAY-PARTNER-ID " for "
                   WS-RECIPIENT-NAME
           END-IF.
           IF WS-IS-RELAY-IN
               DISPLAY "Relay from " WS-RELAY-PARTNER-ID " ref "
                   WS-RELAY-PARTNER-REF " (tax collected by the sender)"
           END-IF.
           DISPLAY "-------------------------------------------".

       ASK-MODE-OF-PAYMENT.
           ACCEPT WS-OVERRIDE-RESPONSE.
           IF WS-OVERRIDE-RESPONSE = "Y"
                   OR WS-OVERRIDE-RESPONSE = "y"
               DISPLAY "Manager ID: "
               ACCEPT WS-PIN-EMPLOYEE-ID
               DISPLAY "Manager PIN: "
               ACCEPT WS-PIN-ENTRY
               PERFORM VERIFY-EMPLOYEE-PIN
               IF WS-PIN-ACCEPTED AND EM-IS-MANAGER
                   SET WS-HOLD-OVERRIDDEN TO TRUE
                   MOVE EM-EMPLOYEE-ID TO WS-OVERRIDE-MANAGER-ID
                   DISPLAY "Override accepted; it will be journaled."
               ELSE
                   DISPLAY "Override refused: a manager's ID and PIN"
                       " are required."
               END-IF
           END-IF.

           CLOSE AR-LEDGER-FILE.

      *> The override rides the ledger as an OVR row with the
      *> manager's ID and the sale it let through; it moves no
      *> balance and the statement and aging runs skip it.
       APPEND-HOLD-OVERRIDE.
           MOVE WS-ORDER-CUSTOMER-ID TO AR-CUSTOMER-ID.
           MOVE WS-GRAND-TOTAL TO AR-AMOUNT.
           MOVE SPACES TO AR-REFERENCE.
           STRING "HOLD OVR BY " DELIMITED BY SIZE
               WS-OVERRIDE-MANAGER-ID DELIMITED BY SIZE
               INTO AR-REFERENCE.
           OPEN EXTEND AR-LEDGER-FILE.
           IF WS-AR-STATUS = "35"
           MOVE WS-PROMO-CODE TO OT-PROMO-CODE.
           MOVE WS-DISCOUNT-PERCENT TO OT-DISCOUNT-PERCENT.
           MOVE WS-DISCOUNT-AMOUNT TO OT-DISCOUNT-AMOUNT.
           MOVE WS-ORDER-TAX-RATE TO OT-TAX-RATE.
           MOVE WS-TAX-AMOUNT TO OT-TAX-AMOUNT.
           MOVE WS-GRAND-TOTAL TO OT-GRAND-TOTAL.
           MOVE WS-TENDER-TYPE TO OT-TENDER-TYPE.
           MOVE WS-DELIVERY-ADDRESS TO OT-DELIVERY-ADDRESS.
           MOVE WS-DELIVERY-DATE TO OT-DELIVERY-DATE.
           MOVE WS-DELIVERY-TIME TO OT-DELIVERY-TIME.
           MOVE WS-DELIVERY-ZONE TO OT-DELIVERY-ZONE.
           MOVE WS-DELIVERY-FEE TO OT-DELIVERY-FEE.
           MOVE WS-SAME-DAY-SURCHARGE TO OT-SAME-DAY-SURCHARGE.
           IF WS-ORDER-TAX-EXEMPT AND NOT WS-IS-RELAY-IN
               MOVE "Y" TO OT-TAX-EXEMPT-FLAG
               MOVE WS-EXEMPT-CERT-NUMBER TO OT-EXEMPT-CERT-NUMBER
           ELSE
               MOVE "N" TO OT-TAX-EXEMPT-FLAG
               MOVE SPACES TO OT-EXEMPT-CERT-NUMBER
           END-IF.
           MOVE WS-CLERK-ID TO OT-CLERK-ID.
           IF WS-HOLD-OVERRIDDEN AND OT-TENDER-ACCT
               MOVE WS-OVERRIDE-MANAGER-ID TO OT-OVERRIDE-MANAGER-ID
           END-IF.
           MOVE WS-RELAY-TYPE TO OT-RELAY-TYPE.
           MOVE WS-RELAY-PARTNER-ID TO OT-RELAY-PARTNER-ID.
           MOVE WS-RELAY-PARTNER-REF TO OT-RELAY-PARTNER-REF.
           MOVE WS-RELAY-FILL-AMOUNT TO OT-RELAY-FILL-AMOUNT.
           MOVE WS-RECIPIENT-NAME TO OT-RECIPIENT-NAME.
           MOVE WS-RECIPIENT-PHONE TO OT-RECIPIENT-PHONE.
           MOVE WS-CARD-MESSAGE TO OT-CARD-MESSAGE.
           MOVE WS-WORK-TICKET-FLAG TO OT-WORK-TICKET-FLAG.
           MOVE WS-READY-DATE TO OT-READY-DATE.
           MOVE WS-READY-TIME TO OT-READY-TIME.

           WRITE ORDER-TRANS-RECORD.

           IF OT-TENDER-ACCT
               PERFORM POST-HOUSE-ACCOUNT-CHARGE
           END-IF.
           IF WS-RECIPIENT-NUMBER NOT = 0 AND WS-RECIPIENT-FILE-OPEN
               PERFORM UPDATE-RECIPIENT-LAST-SENT
           END-IF.

           DISPLAY "Order number " OT-ORDER-NUMBER " recorded. Thank you!".
