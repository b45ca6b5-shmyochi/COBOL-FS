           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SupplierInvoiceEntry.

      *> Supplier invoice entry and matching. The clerk keys the
      *> wholesaler's invoice line by line, each line naming the PO
      *> it bills, and every line is matched as it is keyed:
      *>   - against the PO (PURCHORD.DAT): a PO received short of
      *>     what was ordered is a SHORT SHIPMENT;
      *>   - against what goods receiving (CBBRECV) took in on the
      *>     lots for that PO (FLWLOTS.DAT): billing more stems than
      *>     were received, counting what earlier invoices already
      *>     billed, is OVER-BILLING, and a unit price other than the
      *>     lots' LOT-UNIT-COST is a PRICE VARIANCE.
      *> An invoice with any of these is saved HELD; a clean one is
      *> saved MATCHED. Either way nothing is paid until a manager
      *> approves it, held ones at the billed or the matched amount.
      *> The due date and any early-payment discount come from the
      *> supplier's terms (SUPPMAST.DAT). What is not yet paid is
      *> listed by supplier and due date in CBBPAYBL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-INVOICE-FILE ASSIGN TO "SUPINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-INVOICE-KEY
               FILE STATUS IS WS-SI-STATUS.

           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUPPLIER-ID
               FILE STATUS IS WS-SU-STATUS.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO "PURCHORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-PO-NUMBER
               FILE STATUS IS WS-PO-STATUS.

           SELECT FLOWER-LOT-FILE ASSIGN TO "FLWLOTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-NUMBER
               ALTERNATE RECORD KEY IS LOT-FLOWER-CODE WITH DUPLICATES
               FILE STATUS IS WS-LOT-STATUS.

      *> Read-only: the clerk signs on, and the manager who approves
      *> an invoice for payment keys their PIN against it.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-INVOICE-FILE.
           COPY "SUPINV.cpy".

       FD  SUPPLIER-MASTER-FILE.
           COPY "SUPPMAST.cpy".

       FD  PURCHASE-ORDER-FILE.
           COPY "PURCHORD.cpy".

       FD  FLOWER-LOT-FILE.
           COPY "FLWLOTS.cpy".

       FD  EMPLOYEE-MASTER-FILE.
           COPY "EMPMAST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SI-STATUS PIC XX.
       01 WS-SU-STATUS PIC XX.
       01 WS-PO-STATUS PIC XX.
       01 WS-LOT-STATUS PIC XX.
       01 WS-EM-STATUS PIC XX.
       01 WS-MENU-CHOICE PIC X.
       01 WS-RESPONSE PIC X.

       01 WS-SUPPLIER-ID-ENTRY PIC X(6).
       01 WS-INVOICE-NUMBER-ENTRY PIC X(12).
       01 WS-INVOICE-DATE-ENTRY PIC 9(8) VALUE 0.
       01 WS-PAID-DATE-ENTRY PIC 9(8) VALUE 0.
       01 WS-DATE-OK-SW PIC X VALUE "N".
           88 WS-DATE-OK VALUE "Y".
       01 WS-PO-NUMBER-ENTRY PIC 9(8) VALUE 0.
       01 WS-LX PIC 9(2) VALUE 0.
       01 WS-SCAN-IDX PIC 9(2) VALUE 0.
       01 WS-LINES-DONE-SW PIC X VALUE "N".
           88 WS-LINES-DONE VALUE "Y".
       01 WS-INVOICE-FOUND-SW PIC X VALUE "N".
           88 WS-INVOICE-FOUND VALUE "Y".

      *> The invoice being keyed is built here, since matching a line
      *> reads back through the invoice file for what earlier invoices
      *> billed against the same PO.
           COPY "SUPINV.cpy"
               REPLACING ==SUPPLIER-INVOICE-RECORD== BY ==INVOICE-WORK-RECORD==
               LEADING ==SI-== BY ==IW-==.

      *> Matching work fields.
       01 WS-LOT-QTY-SUM PIC 9(7) VALUE 0.
       01 WS-LOT-COST-SUM PIC 9(9)V99 VALUE 0.
       01 WS-BILLED-BEFORE PIC 9(7) VALUE 0.
       01 WS-MATCHED-QTY PIC S9(7) VALUE 0.
       01 WS-MATCHED-PRICE PIC 9(4)V99 VALUE 0.
       01 WS-MATCHED-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-PAY-AMOUNT PIC 9(7)V99 VALUE 0.

       01 WS-ED-AMOUNT PIC Z(6)9.99.
       01 WS-ED-MATCHED PIC Z(6)9.99.
       01 WS-ED-PRICE PIC Z(3)9.99.
       01 WS-ED-COST PIC Z(3)9.99.
       01 WS-STATUS-NAME PIC X(8).

      *> Who is signed on; named on every invoice keyed.
       01 WS-CLERK-ID PIC X(6) VALUE SPACES.
       01 WS-CLERK-NAME PIC X(30) VALUE SPACES.
       01 WS-PIN-EMPLOYEE-ID PIC X(6) VALUE SPACES.
       01 WS-PIN-ENTRY PIC X(4) VALUE SPACES.
       01 WS-PIN-ATTEMPTS PIC 9 VALUE 0.
       01 WS-PIN-ACCEPTED-SW PIC X VALUE "N".
           88 WS-PIN-ACCEPTED VALUE "Y".
       01 WS-APPROVING-MANAGER-ID PIC X(6) VALUE SPACES.

       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-DATE-TIME-FIELDS REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-SYS-DATE PIC 9(8).
           05 WS-SYS-TIME PIC 9(6).
           05 FILLER PIC X(7).

       PROCEDURE DIVISION.

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
           PERFORM OPEN-ALL-FILES.

           PERFORM UNTIL WS-MENU-CHOICE = "5"
               PERFORM DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "1" PERFORM ENTER-SUPPLIER-INVOICE
                   WHEN "2" PERFORM SHOW-INVOICE
                   WHEN "3" PERFORM APPROVE-INVOICE
                   WHEN "4" PERFORM RECORD-INVOICE-PAID
                   WHEN "5" CONTINUE
                   WHEN OTHER DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.

           CLOSE SUPPLIER-INVOICE-FILE.
           CLOSE SUPPLIER-MASTER-FILE.
           CLOSE PURCHASE-ORDER-FILE.
           CLOSE FLOWER-LOT-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT SUPPLIER-MASTER-FILE.
           IF WS-SU-STATUS NOT = "00"
               DISPLAY "Unable to open " "SUPPMAST.DAT" " - status "
                   WS-SU-STATUS
               DISPLAY "Set up the suppliers in CBBSUPLD first."
               CLOSE EMPLOYEE-MASTER-FILE
               STOP RUN
           END-IF.
           OPEN INPUT PURCHASE-ORDER-FILE.
           IF WS-PO-STATUS NOT = "00"
               DISPLAY "Unable to open " "PURCHORD.DAT" " - status "
                   WS-PO-STATUS
               DISPLAY "There are no purchase orders to bill against."
               CLOSE SUPPLIER-MASTER-FILE
               CLOSE EMPLOYEE-MASTER-FILE
               STOP RUN
           END-IF.
           OPEN INPUT FLOWER-LOT-FILE.
           IF WS-LOT-STATUS = "35"
               OPEN OUTPUT FLOWER-LOT-FILE
               CLOSE FLOWER-LOT-FILE
               OPEN INPUT FLOWER-LOT-FILE
           END-IF.
           OPEN I-O SUPPLIER-INVOICE-FILE.
           IF WS-SI-STATUS = "35"
               OPEN OUTPUT SUPPLIER-INVOICE-FILE
               CLOSE SUPPLIER-INVOICE-FILE
               OPEN I-O SUPPLIER-INVOICE-FILE
           END-IF.

       DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "SUPPLIER INVOICES".
           DISPLAY "(1) Enter and match a supplier invoice".
           DISPLAY "(2) Show an invoice and its match".
           DISPLAY "(3) Approve an invoice for payment (manager)".
           DISPLAY "(4) Record an invoice paid".
           DISPLAY "(5) Exit".
           DISPLAY "Enter your choice: ".

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

      *> ------------------------------------------------------------
      *> Keying and matching an invoice.
      *> ------------------------------------------------------------
       ENTER-SUPPLIER-INVOICE.
           DISPLAY "Enter the supplier ID: ".
           ACCEPT WS-SUPPLIER-ID-ENTRY.
           MOVE WS-SUPPLIER-ID-ENTRY TO SU-SUPPLIER-ID.
           READ SUPPLIER-MASTER-FILE
               INVALID KEY
                   DISPLAY WS-SUPPLIER-ID-ENTRY " is not on the supplier"
                       " master."
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "Supplier: " SU-SUPPLIER-NAME.
           DISPLAY "Enter the supplier's invoice number: ".
           ACCEPT WS-INVOICE-NUMBER-ENTRY.
           MOVE WS-SUPPLIER-ID-ENTRY TO SI-SUPPLIER-ID.
           MOVE WS-INVOICE-NUMBER-ENTRY TO SI-INVOICE-NUMBER.
           READ SUPPLIER-INVOICE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM NAME-INVOICE-STATUS
                   DISPLAY "Invoice " WS-INVOICE-NUMBER-ENTRY " from "
                       WS-SUPPLIER-ID-ENTRY " was already entered on "
                       SI-ENTERED-DATE " (" WS-STATUS-NAME ")."
                   EXIT PARAGRAPH
           END-READ.
           MOVE "N" TO WS-DATE-OK-SW.
           PERFORM UNTIL WS-DATE-OK
               MOVE 0 TO WS-INVOICE-DATE-ENTRY
               DISPLAY "Enter the invoice date (YYYYMMDD, 0 for today): "
               ACCEPT WS-INVOICE-DATE-ENTRY
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               IF WS-INVOICE-DATE-ENTRY = 0
                   MOVE WS-SYS-DATE TO WS-INVOICE-DATE-ENTRY
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-INVOICE-DATE-ENTRY) = 0
                   SET WS-DATE-OK TO TRUE
               ELSE
                   DISPLAY "Invalid date. Please try again."
               END-IF
           END-PERFORM.

           INITIALIZE INVOICE-WORK-RECORD.
           MOVE WS-SUPPLIER-ID-ENTRY TO IW-SUPPLIER-ID.
           MOVE WS-INVOICE-NUMBER-ENTRY TO IW-INVOICE-NUMBER.
           MOVE WS-INVOICE-DATE-ENTRY TO IW-INVOICE-DATE.
           MOVE WS-SYS-DATE TO IW-ENTERED-DATE.
           MOVE WS-CLERK-ID TO IW-ENTERED-BY.

           MOVE "N" TO WS-LINES-DONE-SW.
           PERFORM UNTIL WS-LINES-DONE
               IF IW-LINE-COUNT >= 10
                   DISPLAY "Ten lines is the most one invoice holds."
                       " Key the rest as a second invoice number."
                   SET WS-LINES-DONE TO TRUE
               ELSE
                   MOVE 0 TO WS-PO-NUMBER-ENTRY
                   DISPLAY "PO number billed on the next line"
                       " (0 when done): "
                   ACCEPT WS-PO-NUMBER-ENTRY
                   IF WS-PO-NUMBER-ENTRY = 0
                       SET WS-LINES-DONE TO TRUE
                   ELSE
                       PERFORM ENTER-INVOICE-LINE
                   END-IF
               END-IF
           END-PERFORM.

           IF IW-LINE-COUNT = 0
               DISPLAY "No lines keyed. Nothing saved."
               EXIT PARAGRAPH
           END-IF.
           PERFORM FINISH-INVOICE-TOTALS.
           MOVE INVOICE-WORK-RECORD TO SUPPLIER-INVOICE-RECORD.
           PERFORM DISPLAY-INVOICE-DETAIL.
           DISPLAY "Save this invoice? (Y/N): ".
           ACCEPT WS-RESPONSE.
           IF WS-RESPONSE NOT = "Y" AND WS-RESPONSE NOT = "y"
               DISPLAY "Invoice not saved."
               EXIT PARAGRAPH
           END-IF.
           WRITE SUPPLIER-INVOICE-RECORD
               INVALID KEY
                   DISPLAY "Unable to save invoice "
                       SI-INVOICE-NUMBER
               NOT INVALID KEY
                   IF SI-IS-HELD
                       DISPLAY "Invoice saved and HELD: "
                           SI-EXCEPTION-COUNT " exceptions for a"
                           " manager to approve."
                   ELSE
                       DISPLAY "Invoice saved. It matches; a manager"
                           " still approves it for payment."
                   END-IF
           END-WRITE.

       ENTER-INVOICE-LINE.
           MOVE WS-PO-NUMBER-ENTRY TO PO-PO-NUMBER.
           READ PURCHASE-ORDER-FILE
               INVALID KEY
                   DISPLAY "PO " WS-PO-NUMBER-ENTRY " is not on file."
                       " Line not taken."
                   EXIT PARAGRAPH
           END-READ.
           IF PO-SUPPLIER-ID NOT = IW-SUPPLIER-ID
               DISPLAY "PO " PO-PO-NUMBER " was placed with "
                   PO-SUPPLIER-ID ", not " IW-SUPPLIER-ID "."
                   " Line not taken."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PO " PO-PO-NUMBER ": " PO-FLOWER-CODE " "
               PO-FLOWER-NAME " ordered " PO-QTY-SUGGESTED
               " received " PO-QTY-RECEIVED.
           ADD 1 TO IW-LINE-COUNT.
           MOVE IW-LINE-COUNT TO WS-LX.
           MOVE PO-PO-NUMBER TO IW-PO-NUMBER(WS-LX).
           MOVE PO-FLOWER-CODE TO IW-FLOWER-CODE(WS-LX).
           MOVE 0 TO IW-QTY-BILLED(WS-LX).
           DISPLAY "Stems billed: ".
           ACCEPT IW-QTY-BILLED(WS-LX).
           MOVE 0 TO IW-UNIT-PRICE(WS-LX).
           DISPLAY "Unit price billed per stem: ".
           ACCEPT IW-UNIT-PRICE(WS-LX).
           COMPUTE IW-LINE-AMOUNT(WS-LX) =
               IW-QTY-BILLED(WS-LX) * IW-UNIT-PRICE(WS-LX).
           PERFORM MATCH-INVOICE-LINE.
           PERFORM DISPLAY-LINE-MATCH.

      *> Matches line WS-LX of the work record. The PO is in the PO
      *> record area.
       MATCH-INVOICE-LINE.
           MOVE PO-QTY-SUGGESTED TO IW-QTY-ORDERED(WS-LX).
           MOVE PO-QTY-RECEIVED TO IW-QTY-RECEIVED(WS-LX).
           PERFORM COST-LOTS-FOR-PO.
           PERFORM TALLY-BILLED-BEFORE.
           MOVE WS-BILLED-BEFORE TO IW-QTY-BILLED-BEFORE(WS-LX).
           MOVE "N" TO IW-SHORT-FLAG(WS-LX).
           MOVE "N" TO IW-OVERBILL-FLAG(WS-LX).
           MOVE "N" TO IW-PRICE-FLAG(WS-LX).
           IF IW-QTY-RECEIVED(WS-LX) < IW-QTY-ORDERED(WS-LX)
               MOVE "Y" TO IW-SHORT-FLAG(WS-LX)
           END-IF.
           IF IW-QTY-BILLED-BEFORE(WS-LX) + IW-QTY-BILLED(WS-LX) >
                   IW-QTY-RECEIVED(WS-LX)
               MOVE "Y" TO IW-OVERBILL-FLAG(WS-LX)
           END-IF.
      *> A lot received with no cost keyed cannot confirm the price,
      *> so that is flagged too.
           IF IW-QTY-RECEIVED(WS-LX) > 0
               IF IW-RECEIVED-COST(WS-LX) = 0
                   OR IW-UNIT-PRICE(WS-LX) NOT = IW-RECEIVED-COST(WS-LX)
                   MOVE "Y" TO IW-PRICE-FLAG(WS-LX)
               END-IF
           END-IF.

      *> The average LOT-UNIT-COST of the lots received on the PO,
      *> weighted by stems received. FLWLOTS has no key on the PO, so
      *> the whole file is read.
       COST-LOTS-FOR-PO.
           MOVE 0 TO WS-LOT-QTY-SUM.
           MOVE 0 TO WS-LOT-COST-SUM.
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
                       IF LOT-PO-NUMBER = IW-PO-NUMBER(WS-LX)
                           ADD LOT-QTY-RECEIVED TO WS-LOT-QTY-SUM
                           COMPUTE WS-LOT-COST-SUM = WS-LOT-COST-SUM
                               + (LOT-UNIT-COST * LOT-QTY-RECEIVED)
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-LOT-STATUS.
           IF WS-LOT-QTY-SUM > 0
               COMPUTE IW-RECEIVED-COST(WS-LX) ROUNDED =
                   WS-LOT-COST-SUM / WS-LOT-QTY-SUM
           ELSE
               MOVE 0 TO IW-RECEIVED-COST(WS-LX)
           END-IF.

      *> Stems already billed against the PO: on every invoice on
      *> file, and on the earlier lines of this one.
       TALLY-BILLED-BEFORE.
           MOVE 0 TO WS-BILLED-BEFORE.
           MOVE LOW-VALUES TO SI-INVOICE-KEY.
           START SUPPLIER-INVOICE-FILE KEY IS NOT LESS THAN
                   SI-INVOICE-KEY
               INVALID KEY
                   MOVE "10" TO WS-SI-STATUS
           END-START.
           PERFORM UNTIL WS-SI-STATUS NOT = "00"
               READ SUPPLIER-INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-SI-STATUS
                   NOT AT END
                       PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                               UNTIL WS-SCAN-IDX > SI-LINE-COUNT
                           IF SI-PO-NUMBER(WS-SCAN-IDX) =
                                   IW-PO-NUMBER(WS-LX)
                               ADD SI-QTY-BILLED(WS-SCAN-IDX)
                                   TO WS-BILLED-BEFORE
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-SI-STATUS.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX >= WS-LX
               IF IW-PO-NUMBER(WS-SCAN-IDX) = IW-PO-NUMBER(WS-LX)
                   ADD IW-QTY-BILLED(WS-SCAN-IDX) TO WS-BILLED-BEFORE
               END-IF
           END-PERFORM.

       DISPLAY-LINE-MATCH.
           MOVE IW-LINE-AMOUNT(WS-LX) TO WS-ED-AMOUNT.
           DISPLAY "  Line " WS-LX ": " IW-QTY-BILLED(WS-LX) " "
               IW-FLOWER-CODE(WS-LX) " $" WS-ED-AMOUNT.
           IF IW-SHORT-FLAG(WS-LX) = "Y"
               DISPLAY "  ** SHORT SHIPMENT: ordered "
                   IW-QTY-ORDERED(WS-LX) ", received "
                   IW-QTY-RECEIVED(WS-LX)
           END-IF.
           IF IW-OVERBILL-FLAG(WS-LX) = "Y"
               DISPLAY "  ** OVER-BILLED: received "
                   IW-QTY-RECEIVED(WS-LX) ", already billed "
                   IW-QTY-BILLED-BEFORE(WS-LX) ", billed here "
                   IW-QTY-BILLED(WS-LX)
           END-IF.
           IF IW-PRICE-FLAG(WS-LX) = "Y"
               MOVE IW-UNIT-PRICE(WS-LX) TO WS-ED-PRICE
               MOVE IW-RECEIVED-COST(WS-LX) TO WS-ED-COST
               DISPLAY "  ** PRICE VARIANCE: billed " WS-ED-PRICE
                   " a stem, received at " WS-ED-COST
           END-IF.

      *> The matched total pays, per line, the stems received and not
      *> yet billed at the lower of the billed price and the lot cost.
       FINISH-INVOICE-TOTALS.
           MOVE 0 TO IW-INVOICE-TOTAL.
           MOVE 0 TO IW-MATCHED-TOTAL.
           MOVE 0 TO IW-EXCEPTION-COUNT.
           PERFORM VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX > IW-LINE-COUNT
               ADD IW-LINE-AMOUNT(WS-LX) TO IW-INVOICE-TOTAL
               COMPUTE WS-MATCHED-QTY = IW-QTY-RECEIVED(WS-LX)
                   - IW-QTY-BILLED-BEFORE(WS-LX)
               IF WS-MATCHED-QTY < 0
                   MOVE 0 TO WS-MATCHED-QTY
               END-IF
               IF WS-MATCHED-QTY > IW-QTY-BILLED(WS-LX)
                   MOVE IW-QTY-BILLED(WS-LX) TO WS-MATCHED-QTY
               END-IF
               MOVE IW-UNIT-PRICE(WS-LX) TO WS-MATCHED-PRICE
               IF IW-RECEIVED-COST(WS-LX) > 0
                       AND IW-RECEIVED-COST(WS-LX) < WS-MATCHED-PRICE
                   MOVE IW-RECEIVED-COST(WS-LX) TO WS-MATCHED-PRICE
               END-IF
               COMPUTE WS-MATCHED-AMOUNT =
                   WS-MATCHED-QTY * WS-MATCHED-PRICE
               ADD WS-MATCHED-AMOUNT TO IW-MATCHED-TOTAL
               IF IW-SHORT-FLAG(WS-LX) = "Y"
                   ADD 1 TO IW-EXCEPTION-COUNT
               END-IF
               IF IW-OVERBILL-FLAG(WS-LX) = "Y"
                   ADD 1 TO IW-EXCEPTION-COUNT
               END-IF
               IF IW-PRICE-FLAG(WS-LX) = "Y"
                   ADD 1 TO IW-EXCEPTION-COUNT
               END-IF
           END-PERFORM.
           IF IW-EXCEPTION-COUNT > 0
               SET IW-IS-HELD TO TRUE
           ELSE
               SET IW-IS-MATCHED TO TRUE
           END-IF.
           COMPUTE IW-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(IW-INVOICE-DATE)
               + SU-TERMS-NET-DAYS).
           IF SU-DISCOUNT-PCT > 0
               COMPUTE IW-DISCOUNT-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(IW-INVOICE-DATE)
                   + SU-DISCOUNT-DAYS)
               COMPUTE IW-DISCOUNT-AMOUNT ROUNDED =
                   IW-INVOICE-TOTAL * SU-DISCOUNT-PCT / 100
           ELSE
               MOVE 0 TO IW-DISCOUNT-DATE
               MOVE 0 TO IW-DISCOUNT-AMOUNT
           END-IF.

      *> ------------------------------------------------------------
      *> Looking up, approving and paying an invoice on file.
      *> ------------------------------------------------------------
       FIND-INVOICE.
           MOVE "N" TO WS-INVOICE-FOUND-SW.
           DISPLAY "Enter the supplier ID: ".
           ACCEPT WS-SUPPLIER-ID-ENTRY.
           DISPLAY "Enter the supplier's invoice number: ".
           ACCEPT WS-INVOICE-NUMBER-ENTRY.
           MOVE WS-SUPPLIER-ID-ENTRY TO SI-SUPPLIER-ID.
           MOVE WS-INVOICE-NUMBER-ENTRY TO SI-INVOICE-NUMBER.
           READ SUPPLIER-INVOICE-FILE
               INVALID KEY
                   DISPLAY "Invoice " WS-INVOICE-NUMBER-ENTRY " from "
                       WS-SUPPLIER-ID-ENTRY " is not on file."
               NOT INVALID KEY
                   SET WS-INVOICE-FOUND TO TRUE
           END-READ.

       SHOW-INVOICE.
           PERFORM FIND-INVOICE.
           IF WS-INVOICE-FOUND
               PERFORM DISPLAY-INVOICE-DETAIL
           END-IF.

       NAME-INVOICE-STATUS.
           EVALUATE TRUE
               WHEN SI-IS-HELD     MOVE "HELD" TO WS-STATUS-NAME
               WHEN SI-IS-MATCHED  MOVE "MATCHED" TO WS-STATUS-NAME
               WHEN SI-IS-APPROVED MOVE "APPROVED" TO WS-STATUS-NAME
               WHEN SI-IS-PAID     MOVE "PAID" TO WS-STATUS-NAME
               WHEN OTHER          MOVE SI-STATUS TO WS-STATUS-NAME
           END-EVALUATE.

       DISPLAY-INVOICE-DETAIL.
           PERFORM NAME-INVOICE-STATUS.
           DISPLAY " ".
           DISPLAY "Invoice " SI-INVOICE-NUMBER " from " SI-SUPPLIER-ID
               " dated " SI-INVOICE-DATE " due " SI-DUE-DATE
               "  " WS-STATUS-NAME.
           DISPLAY "Line PO       Code Billed Price     Ordered Recvd"
               " Prior Lot cost  Flags".
           PERFORM VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX > SI-LINE-COUNT
               MOVE SI-UNIT-PRICE(WS-LX) TO WS-ED-PRICE
               MOVE SI-RECEIVED-COST(WS-LX) TO WS-ED-COST
               DISPLAY WS-LX "   " SI-PO-NUMBER(WS-LX) " "
                   SI-FLOWER-CODE(WS-LX) "  " SI-QTY-BILLED(WS-LX) " "
                   WS-ED-PRICE "  " SI-QTY-ORDERED(WS-LX) " "
                   SI-QTY-RECEIVED(WS-LX) " "
                   SI-QTY-BILLED-BEFORE(WS-LX) " " WS-ED-COST "  "
                   SI-SHORT-FLAG(WS-LX) SI-OVERBILL-FLAG(WS-LX)
                   SI-PRICE-FLAG(WS-LX)
           END-PERFORM.
           DISPLAY "(Flags: short shipment, over-billed, price"
               " variance)".
           MOVE SI-INVOICE-TOTAL TO WS-ED-AMOUNT.
           MOVE SI-MATCHED-TOTAL TO WS-ED-MATCHED.
           DISPLAY "Billed:  $" WS-ED-AMOUNT
               "   Supported by receipts: $" WS-ED-MATCHED.
           IF SI-DISCOUNT-DATE NOT = 0
               MOVE SI-DISCOUNT-AMOUNT TO WS-ED-AMOUNT
               DISPLAY "Discount $" WS-ED-AMOUNT " if paid by "
                   SI-DISCOUNT-DATE
           END-IF.
           IF SI-EXCEPTION-COUNT > 0
               DISPLAY "Exceptions: " SI-EXCEPTION-COUNT
           END-IF.
           IF SI-IS-APPROVED OR SI-IS-PAID
               MOVE SI-APPROVED-AMOUNT TO WS-ED-AMOUNT
               DISPLAY "Approved $" WS-ED-AMOUNT " by " SI-APPROVED-BY
                   " on " SI-APPROVED-DATE
           END-IF.
           IF SI-IS-PAID
               DISPLAY "Paid on " SI-PAID-DATE
           END-IF.

      *> A matched invoice is approved as billed. A held one the
      *> manager approves at the billed amount (the supplier has
      *> explained) or the matched amount (short-pay it), or leaves
      *> held.
       APPROVE-INVOICE.
           PERFORM FIND-INVOICE.
           IF NOT WS-INVOICE-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF SI-IS-APPROVED OR SI-IS-PAID
               PERFORM NAME-INVOICE-STATUS
               DISPLAY "That invoice is already " WS-STATUS-NAME "."
               EXIT PARAGRAPH
           END-IF.
           PERFORM DISPLAY-INVOICE-DETAIL.
           MOVE SI-INVOICE-TOTAL TO WS-PAY-AMOUNT.
           IF SI-IS-HELD
               DISPLAY "Pay (B)illed amount, pay the (M)atched amount,"
                   " or (N) leave it held: "
               ACCEPT WS-RESPONSE
               EVALUATE WS-RESPONSE
                   WHEN "B" WHEN "b"
                       MOVE SI-INVOICE-TOTAL TO WS-PAY-AMOUNT
                   WHEN "M" WHEN "m"
                       MOVE SI-MATCHED-TOTAL TO WS-PAY-AMOUNT
                   WHEN OTHER
                       DISPLAY "Invoice left held."
                       EXIT PARAGRAPH
               END-EVALUATE
           ELSE
               DISPLAY "Approve for payment as billed? (Y/N): "
               ACCEPT WS-RESPONSE
               IF WS-RESPONSE NOT = "Y" AND WS-RESPONSE NOT = "y"
                   DISPLAY "Not approved."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM AUTHORIZE-APPROVAL.
           IF NOT WS-PIN-ACCEPTED
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           SET SI-IS-APPROVED TO TRUE.
           MOVE WS-APPROVING-MANAGER-ID TO SI-APPROVED-BY.
           MOVE WS-SYS-DATE TO SI-APPROVED-DATE.
           MOVE WS-PAY-AMOUNT TO SI-APPROVED-AMOUNT.
           IF SI-DISCOUNT-DATE NOT = 0 AND SI-INVOICE-TOTAL > 0
               COMPUTE SI-DISCOUNT-AMOUNT ROUNDED =
                   SI-DISCOUNT-AMOUNT * WS-PAY-AMOUNT / SI-INVOICE-TOTAL
           END-IF.
           REWRITE SUPPLIER-INVOICE-RECORD
               INVALID KEY
                   DISPLAY "Unable to update invoice " SI-INVOICE-NUMBER
               NOT INVALID KEY
                   MOVE WS-PAY-AMOUNT TO WS-ED-AMOUNT
                   DISPLAY "Approved for payment: $" WS-ED-AMOUNT
                       " due " SI-DUE-DATE
           END-REWRITE.

      *> As for a void at the returns desk: a manager keys their ID
      *> and PIN, and is named on the invoice.
       AUTHORIZE-APPROVAL.
           MOVE SPACES TO WS-APPROVING-MANAGER-ID.
           DISPLAY "Approving payment needs a manager. Manager ID: ".
           ACCEPT WS-PIN-EMPLOYEE-ID.
           DISPLAY "Manager PIN: ".
           ACCEPT WS-PIN-ENTRY.
           PERFORM VERIFY-EMPLOYEE-PIN.
           IF WS-PIN-ACCEPTED AND NOT EM-IS-MANAGER
               MOVE "N" TO WS-PIN-ACCEPTED-SW
           END-IF.
           IF WS-PIN-ACCEPTED
               MOVE EM-EMPLOYEE-ID TO WS-APPROVING-MANAGER-ID
           ELSE
               DISPLAY "Manager ID or PIN not accepted. Not approved."
           END-IF.

       RECORD-INVOICE-PAID.
           PERFORM FIND-INVOICE.
           IF NOT WS-INVOICE-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT SI-IS-APPROVED
               PERFORM NAME-INVOICE-STATUS
               DISPLAY "That invoice is " WS-STATUS-NAME "; only an"
                   " approved invoice is paid."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-DATE-OK-SW.
           PERFORM UNTIL WS-DATE-OK
               MOVE 0 TO WS-PAID-DATE-ENTRY
               DISPLAY "Enter the payment date (YYYYMMDD, 0 for today): "
               ACCEPT WS-PAID-DATE-ENTRY
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               IF WS-PAID-DATE-ENTRY = 0
                   MOVE WS-SYS-DATE TO WS-PAID-DATE-ENTRY
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-PAID-DATE-ENTRY) = 0
                   SET WS-DATE-OK TO TRUE
               ELSE
                   DISPLAY "Invalid date. Please try again."
               END-IF
           END-PERFORM.
           MOVE SI-APPROVED-AMOUNT TO WS-PAY-AMOUNT.
           IF SI-DISCOUNT-DATE NOT = 0
                   AND WS-PAID-DATE-ENTRY <= SI-DISCOUNT-DATE
               SUBTRACT SI-DISCOUNT-AMOUNT FROM WS-PAY-AMOUNT
               MOVE SI-DISCOUNT-AMOUNT TO WS-ED-AMOUNT
               DISPLAY "Paid inside the discount terms: take $"
                   WS-ED-AMOUNT " off."
           END-IF.
           SET SI-IS-PAID TO TRUE.
           MOVE WS-PAID-DATE-ENTRY TO SI-PAID-DATE.
           REWRITE SUPPLIER-INVOICE-RECORD
               INVALID KEY
                   DISPLAY "Unable to update invoice " SI-INVOICE-NUMBER
               NOT INVALID KEY
                   MOVE WS-PAY-AMOUNT TO WS-ED-AMOUNT
                   DISPLAY "Invoice " SI-INVOICE-NUMBER " paid: $"
                       WS-ED-AMOUNT
           END-REWRITE.
