           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpenPayablesListing.

      *> Open payables listing. Every supplier invoice keyed in
      *> CBBINVC and not yet paid, grouped by supplier and in due-date
      *> order within each, with what is owed on it: the approved
      *> amount once a manager has approved it, the billed total
      *> until then. Invoices past due as of the listing date are
      *> marked with the days over, and an early-payment discount
      *> still open is shown with its last day. Held invoices are
      *> totalled separately: they are owed but not cleared to pay.

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

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-INVOICE-FILE.
           COPY "SUPINV.cpy".

       FD  SUPPLIER-MASTER-FILE.
           COPY "SUPPMAST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SI-STATUS PIC XX.
       01 WS-SU-STATUS PIC XX.
       01 WS-SUPPLIER-FILE-OPEN-SW PIC X VALUE "N".
           88 WS-SUPPLIER-FILE-OPEN VALUE "Y".

       01 WS-AS-OF-DATE PIC 9(8) VALUE 0.
       01 WS-DAYS-PAST-DUE PIC S9(5) VALUE 0.
       01 WS-CURRENT-SUPPLIER PIC X(6) VALUE SPACES.
       01 WS-STATUS-NAME PIC X(8).

       01 WS-SUPPLIER-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-SUPPLIER-PAST-DUE PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-PAST-DUE-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-HELD-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-APPROVED-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-DISCOUNT-OPEN-TOTAL PIC 9(9)V99 VALUE 0.

       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-DATE-TIME-FIELDS REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-SYS-DATE PIC 9(8).
           05 WS-SYS-TIME PIC 9(6).
           05 FILLER PIC X(7).
       01 WS-ED-AMOUNT PIC Z,ZZZ,ZZ9.99.
       01 WS-ED-DAYS PIC ZZZZ9.
       01 WS-IDX PIC 9(4) VALUE 0.
       01 WS-SWAP-IDX PIC 9(4) VALUE 0.

       01 PAYABLE-TABLE.
           05 WS-PAYABLE-COUNT PIC 9(4) VALUE 0.
           05 PAYABLE-ENTRY OCCURS 500 TIMES.
               10 PE-SORT-KEY.
                   15 PE-SUPPLIER-ID      PIC X(6).
                   15 PE-DUE-DATE         PIC 9(8).
               10 PE-INVOICE-NUMBER       PIC X(12).
               10 PE-INVOICE-DATE         PIC 9(8).
               10 PE-AMOUNT-OWED          PIC 9(7)V99.
               10 PE-STATUS               PIC X.
               10 PE-DISCOUNT-DATE        PIC 9(8).
               10 PE-DISCOUNT-AMOUNT      PIC 9(5)V99.

       01 WS-PAYABLE-FULL-SW PIC X VALUE "N".
           88 WS-PAYABLE-FULL-WARNED VALUE "Y".

       01 WS-SAVE-ENTRY.
           05 WS-SAVE-SORT-KEY.
               10 WS-SAVE-SUPPLIER-ID     PIC X(6).
               10 WS-SAVE-DUE-DATE        PIC 9(8).
           05 WS-SAVE-INVOICE-NUMBER      PIC X(12).
           05 WS-SAVE-INVOICE-DATE        PIC 9(8).
           05 WS-SAVE-AMOUNT-OWED         PIC 9(7)V99.
           05 WS-SAVE-STATUS              PIC X.
           05 WS-SAVE-DISCOUNT-DATE       PIC 9(8).
           05 WS-SAVE-DISCOUNT-AMOUNT     PIC 9(5)V99.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           DISPLAY "Enter the as-of date (YYYYMMDD, 0 for today): ".
           ACCEPT WS-AS-OF-DATE.
           IF WS-AS-OF-DATE = 0
               MOVE WS-SYS-DATE TO WS-AS-OF-DATE
           END-IF.

           OPEN INPUT SUPPLIER-INVOICE-FILE.
           IF WS-SI-STATUS NOT = "00"
               DISPLAY "No supplier invoices have been entered"
                   " (SUPINV.DAT)."
               STOP RUN
           END-IF.
           PERFORM LOAD-OPEN-INVOICES.
           CLOSE SUPPLIER-INVOICE-FILE.

           PERFORM SORT-PAYABLES-BY-SUPPLIER.
           OPEN INPUT SUPPLIER-MASTER-FILE.
           IF WS-SU-STATUS = "00"
               SET WS-SUPPLIER-FILE-OPEN TO TRUE
           END-IF.
           PERFORM DISPLAY-PAYABLES.
           IF WS-SUPPLIER-FILE-OPEN
               CLOSE SUPPLIER-MASTER-FILE
           END-IF.

           STOP RUN.

       LOAD-OPEN-INVOICES.
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
                       IF NOT SI-IS-PAID
                           PERFORM ADD-PAYABLE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       ADD-PAYABLE-ENTRY.
           IF WS-PAYABLE-COUNT >= 500
               IF NOT WS-PAYABLE-FULL-WARNED
                   DISPLAY "Payables table full (500 max); remaining open invoices are omitted."
                   SET WS-PAYABLE-FULL-WARNED TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-PAYABLE-COUNT
               MOVE SI-SUPPLIER-ID TO PE-SUPPLIER-ID(WS-PAYABLE-COUNT)
               MOVE SI-DUE-DATE TO PE-DUE-DATE(WS-PAYABLE-COUNT)
               MOVE SI-INVOICE-NUMBER
                   TO PE-INVOICE-NUMBER(WS-PAYABLE-COUNT)
               MOVE SI-INVOICE-DATE TO PE-INVOICE-DATE(WS-PAYABLE-COUNT)
               IF SI-IS-APPROVED
                   MOVE SI-APPROVED-AMOUNT
                       TO PE-AMOUNT-OWED(WS-PAYABLE-COUNT)
               ELSE
                   MOVE SI-INVOICE-TOTAL
                       TO PE-AMOUNT-OWED(WS-PAYABLE-COUNT)
               END-IF
               MOVE SI-STATUS TO PE-STATUS(WS-PAYABLE-COUNT)
               MOVE SI-DISCOUNT-DATE
                   TO PE-DISCOUNT-DATE(WS-PAYABLE-COUNT)
               MOVE SI-DISCOUNT-AMOUNT
                   TO PE-DISCOUNT-AMOUNT(WS-PAYABLE-COUNT)
           END-IF.

       SORT-PAYABLES-BY-SUPPLIER.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PAYABLE-COUNT - 1
               PERFORM VARYING WS-SWAP-IDX FROM 1 BY 1
                       UNTIL WS-SWAP-IDX > WS-PAYABLE-COUNT - WS-IDX
                   IF PE-SORT-KEY(WS-SWAP-IDX) >
                           PE-SORT-KEY(WS-SWAP-IDX + 1)
                       MOVE PAYABLE-ENTRY(WS-SWAP-IDX) TO WS-SAVE-ENTRY
                       MOVE PAYABLE-ENTRY(WS-SWAP-IDX + 1)
                           TO PAYABLE-ENTRY(WS-SWAP-IDX)
                       MOVE WS-SAVE-ENTRY TO PAYABLE-ENTRY(WS-SWAP-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       DISPLAY-PAYABLES.
           DISPLAY " ".
           DISPLAY "------------- OPEN PAYABLES -------------".
           DISPLAY "As of: " WS-AS-OF-DATE.
           IF WS-PAYABLE-COUNT = 0
               DISPLAY "No unpaid supplier invoices."
               DISPLAY "-----------------------------------------"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CURRENT-SUPPLIER.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PAYABLE-COUNT
               IF PE-SUPPLIER-ID(WS-IDX) NOT = WS-CURRENT-SUPPLIER
                   IF WS-CURRENT-SUPPLIER NOT = SPACES
                       PERFORM DISPLAY-SUPPLIER-TOTAL
                   END-IF
                   MOVE PE-SUPPLIER-ID(WS-IDX) TO WS-CURRENT-SUPPLIER
                   PERFORM DISPLAY-SUPPLIER-HEADING
               END-IF
               PERFORM DISPLAY-PAYABLE-LINE
           END-PERFORM.
           PERFORM DISPLAY-SUPPLIER-TOTAL.

           DISPLAY " ".
           MOVE WS-GRAND-TOTAL TO WS-ED-AMOUNT.
           DISPLAY "Total open payables:      $" WS-ED-AMOUNT.
           MOVE WS-APPROVED-TOTAL TO WS-ED-AMOUNT.
           DISPLAY "  Approved for payment:   $" WS-ED-AMOUNT.
           MOVE WS-HELD-TOTAL TO WS-ED-AMOUNT.
           DISPLAY "  Held on exceptions:     $" WS-ED-AMOUNT.
           MOVE WS-PAST-DUE-TOTAL TO WS-ED-AMOUNT.
           DISPLAY "Past due:                 $" WS-ED-AMOUNT.
           MOVE WS-DISCOUNT-OPEN-TOTAL TO WS-ED-AMOUNT.
           DISPLAY "Discounts still available: $" WS-ED-AMOUNT.
           DISPLAY "-----------------------------------------".

       DISPLAY-SUPPLIER-HEADING.
           MOVE 0 TO WS-SUPPLIER-TOTAL.
           MOVE 0 TO WS-SUPPLIER-PAST-DUE.
           DISPLAY " ".
           MOVE SPACES TO SU-SUPPLIER-NAME.
           MOVE SPACES TO SU-CONTACT-NAME.
           MOVE SPACES TO SU-PHONE-NUMBER.
           IF WS-SUPPLIER-FILE-OPEN
               MOVE WS-CURRENT-SUPPLIER TO SU-SUPPLIER-ID
               READ SUPPLIER-MASTER-FILE
                   INVALID KEY
                       MOVE "(not on supplier master)"
                           TO SU-SUPPLIER-NAME
               END-READ
           END-IF.
           DISPLAY "Supplier " WS-CURRENT-SUPPLIER " " SU-SUPPLIER-NAME
               " " SU-CONTACT-NAME " " SU-PHONE-NUMBER.
           DISPLAY "  Due      Invoice      Dated    Status        "
               "  Owed".

       DISPLAY-PAYABLE-LINE.
           EVALUATE PE-STATUS(WS-IDX)
               WHEN "H" MOVE "HELD" TO WS-STATUS-NAME
               WHEN "M" MOVE "MATCHED" TO WS-STATUS-NAME
               WHEN "A" MOVE "APPROVED" TO WS-STATUS-NAME
               WHEN OTHER MOVE PE-STATUS(WS-IDX) TO WS-STATUS-NAME
           END-EVALUATE.
           MOVE PE-AMOUNT-OWED(WS-IDX) TO WS-ED-AMOUNT.
           DISPLAY "  " PE-DUE-DATE(WS-IDX) " "
               PE-INVOICE-NUMBER(WS-IDX) " " PE-INVOICE-DATE(WS-IDX)
               " " WS-STATUS-NAME " $" WS-ED-AMOUNT.
           ADD PE-AMOUNT-OWED(WS-IDX) TO WS-SUPPLIER-TOTAL.
           ADD PE-AMOUNT-OWED(WS-IDX) TO WS-GRAND-TOTAL.
           IF PE-STATUS(WS-IDX) = "A"
               ADD PE-AMOUNT-OWED(WS-IDX) TO WS-APPROVED-TOTAL
           END-IF.
           IF PE-STATUS(WS-IDX) = "H"
               ADD PE-AMOUNT-OWED(WS-IDX) TO WS-HELD-TOTAL
               DISPLAY "      held: short, over-billed or mispriced"
                   " - see CBBINVC"
           END-IF.
           IF PE-DUE-DATE(WS-IDX) < WS-AS-OF-DATE
               COMPUTE WS-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
                   - FUNCTION INTEGER-OF-DATE(PE-DUE-DATE(WS-IDX))
               MOVE WS-DAYS-PAST-DUE TO WS-ED-DAYS
               DISPLAY "      PAST DUE " WS-ED-DAYS " days"
               ADD PE-AMOUNT-OWED(WS-IDX) TO WS-SUPPLIER-PAST-DUE
               ADD PE-AMOUNT-OWED(WS-IDX) TO WS-PAST-DUE-TOTAL
           END-IF.
           IF PE-DISCOUNT-DATE(WS-IDX) NOT = 0
                   AND PE-DISCOUNT-DATE(WS-IDX) >= WS-AS-OF-DATE
               MOVE PE-DISCOUNT-AMOUNT(WS-IDX) TO WS-ED-AMOUNT
               DISPLAY "      take $" WS-ED-AMOUNT " discount if paid by "
                   PE-DISCOUNT-DATE(WS-IDX)
               ADD PE-DISCOUNT-AMOUNT(WS-IDX) TO WS-DISCOUNT-OPEN-TOTAL
           END-IF.

       DISPLAY-SUPPLIER-TOTAL.
           MOVE WS-SUPPLIER-TOTAL TO WS-ED-AMOUNT.
           DISPLAY "  Supplier total:  $" WS-ED-AMOUNT.
           IF WS-SUPPLIER-PAST-DUE > 0
               MOVE WS-SUPPLIER-PAST-DUE TO WS-ED-AMOUNT
               DISPLAY "  Past due:        $" WS-ED-AMOUNT
           END-IF.
