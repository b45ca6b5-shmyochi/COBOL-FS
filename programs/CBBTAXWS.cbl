           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalesTaxWorksheet.

      *> Monthly sales tax return worksheet. Walks the dated sales
      *> archives (ORDTRANS.YYYYMMDD.DAT, written by CBBCLOSE) for
      *> every day of the month and foots the sales and returns the
      *> way the state return asks for them:
      *>   gross sales (merchandise and delivery fees), less
      *>   discounts, less returns, gives net sales; less sales to
      *>   exempt customers (listed by exemption certificate) and
      *>   incoming wire orders, whose tax the sending shop collects,
      *>   gives taxable sales. Taxable sales and the tax collected on
      *>   them are then broken out by the rate on each sale, since
      *>   the rate can change in the middle of the year, with the tax
      *>   the rate works out to beside what was actually collected.
      *> A return counts in the month it is taken, against the rate
      *> and certificate of the sale it reverses. Only closed days are
      *> counted: anything for the month still on the live sales file
      *> is reported so the day can be closed before filing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-TRANS-FILE ASSIGN TO "ORDTRANS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OT-STATUS.

           SELECT ARCHIVE-TRANS-FILE ASSIGN TO DYNAMIC
                   WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-TRANS-FILE.
           COPY "ORDTRANS.cpy".

       FD  ARCHIVE-TRANS-FILE.
           COPY "ORDTRANS.cpy"
               REPLACING ==ORDER-TRANS-RECORD== BY ==ARCHIVE-TRANS-RECORD==
               LEADING ==OT-== BY ==AT-==.

       WORKING-STORAGE SECTION.
       01 WS-OT-STATUS PIC XX.
       01 WS-AV-STATUS PIC XX.

       01 WS-MONTH-ENTRY PIC 9(6) VALUE 0.
       01 WS-FROM-DATE PIC 9(8) VALUE 0.
       01 WS-FROM-DATE-FIELDS REDEFINES WS-FROM-DATE.
           05 WS-FROM-YEAR PIC 9(4).
           05 WS-FROM-MONTH PIC 9(2).
           05 WS-FROM-DAY PIC 9(2).
       01 WS-NEXT-MONTH-DATE PIC 9(8) VALUE 0.
       01 WS-NEXT-MONTH-FIELDS REDEFINES WS-NEXT-MONTH-DATE.
           05 WS-NEXT-YEAR PIC 9(4).
           05 WS-NEXT-MONTH PIC 9(2).
           05 WS-NEXT-DAY PIC 9(2).
       01 WS-TO-DATE PIC 9(8) VALUE 0.
       01 WS-ARCHIVE-FILE-NAME PIC X(25).
       01 WS-SEARCH-DAY PIC 9(8) VALUE 0.
       01 WS-LAST-DAY PIC 9(8) VALUE 0.
       01 WS-SEARCH-DATE PIC 9(8) VALUE 0.
       01 WS-ARCHIVES-READ PIC 9(4) VALUE 0.
       01 WS-UNCLOSED-COUNT PIC 9(6) VALUE 0.

      *> The record being tallied, from an archive.
       COPY "ORDTRANS.cpy"
           REPLACING ==ORDER-TRANS-RECORD== BY ==WS-TALLY-TRANS==
           LEADING ==OT-== BY ==TT-==.

       01 WS-IDX PIC 9(4) VALUE 0.
       01 WS-SWAP-IDX PIC 9(4) VALUE 0.
       01 WS-SALE-COUNT PIC 9(6) VALUE 0.
       01 WS-RETURN-COUNT PIC 9(6) VALUE 0.

      *> What one sale or return is worth toward the return: its
      *> merchandise less discount plus delivery fee (negative for a
      *> return), and its tax.
       01 WS-NET-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-TAX-AMOUNT PIC S9(7)V99 VALUE 0.

      *> The worksheet lines.
       01 WS-GROSS-SALES PIC S9(9)V99 VALUE 0.
       01 WS-DISCOUNTS PIC S9(9)V99 VALUE 0.
       01 WS-RETURNS PIC S9(9)V99 VALUE 0.
       01 WS-NET-SALES PIC S9(9)V99 VALUE 0.
       01 WS-EXEMPT-SALES PIC S9(9)V99 VALUE 0.
       01 WS-RELAY-IN-SALES PIC S9(9)V99 VALUE 0.
       01 WS-TAXABLE-SALES PIC S9(9)V99 VALUE 0.
       01 WS-RATE-TAXABLE-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-TAX-COMPUTED-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-TAX-COLLECTED-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-TAX-DIFFERENCE PIC S9(9)V99 VALUE 0.

      *> Exempt sales by certificate, net of returns against them.
       01 EXEMPT-CERT-TABLE.
           05 WS-CERT-COUNT PIC 9(4) VALUE 0.
           05 EXEMPT-CERT-ENTRY OCCURS 200 TIMES.
               10 EC-CERT-NUMBER      PIC X(15).
               10 EC-CUSTOMER-ID      PIC X(10).
               10 EC-TRANS-COUNT      PIC 9(5).
               10 EC-NET-AMOUNT       PIC S9(9)V99.
       01 WS-SAVE-CERT-ENTRY PIC X(45).
       01 WS-CERT-FOUND-SW PIC X VALUE "N".
           88 WS-CERT-FOUND VALUE "Y".
       01 WS-CERT-FULL-SW PIC X VALUE "N".
           88 WS-CERT-FULL-WARNED VALUE "Y".

      *> Taxable sales and tax by the rate charged on the sale.
       01 TAX-RATE-TABLE.
           05 WS-RATE-COUNT PIC 9(2) VALUE 0.
           05 TAX-RATE-ENTRY OCCURS 20 TIMES.
               10 TR-TAX-RATE         PIC 9(2)V999.
               10 TR-TAXABLE-AMOUNT   PIC S9(9)V99.
               10 TR-TAX-COLLECTED    PIC S9(9)V99.
               10 TR-TAX-COMPUTED     PIC S9(9)V99.
       01 WS-SAVE-RATE-ENTRY PIC X(38).
       01 WS-RATE-FOUND-SW PIC X VALUE "N".
           88 WS-RATE-FOUND VALUE "Y".
       01 WS-RATE-FULL-SW PIC X VALUE "N".
           88 WS-RATE-FULL-WARNED VALUE "Y".

       01 WS-ED-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-ED-SECOND PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-ED-THIRD PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-ED-RATE PIC Z9.999.

       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-DATE-TIME-FIELDS REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-SYS-DATE PIC 9(8).
           05 WS-SYS-TIME PIC 9(6).
           05 FILLER PIC X(7).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           DISPLAY "MONTHLY SALES TAX WORKSHEET".
           DISPLAY "Enter the month to file (YYYYMM): ".
           ACCEPT WS-MONTH-ENTRY.

           COMPUTE WS-FROM-DATE = WS-MONTH-ENTRY * 100 + 1.
           IF WS-FROM-MONTH < 1 OR WS-FROM-MONTH > 12
               DISPLAY "Enter a valid month as YYYYMM."
               STOP RUN
           END-IF.
           MOVE WS-FROM-DATE TO WS-NEXT-MONTH-DATE.
           IF WS-FROM-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF.
           COMPUTE WS-SEARCH-DAY = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
           COMPUTE WS-LAST-DAY =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1.
           COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER(WS-LAST-DAY).

           PERFORM UNTIL WS-SEARCH-DAY > WS-LAST-DAY
               COMPUTE WS-SEARCH-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SEARCH-DAY)
               PERFORM TALLY-ONE-ARCHIVE
               ADD 1 TO WS-SEARCH-DAY
           END-PERFORM.
           PERFORM COUNT-UNCLOSED-TRANSACTIONS.

           PERFORM SORT-CERTIFICATES.
           PERFORM SORT-TAX-RATES.
           PERFORM DISPLAY-WORKSHEET.
           STOP RUN.

       TALLY-ONE-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME.
           STRING "ORDTRANS." DELIMITED BY SIZE
               WS-SEARCH-DATE DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILE-NAME.
           OPEN INPUT ARCHIVE-TRANS-FILE.
           IF WS-AV-STATUS = "00"
               ADD 1 TO WS-ARCHIVES-READ
               PERFORM UNTIL WS-AV-STATUS NOT = "00"
                   READ ARCHIVE-TRANS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-AV-STATUS
                       NOT AT END
                           MOVE ARCHIVE-TRANS-RECORD TO WS-TALLY-TRANS
                           PERFORM TALLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-TRANS-FILE
           END-IF.

      *> CBBCLOSE empties the live file once a day is archived, so
      *> anything on it dated in the month is a day not yet closed.
       COUNT-UNCLOSED-TRANSACTIONS.
           OPEN INPUT ORDER-TRANS-FILE.
           IF WS-OT-STATUS = "00"
               PERFORM UNTIL WS-OT-STATUS NOT = "00"
                   READ ORDER-TRANS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-OT-STATUS
                       NOT AT END
                           IF OT-ORDER-DATE >= WS-FROM-DATE
                                   AND OT-ORDER-DATE <= WS-TO-DATE
                                   AND (OT-IS-SALE OR OT-IS-RETURN)
                               ADD 1 TO WS-UNCLOSED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-TRANS-FILE
           END-IF.

      *> Deposits on bookings are not sales (the pickup is), and the
      *> reserve and unreserve records move stock only.
       TALLY-ONE-TRANSACTION.
           IF NOT TT-IS-SALE AND NOT TT-IS-RETURN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NET-AMOUNT = TT-MERCHANDISE-SUBTOTAL
               - TT-DISCOUNT-AMOUNT + TT-DELIVERY-FEE.
           MOVE TT-TAX-AMOUNT TO WS-TAX-AMOUNT.
           IF TT-IS-SALE
               ADD 1 TO WS-SALE-COUNT
               ADD TT-MERCHANDISE-SUBTOTAL TO WS-GROSS-SALES
               ADD TT-DELIVERY-FEE TO WS-GROSS-SALES
               ADD TT-DISCOUNT-AMOUNT TO WS-DISCOUNTS
           ELSE
               ADD 1 TO WS-RETURN-COUNT
               ADD WS-NET-AMOUNT TO WS-RETURNS
               MULTIPLY -1 BY WS-NET-AMOUNT
               MULTIPLY -1 BY WS-TAX-AMOUNT
           END-IF.
           EVALUATE TRUE
               WHEN TT-IS-TAX-EXEMPT
                   ADD WS-NET-AMOUNT TO WS-EXEMPT-SALES
                   PERFORM ADD-TO-CERTIFICATE
               WHEN TT-IS-RELAY-IN
                   ADD WS-NET-AMOUNT TO WS-RELAY-IN-SALES
               WHEN OTHER
                   PERFORM ADD-TO-TAX-RATE
           END-EVALUATE.

       ADD-TO-CERTIFICATE.
           MOVE "N" TO WS-CERT-FOUND-SW.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CERT-COUNT OR WS-CERT-FOUND
               IF EC-CERT-NUMBER(WS-IDX) = TT-EXEMPT-CERT-NUMBER
                   SET WS-CERT-FOUND TO TRUE
                   ADD 1 TO EC-TRANS-COUNT(WS-IDX)
                   ADD WS-NET-AMOUNT TO EC-NET-AMOUNT(WS-IDX)
               END-IF
           END-PERFORM.
           IF NOT WS-CERT-FOUND
               IF WS-CERT-COUNT >= 200
                   IF NOT WS-CERT-FULL-WARNED
                       DISPLAY "Certificate table full (200 max);"
                           " further certificates are in the exempt"
                           " total but not listed."
                       SET WS-CERT-FULL-WARNED TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO WS-CERT-COUNT
                   MOVE TT-EXEMPT-CERT-NUMBER
                       TO EC-CERT-NUMBER(WS-CERT-COUNT)
                   MOVE TT-CUSTOMER-ID TO EC-CUSTOMER-ID(WS-CERT-COUNT)
                   MOVE 1 TO EC-TRANS-COUNT(WS-CERT-COUNT)
                   MOVE WS-NET-AMOUNT TO EC-NET-AMOUNT(WS-CERT-COUNT)
               END-IF
           END-IF.

      *> A return comes off the rate of the sale it reverses, which
      *> it carries, so a return after a rate change nets correctly.
       ADD-TO-TAX-RATE.
           MOVE "N" TO WS-RATE-FOUND-SW.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RATE-COUNT OR WS-RATE-FOUND
               IF TR-TAX-RATE(WS-IDX) = TT-TAX-RATE
                   SET WS-RATE-FOUND TO TRUE
                   ADD WS-NET-AMOUNT TO TR-TAXABLE-AMOUNT(WS-IDX)
                   ADD WS-TAX-AMOUNT TO TR-TAX-COLLECTED(WS-IDX)
               END-IF
           END-PERFORM.
           IF NOT WS-RATE-FOUND
               IF WS-RATE-COUNT >= 20
                   IF NOT WS-RATE-FULL-WARNED
                       DISPLAY "Rate table full (20 max); sales at"
                           " further rates are left out of the rate"
                           " breakdown."
                       SET WS-RATE-FULL-WARNED TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO WS-RATE-COUNT
                   MOVE TT-TAX-RATE TO TR-TAX-RATE(WS-RATE-COUNT)
                   MOVE WS-NET-AMOUNT
                       TO TR-TAXABLE-AMOUNT(WS-RATE-COUNT)
                   MOVE WS-TAX-AMOUNT TO TR-TAX-COLLECTED(WS-RATE-COUNT)
               END-IF
           END-IF.

       SORT-CERTIFICATES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CERT-COUNT - 1
               PERFORM VARYING WS-SWAP-IDX FROM 1 BY 1
                       UNTIL WS-SWAP-IDX > WS-CERT-COUNT - WS-IDX
                   IF EC-CERT-NUMBER(WS-SWAP-IDX) >
                           EC-CERT-NUMBER(WS-SWAP-IDX + 1)
                       MOVE EXEMPT-CERT-ENTRY(WS-SWAP-IDX)
                           TO WS-SAVE-CERT-ENTRY
                       MOVE EXEMPT-CERT-ENTRY(WS-SWAP-IDX + 1)
                           TO EXEMPT-CERT-ENTRY(WS-SWAP-IDX)
                       MOVE WS-SAVE-CERT-ENTRY
                           TO EXEMPT-CERT-ENTRY(WS-SWAP-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       SORT-TAX-RATES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RATE-COUNT - 1
               PERFORM VARYING WS-SWAP-IDX FROM 1 BY 1
                       UNTIL WS-SWAP-IDX > WS-RATE-COUNT - WS-IDX
                   IF TR-TAX-RATE(WS-SWAP-IDX) >
                           TR-TAX-RATE(WS-SWAP-IDX + 1)
                       MOVE TAX-RATE-ENTRY(WS-SWAP-IDX)
                           TO WS-SAVE-RATE-ENTRY
                       MOVE TAX-RATE-ENTRY(WS-SWAP-IDX + 1)
                           TO TAX-RATE-ENTRY(WS-SWAP-IDX)
                       MOVE WS-SAVE-RATE-ENTRY
                           TO TAX-RATE-ENTRY(WS-SWAP-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       DISPLAY-WORKSHEET.
           COMPUTE WS-NET-SALES =
               WS-GROSS-SALES - WS-DISCOUNTS - WS-RETURNS.
           COMPUTE WS-TAXABLE-SALES =
               WS-NET-SALES - WS-EXEMPT-SALES - WS-RELAY-IN-SALES.
           DISPLAY " ".
           DISPLAY "------------- SALES TAX WORKSHEET -------------".
           DISPLAY "Month " WS-FROM-DATE " to " WS-TO-DATE
               "   (run " WS-SYS-DATE ")".
           DISPLAY "Archived days read: " WS-ARCHIVES-READ
               "   sales: " WS-SALE-COUNT
               "   returns: " WS-RETURN-COUNT.
           DISPLAY " ".
           MOVE WS-GROSS-SALES TO WS-ED-AMOUNT.
           DISPLAY "1. Gross sales (merchandise and delivery) $"
               WS-ED-AMOUNT.
           MOVE WS-DISCOUNTS TO WS-ED-AMOUNT.
           DISPLAY "2. Less discounts                         $"
               WS-ED-AMOUNT.
           MOVE WS-RETURNS TO WS-ED-AMOUNT.
           DISPLAY "3. Less returns and allowances            $"
               WS-ED-AMOUNT.
           MOVE WS-NET-SALES TO WS-ED-AMOUNT.
           DISPLAY "4. Net sales (1 - 2 - 3)                  $"
               WS-ED-AMOUNT.
           MOVE WS-EXEMPT-SALES TO WS-ED-AMOUNT.
           DISPLAY "5. Less exempt sales (by certificate)     $"
               WS-ED-AMOUNT.
           MOVE WS-RELAY-IN-SALES TO WS-ED-AMOUNT.
           DISPLAY "6. Less wire orders taxed by sending shop $"
               WS-ED-AMOUNT.
           MOVE WS-TAXABLE-SALES TO WS-ED-AMOUNT.
           DISPLAY "7. Taxable sales (4 - 5 - 6)              $"
               WS-ED-AMOUNT.

           DISPLAY " ".
           DISPLAY "Exempt sales by certificate (line 5):".
           IF WS-CERT-COUNT = 0
               DISPLAY "  None this month."
           ELSE
               DISPLAY "  Certificate     Customer   Trans"
                   "        Net sales"
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-CERT-COUNT
                   MOVE EC-NET-AMOUNT(WS-IDX) TO WS-ED-AMOUNT
                   DISPLAY "  " EC-CERT-NUMBER(WS-IDX) " "
                       EC-CUSTOMER-ID(WS-IDX) " "
                       EC-TRANS-COUNT(WS-IDX) " " WS-ED-AMOUNT
               END-PERFORM
           END-IF.

           DISPLAY " ".
           DISPLAY "Taxable sales and tax by rate (line 7):".
           IF WS-RATE-COUNT = 0
               DISPLAY "  No taxable sales this month."
           ELSE
               DISPLAY "  Rate %    Taxable sales     Tax at rate"
                   "   Tax collected"
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-RATE-COUNT
                   PERFORM DISPLAY-ONE-RATE
               END-PERFORM
               MOVE WS-RATE-TAXABLE-TOTAL TO WS-ED-AMOUNT
               MOVE WS-TAX-COMPUTED-TOTAL TO WS-ED-SECOND
               MOVE WS-TAX-COLLECTED-TOTAL TO WS-ED-THIRD
               DISPLAY "  Total " WS-ED-AMOUNT WS-ED-SECOND WS-ED-THIRD
           END-IF.
           DISPLAY " ".
           MOVE WS-TAX-COLLECTED-TOTAL TO WS-ED-AMOUNT.
           DISPLAY "8. Sales tax collected                    $"
               WS-ED-AMOUNT.
           COMPUTE WS-TAX-DIFFERENCE =
               WS-TAX-COLLECTED-TOTAL - WS-TAX-COMPUTED-TOTAL.
           IF WS-TAX-DIFFERENCE NOT = 0
               MOVE WS-TAX-DIFFERENCE TO WS-ED-AMOUNT
               DISPLAY "   Collected less tax at rate (rounding on"
                   " each sale): $" WS-ED-AMOUNT
           END-IF.
           IF WS-RATE-TAXABLE-TOTAL NOT = WS-TAXABLE-SALES
               DISPLAY "WARNING: the rate breakdown does not foot to"
                   " line 7; see the table-full message above."
           END-IF.
           IF WS-UNCLOSED-COUNT > 0
               DISPLAY " "
               DISPLAY "WARNING: " WS-UNCLOSED-COUNT " sales and"
                   " returns for this month are on the live sales"
                   " file and not counted."
               DISPLAY "Close the day (CBBCLOSE) and run the"
                   " worksheet again before filing."
           END-IF.
           DISPLAY "-----------------------------------------------".

       DISPLAY-ONE-RATE.
           COMPUTE TR-TAX-COMPUTED(WS-IDX) ROUNDED =
               TR-TAXABLE-AMOUNT(WS-IDX) * TR-TAX-RATE(WS-IDX) / 100.
           ADD TR-TAXABLE-AMOUNT(WS-IDX) TO WS-RATE-TAXABLE-TOTAL.
           ADD TR-TAX-COMPUTED(WS-IDX) TO WS-TAX-COMPUTED-TOTAL.
           ADD TR-TAX-COLLECTED(WS-IDX) TO WS-TAX-COLLECTED-TOTAL.
           MOVE TR-TAX-RATE(WS-IDX) TO WS-ED-RATE.
           MOVE TR-TAXABLE-AMOUNT(WS-IDX) TO WS-ED-AMOUNT.
           MOVE TR-TAX-COMPUTED(WS-IDX) TO WS-ED-SECOND.
           MOVE TR-TAX-COLLECTED(WS-IDX) TO WS-ED-THIRD.
           DISPLAY "  " WS-ED-RATE WS-ED-AMOUNT WS-ED-SECOND
               WS-ED-THIRD.
