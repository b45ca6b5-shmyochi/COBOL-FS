           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GeneralLedgerExport.

      *> Daily general ledger journal export, run after CBBCLOSE has
      *> archived the business date. Builds one balanced journal
      *> entry for the date and writes it to GLJRNL.YYYYMMDD.DAT for
      *> the bookkeeper's ledger, in place of re-keying the CBBEOD,
      *> CBBDRAWR, CBBCARD, CBBARPAY, gift certificate and shrink
      *> printouts:
      *>   - the day's sales archive (ORDTRANS.YYYYMMDD.DAT): cash,
      *>     card clearing, house-account charges, COD in transit,
      *>     gift certificates redeemed, deposits taken and applied
      *>     on booked orders, sales by department (loose stems and
      *>     arrangements), delivery fees, discounts, sales tax,
      *>     relay clearing, and cost of goods at the average lot
      *>     cost, as CBBMARGN prices it. Returns post the same lines
      *>     reversed.
      *>   - GCJRNL.DAT: certificates sold and reloaded, write-offs.
      *>   - ARLEDGER.DAT: house-account checks received.
      *>   - DRAWJRNL.DAT / DRAWSESS.DAT: paid-outs, paid-ins, COD
      *>     pouches banked, booking deposits refunded, and each
      *>     drawer's over/short.
      *>   - SHRINKJL.DAT: waste at the cost of the lot it came from.
      *> Lines are built by posting code and mapped to the ledger's
      *> accounts through GLACCT.DAT (maintained in CBBCOALD).
      *>
      *> Nothing is written unless debits equal credits, every sale
      *> balances on its own, and every posting code is mapped. A
      *> date already exported refuses to go again until the export
      *> is reversed, which writes GLJRNL.YYYYMMDD.REV.DAT with the
      *> sides swapped; GLEXPLOG.DAT keeps the record, as CLOSELOG.DAT
      *> does for the close.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-TRANS-FILE ASSIGN TO DYNAMIC
                   WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AV-STATUS.

           SELECT ARRANGEMENT-MASTER-FILE ASSIGN TO "ARRMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ARRANGE-CODE
               FILE STATUS IS WS-AM-STATUS.

           SELECT FLOWER-LOT-FILE ASSIGN TO "FLWLOTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-NUMBER
               ALTERNATE RECORD KEY IS LOT-FLOWER-CODE WITH DUPLICATES
               FILE STATUS IS WS-LOT-STATUS.

           SELECT SHRINK-JOURNAL-FILE ASSIGN TO "SHRINKJL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SJ-STATUS.

           SELECT GC-JOURNAL-FILE ASSIGN TO "GCJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GJ-STATUS.

           SELECT AR-LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.

           SELECT DRAWER-JOURNAL-FILE ASSIGN TO "DRAWJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DJ-STATUS.

           SELECT DRAWER-SESSION-FILE ASSIGN TO "DRAWSESS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-SESSION-KEY
               FILE STATUS IS WS-DS-STATUS.

           SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-POSTING-CODE
               FILE STATUS IS WS-GA-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO DYNAMIC
                   WS-INTERFACE-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT GL-REVERSAL-FILE ASSIGN TO DYNAMIC
                   WS-REVERSAL-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GR-STATUS.

           SELECT GL-EXPORT-LOG-FILE ASSIGN TO "GLEXPLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-TRANS-FILE.
           COPY "ORDTRANS.cpy".

       FD  ARRANGEMENT-MASTER-FILE.
           COPY "ARRMAST.cpy".

       FD  FLOWER-LOT-FILE.
           COPY "FLWLOTS.cpy".

       FD  SHRINK-JOURNAL-FILE.
           COPY "SHRINKJL.cpy".

       FD  GC-JOURNAL-FILE.
           COPY "GCJRNL.cpy".

       FD  AR-LEDGER-FILE.
           COPY "ARLEDGER.cpy".

       FD  DRAWER-JOURNAL-FILE.
           COPY "DRAWJRNL.cpy".

       FD  DRAWER-SESSION-FILE.
           COPY "DRAWSESS.cpy".

       FD  GL-ACCOUNT-FILE.
           COPY "GLACCT.cpy".

       FD  GL-INTERFACE-FILE.
           COPY "GLINTF.cpy".

       FD  GL-REVERSAL-FILE.
           COPY "GLINTF.cpy"
               REPLACING ==GL-INTERFACE-RECORD== BY ==GL-REVERSAL-RECORD==
               LEADING ==GL-== BY ==GR-==.

       FD  GL-EXPORT-LOG-FILE.
           COPY "GLEXPLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-AV-STATUS PIC XX.
       01 WS-AM-STATUS PIC XX.
       01 WS-LOT-STATUS PIC XX.
       01 WS-SJ-STATUS PIC XX.
       01 WS-GJ-STATUS PIC XX.
       01 WS-AR-STATUS PIC XX.
       01 WS-DJ-STATUS PIC XX.
       01 WS-DS-STATUS PIC XX.
       01 WS-GA-STATUS PIC XX.
       01 WS-GL-STATUS PIC XX.
       01 WS-GR-STATUS PIC XX.
       01 WS-GX-STATUS PIC XX.

       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-ACTION-RESPONSE PIC X.
       01 WS-ARCHIVE-FILE-NAME PIC X(25).
       01 WS-INTERFACE-FILE-NAME PIC X(25).
       01 WS-REVERSAL-FILE-NAME PIC X(25).
       01 WS-IDX PIC 9(4) VALUE 0.
       01 WS-SCAN-IDX PIC 9(4) VALUE 0.
       01 WS-COMP-IDX PIC 9(4) VALUE 0.
       01 WS-ENTRY-IDX PIC 9(4) VALUE 0.
       01 WS-LINE-NUMBER PIC 9(3) VALUE 0.
       01 WS-ED-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-SIGNED PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-DATE-EXPORTED-SW PIC X VALUE "N".
           88 WS-DATE-EXPORTED VALUE "Y".
       01 WS-EXPORT-REFUSED-SW PIC X VALUE "N".
           88 WS-EXPORT-REFUSED VALUE "Y".
       01 WS-ARR-FILE-OPEN-SW PIC X VALUE "N".
           88 WS-ARR-FILE-OPEN VALUE "Y".
       01 WS-ARRANGEMENT-FOUND-SW PIC X VALUE "N".
           88 WS-ARRANGEMENT-FOUND VALUE "Y".
       01 WS-LOT-FILE-OPEN-SW PIC X VALUE "N".
           88 WS-LOT-FILE-OPEN VALUE "Y".

      *> Weighted-average supplier cost per stem across the lots on
      *> file, as CBBMARGN works it out.
       01 COST-TABLE.
           05 WS-COST-COUNT PIC 9(4) VALUE 0.
           05 COST-ENTRY OCCURS 50 TIMES.
               10 CO-FLOWER-CODE PIC X(3).
               10 CO-COST-SUM    PIC 9(10)V99.
               10 CO-QTY-SUM     PIC 9(9).
               10 CO-AVG-COST    PIC 9(4)V99.
       01 WS-COST-FOUND-SW PIC X VALUE "N".
           88 WS-COST-FOUND VALUE "Y".
       01 WS-SOUGHT-CODE PIC X(3).
       01 WS-UNIT-COST PIC 9(4)V99 VALUE 0.
       01 WS-COGS-AMOUNT PIC 9(8)V99 VALUE 0.

      *> The entry being built: one line per posting code and side.
       01 ENTRY-TABLE.
           05 WS-ENTRY-COUNT PIC 9(4) VALUE 0.
           05 ENTRY-LINE OCCURS 60 TIMES.
               10 EL-POSTING-CODE   PIC X(8).
               10 EL-SIDE           PIC X.
                   88 EL-IS-DEBIT   VALUE "D".
                   88 EL-IS-CREDIT  VALUE "C".
               10 EL-AMOUNT         PIC 9(8)V99.
               10 EL-ACCOUNT-NUMBER PIC X(12).
               10 EL-ACCOUNT-NAME   PIC X(30).
       01 WS-ENTRY-FOUND-SW PIC X VALUE "N".
           88 WS-ENTRY-FOUND VALUE "Y".

      *> What the next posting is. A return posts the sale's lines
      *> with the sides swapped.
       01 WS-POST-CODE PIC X(8).
       01 WS-POST-SIDE PIC X.
       01 WS-POST-AMOUNT PIC 9(8)V99 VALUE 0.
       01 WS-REVERSE-SIDES-SW PIC X VALUE "N".
           88 WS-REVERSE-SIDES VALUE "Y".

       01 WS-TOTAL-DEBITS PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-CREDITS PIC 9(9)V99 VALUE 0.
       01 WS-TRANS-DEBITS PIC 9(8)V99 VALUE 0.
       01 WS-TRANS-CREDITS PIC 9(8)V99 VALUE 0.
       01 WS-TRANS-DIFF PIC S9(8)V99 VALUE 0.
       01 WS-TENDER-SHARE PIC S9(8)V99 VALUE 0.
       01 WS-RELAY-DIFF PIC S9(8)V99 VALUE 0.

      *> Transactions whose own debits and credits do not agree.
       01 UNBALANCED-TABLE.
           05 WS-UNBALANCED-COUNT PIC 9(4) VALUE 0.
           05 UNBALANCED-ENTRY OCCURS 50 TIMES.
               10 UB-ORDER-NUMBER PIC 9(8).
               10 UB-TRANS-TYPE   PIC X(4).
               10 UB-DIFFERENCE   PIC S9(8)V99.

       01 WS-TRANS-COUNT PIC 9(6) VALUE 0.
       01 WS-OPEN-DRAWER-COUNT PIC 9(4) VALUE 0.
       01 WS-UNMAPPED-COUNT PIC 9(4) VALUE 0.

       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-DATE-TIME-FIELDS REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-SYS-DATE PIC 9(8).
           05 WS-SYS-TIME PIC 9(6).
           05 FILLER PIC X(7).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           DISPLAY "GENERAL LEDGER JOURNAL EXPORT".
           DISPLAY "Enter the business date (YYYYMMDD): ".
           ACCEPT WS-BUSINESS-DATE.
           DISPLAY "(E)xport the day's journal or (R)everse an earlier"
               " export: ".
           ACCEPT WS-ACTION-RESPONSE.
           IF WS-ACTION-RESPONSE = "e"
               MOVE "E" TO WS-ACTION-RESPONSE
           END-IF.
           IF WS-ACTION-RESPONSE = "r"
               MOVE "R" TO WS-ACTION-RESPONSE
           END-IF.

           MOVE SPACES TO WS-INTERFACE-FILE-NAME.
           STRING "GLJRNL." DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-INTERFACE-FILE-NAME.
           MOVE SPACES TO WS-REVERSAL-FILE-NAME.
           STRING "GLJRNL." DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               ".REV.DAT" DELIMITED BY SIZE
               INTO WS-REVERSAL-FILE-NAME.

           PERFORM CHECK-EXPORT-LOG.
           EVALUATE WS-ACTION-RESPONSE
               WHEN "E"
                   IF WS-DATE-EXPORTED
                       DISPLAY "Business date " WS-BUSINESS-DATE
                           " has already been exported. Reverse it"
                           " first to export it again."
                   ELSE
                       PERFORM EXPORT-THE-DAY
                   END-IF
               WHEN "R"
                   IF NOT WS-DATE-EXPORTED
                       DISPLAY "Business date " WS-BUSINESS-DATE
                           " has no export standing. Nothing to"
                           " reverse."
                   ELSE
                       PERFORM REVERSE-THE-EXPORT
                   END-IF
               WHEN OTHER
                   DISPLAY "Enter E or R. Nothing done."
           END-EVALUATE.
           STOP RUN.

      *> The latest entry for the date decides: exported and not yet
      *> reversed means the ledger already has it.
       CHECK-EXPORT-LOG.
           OPEN INPUT GL-EXPORT-LOG-FILE.
           IF WS-GX-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-GX-STATUS NOT = "00"
                   READ GL-EXPORT-LOG-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-GX-STATUS
                       NOT AT END
                           IF GX-BUSINESS-DATE = WS-BUSINESS-DATE
                               IF GX-IS-EXPORTED
                                   SET WS-DATE-EXPORTED TO TRUE
                               ELSE
                                   MOVE "N" TO WS-DATE-EXPORTED-SW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-EXPORT-LOG-FILE
           END-IF.

       APPEND-EXPORT-LOG-RECORD.
           MOVE WS-BUSINESS-DATE TO GX-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-SYS-DATE TO GX-RUN-DATE.
           MOVE WS-SYS-TIME TO GX-RUN-TIME.
           OPEN EXTEND GL-EXPORT-LOG-FILE.
           IF WS-GX-STATUS = "35"
               OPEN OUTPUT GL-EXPORT-LOG-FILE
           END-IF.
           WRITE GL-EXPORT-LOG-RECORD.
           CLOSE GL-EXPORT-LOG-FILE.

      *> ------------------------------------------------------------
      *> Building the entry.
      *> ------------------------------------------------------------
       EXPORT-THE-DAY.
           OPEN INPUT ARRANGEMENT-MASTER-FILE.
           IF WS-AM-STATUS = "00"
               SET WS-ARR-FILE-OPEN TO TRUE
           END-IF.
           PERFORM LOAD-AVERAGE-COSTS.

           PERFORM POST-SALES-ARCHIVE.
           PERFORM POST-GIFT-CERT-JOURNAL.
           PERFORM POST-HOUSE-ACCOUNT-CHECKS.
           PERFORM POST-DRAWER-JOURNAL.
           PERFORM POST-DRAWER-OVER-SHORT.
           PERFORM POST-WASTE.

           IF WS-ARR-FILE-OPEN
               CLOSE ARRANGEMENT-MASTER-FILE
           END-IF.

           PERFORM MAP-POSTING-CODES.
           PERFORM DISPLAY-JOURNAL-ENTRY.

           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               SET WS-EXPORT-REFUSED TO TRUE
           END-IF.
           IF WS-UNBALANCED-COUNT > 0 OR WS-UNMAPPED-COUNT > 0
               SET WS-EXPORT-REFUSED TO TRUE
           END-IF.
           IF WS-ENTRY-COUNT = 0
               DISPLAY "Nothing to post for " WS-BUSINESS-DATE "."
               SET WS-EXPORT-REFUSED TO TRUE
           END-IF.
           IF WS-EXPORT-REFUSED
               DISPLAY "Journal NOT exported. Correct the problems"
                   " above and run the export again."
           ELSE
               PERFORM WRITE-INTERFACE-FILE
           END-IF.

       POST-SALES-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME.
           STRING "ORDTRANS." DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILE-NAME.
           OPEN INPUT ARCHIVE-TRANS-FILE.
           IF WS-AV-STATUS NOT = "00"
               DISPLAY "No sales archive " WS-ARCHIVE-FILE-NAME
                   " - run CBBCLOSE for the date first."
               SET WS-EXPORT-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-AV-STATUS NOT = "00"
               READ ARCHIVE-TRANS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-AV-STATUS
                   NOT AT END
                       IF OT-ORDER-DATE = WS-BUSINESS-DATE
                           PERFORM POST-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-TRANS-FILE.

      *> Every transaction must balance by itself; one that does not
      *> is listed by order number rather than lost in the day total.
       POST-ONE-TRANSACTION.
           MOVE 0 TO WS-TRANS-DEBITS.
           MOVE 0 TO WS-TRANS-CREDITS.
           MOVE "N" TO WS-REVERSE-SIDES-SW.
           EVALUATE TRUE
               WHEN OT-IS-SALE
                   PERFORM POST-SALE-OR-RETURN
               WHEN OT-IS-RETURN
                   SET WS-REVERSE-SIDES TO TRUE
                   PERFORM POST-SALE-OR-RETURN
               WHEN OT-IS-DEPOSIT
                   PERFORM POST-BOOKING-DEPOSIT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO WS-TRANS-COUNT.
           MOVE "N" TO WS-REVERSE-SIDES-SW.
           COMPUTE WS-TRANS-DIFF = WS-TRANS-DEBITS - WS-TRANS-CREDITS.
           IF WS-TRANS-DIFF NOT = 0
               IF WS-UNBALANCED-COUNT < 50
                   ADD 1 TO WS-UNBALANCED-COUNT
                   MOVE OT-ORDER-NUMBER
                       TO UB-ORDER-NUMBER(WS-UNBALANCED-COUNT)
                   MOVE OT-TRANS-TYPE
                       TO UB-TRANS-TYPE(WS-UNBALANCED-COUNT)
                   MOVE WS-TRANS-DIFF
                       TO UB-DIFFERENCE(WS-UNBALANCED-COUNT)
               END-IF
           END-IF.

      *> Written as a sale; a return reverses the sides. Revenue goes
      *> to the department of each line, the money to the tender.
       POST-SALE-OR-RETURN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > OT-LINE-ITEM-COUNT
               PERFORM POST-ONE-SALES-LINE
           END-PERFORM.
           MOVE "DLVFEE" TO WS-POST-CODE.
           MOVE OT-DELIVERY-FEE TO WS-POST-AMOUNT.
           PERFORM POST-CREDIT.
           MOVE "DISCOUNT" TO WS-POST-CODE.
           MOVE OT-DISCOUNT-AMOUNT TO WS-POST-AMOUNT.
           PERFORM POST-DEBIT.
           MOVE "TAXPAY" TO WS-POST-CODE.
           MOVE OT-TAX-AMOUNT TO WS-POST-AMOUNT.
           PERFORM POST-CREDIT.
           MOVE "DEPOSITS" TO WS-POST-CODE.
           MOVE OT-DEPOSIT-APPLIED TO WS-POST-AMOUNT.
           PERFORM POST-DEBIT.
           COMPUTE WS-TENDER-SHARE =
               OT-GRAND-TOTAL - OT-DEPOSIT-APPLIED.
           PERFORM POST-TENDER-LEG.
      *> An outgoing relay is filled by the partner: we owe them the
      *> fill amount.
           IF OT-IS-RELAY-OUT
               MOVE "RELAYFEE" TO WS-POST-CODE
               MOVE OT-RELAY-FILL-AMOUNT TO WS-POST-AMOUNT
               PERFORM POST-DEBIT
               MOVE "RELAYCLR" TO WS-POST-CODE
               PERFORM POST-CREDIT
           END-IF.

       POST-ONE-SALES-LINE.
           MOVE OT-ITEM-FLOWER-CODE(WS-IDX) TO WS-SOUGHT-CODE.
           PERFORM LOOKUP-AVERAGE-COST.
           IF WS-ARRANGEMENT-FOUND
               MOVE "SLSARR" TO WS-POST-CODE
           ELSE
               MOVE "SLSSTEM" TO WS-POST-CODE
           END-IF.
           MOVE OT-ITEM-EXTENDED-PRICE(WS-IDX) TO WS-POST-AMOUNT.
           PERFORM POST-CREDIT.
      *> No stems of ours go into an outgoing relay.
           IF NOT OT-IS-RELAY-OUT
               COMPUTE WS-COGS-AMOUNT =
                   WS-UNIT-COST * OT-ITEM-QUANTITY(WS-IDX)
               MOVE "COGS" TO WS-POST-CODE
               MOVE WS-COGS-AMOUNT TO WS-POST-AMOUNT
               PERFORM POST-DEBIT
               MOVE "INVENT" TO WS-POST-CODE
               PERFORM POST-CREDIT
           END-IF.

      *> A gift-certificate sale draws on the certificate and takes
      *> any shortfall as a second tender; a refund to a gift
      *> certificate puts the whole refund back on it. An incoming
      *> relay is owed to us at the fill amount by the wire service;
      *> the rest of its price is the sending shop's commission.
       POST-TENDER-LEG.
           MOVE WS-TENDER-SHARE TO WS-POST-AMOUNT.
           EVALUATE TRUE
               WHEN OT-TENDER-CASH
                   MOVE "CASH" TO WS-POST-CODE
                   PERFORM POST-DEBIT
               WHEN OT-TENDER-CARD
                   MOVE "CARDCLR" TO WS-POST-CODE
                   PERFORM POST-DEBIT
               WHEN OT-TENDER-ACCT
                   MOVE "ARREC" TO WS-POST-CODE
                   PERFORM POST-DEBIT
               WHEN OT-TENDER-COD
                   MOVE "CODTRAN" TO WS-POST-CODE
                   PERFORM POST-DEBIT
               WHEN OT-TENDER-GIFT AND OT-IS-RETURN
                   MOVE "GCLIAB" TO WS-POST-CODE
                   PERFORM POST-DEBIT
               WHEN OT-TENDER-GIFT
                   MOVE "GCLIAB" TO WS-POST-CODE
                   MOVE OT-GIFT-AMOUNT-APPLIED TO WS-POST-AMOUNT
                   PERFORM POST-DEBIT
                   MOVE OT-SECOND-TENDER-AMOUNT TO WS-POST-AMOUNT
                   EVALUATE TRUE
                       WHEN OT-SECOND-TENDER-CASH
                           MOVE "CASH" TO WS-POST-CODE
                           PERFORM POST-DEBIT
                       WHEN OT-SECOND-TENDER-CARD
                           MOVE "CARDCLR" TO WS-POST-CODE
                           PERFORM POST-DEBIT
                   END-EVALUATE
               WHEN OT-TENDER-RELAY
                   MOVE "RELAYCLR" TO WS-POST-CODE
                   MOVE OT-RELAY-FILL-AMOUNT TO WS-POST-AMOUNT
                   PERFORM POST-DEBIT
                   COMPUTE WS-RELAY-DIFF =
                       WS-TENDER-SHARE - OT-RELAY-FILL-AMOUNT
                   MOVE "RELAYFEE" TO WS-POST-CODE
                   IF WS-RELAY-DIFF > 0
                       MOVE WS-RELAY-DIFF TO WS-POST-AMOUNT
                       PERFORM POST-DEBIT
                   ELSE
                       COMPUTE WS-POST-AMOUNT = 0 - WS-RELAY-DIFF
                       PERFORM POST-CREDIT
                   END-IF
           END-EVALUATE.

       POST-BOOKING-DEPOSIT.
           MOVE OT-GRAND-TOTAL TO WS-POST-AMOUNT.
           EVALUATE TRUE
               WHEN OT-TENDER-CASH
                   MOVE "CASH" TO WS-POST-CODE
                   PERFORM POST-DEBIT
               WHEN OT-TENDER-CARD
                   MOVE "CARDCLR" TO WS-POST-CODE
                   PERFORM POST-DEBIT
           END-EVALUATE.
           MOVE "DEPOSITS" TO WS-POST-CODE.
           PERFORM POST-CREDIT.

      *> Certificates sold or reloaded take on liability against the
      *> money; a write-off releases it to breakage.
       POST-GIFT-CERT-JOURNAL.
           OPEN INPUT GC-JOURNAL-FILE.
           IF WS-GJ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-GJ-STATUS NOT = "00"
               READ GC-JOURNAL-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-GJ-STATUS
                   NOT AT END
                       IF GJ-TRANS-DATE = WS-BUSINESS-DATE
                           PERFORM POST-ONE-GC-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GC-JOURNAL-FILE.

       POST-ONE-GC-MOVEMENT.
           MOVE GJ-AMOUNT TO WS-POST-AMOUNT.
           EVALUATE TRUE
               WHEN GJ-IS-ISSUE OR GJ-IS-RELOAD
                   IF GJ-TENDER-CARD
                       MOVE "CARDCLR" TO WS-POST-CODE
                   ELSE
                       MOVE "CASH" TO WS-POST-CODE
                   END-IF
                   PERFORM POST-DEBIT
                   MOVE "GCLIAB" TO WS-POST-CODE
                   PERFORM POST-CREDIT
               WHEN GJ-IS-WRITE-OFF
                   MOVE "GCLIAB" TO WS-POST-CODE
                   PERFORM POST-DEBIT
                   MOVE "GCBREAK" TO WS-POST-CODE
                   PERFORM POST-CREDIT
           END-EVALUATE.

      *> Checks posted in CBBARPAY. A house-account credit from the
      *> returns desk is already on the day's RTRN record.
       POST-HOUSE-ACCOUNT-CHECKS.
           OPEN INPUT AR-LEDGER-FILE.
           IF WS-AR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-AR-STATUS NOT = "00"
               READ AR-LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-AR-STATUS
                   NOT AT END
                       IF AR-TRANS-DATE = WS-BUSINESS-DATE
                               AND AR-IS-PAYMENT
                               AND AR-REFERENCE NOT = "REFUND CREDIT"
                           MOVE AR-AMOUNT TO WS-POST-AMOUNT
                           MOVE "CHECKS" TO WS-POST-CODE
                           PERFORM POST-DEBIT
                           MOVE "ARREC" TO WS-POST-CODE
                           PERFORM POST-CREDIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AR-LEDGER-FILE.

      *> Paid-outs and paid-ins. A COD pouch banked by CBBDLVCK
      *> clears COD in transit; a certificate sold for cash in
      *> CBBGCLD is already posted from the certificate journal; a
      *> cancelled booking's deposit refunded in CBBDRAWR comes off
      *> the deposits held, not paid-out expense.
       POST-DRAWER-JOURNAL.
           OPEN INPUT DRAWER-JOURNAL-FILE.
           IF WS-DJ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-DJ-STATUS NOT = "00"
               READ DRAWER-JOURNAL-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-DJ-STATUS
                   NOT AT END
                       IF DJ-BUSINESS-DATE = WS-BUSINESS-DATE
                           PERFORM POST-ONE-DRAWER-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DRAWER-JOURNAL-FILE.

       POST-ONE-DRAWER-MOVEMENT.
           MOVE DJ-AMOUNT TO WS-POST-AMOUNT.
           IF DJ-PAID-OUT
               IF DJ-REASON(1:14) = "DEPOSIT REFUND"
                   MOVE "DEPOSITS" TO WS-POST-CODE
               ELSE
                   MOVE "PAIDOUT" TO WS-POST-CODE
               END-IF
               PERFORM POST-DEBIT
               MOVE "CASH" TO WS-POST-CODE
               PERFORM POST-CREDIT
               EXIT PARAGRAPH
           END-IF.
           EVALUATE DJ-REASON
               WHEN "GIFT CERT SOLD"
                   CONTINUE
               WHEN "COD DRIVER POUCH"
                   MOVE "CASH" TO WS-POST-CODE
                   PERFORM POST-DEBIT
                   MOVE "CODTRAN" TO WS-POST-CODE
                   PERFORM POST-CREDIT
               WHEN OTHER
                   MOVE "CASH" TO WS-POST-CODE
                   PERFORM POST-DEBIT
                   MOVE "PAIDIN" TO WS-POST-CODE
                   PERFORM POST-CREDIT
           END-EVALUATE.

      *> The blind count's over/short from each drawer closed in
      *> CBBDRAWR. A drawer left open has no count to post.
       POST-DRAWER-OVER-SHORT.
           OPEN INPUT DRAWER-SESSION-FILE.
           IF WS-DS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO DS-SESSION-KEY.
           START DRAWER-SESSION-FILE KEY IS NOT LESS THAN DS-SESSION-KEY
               INVALID KEY
                   MOVE "10" TO WS-DS-STATUS
           END-START.
           PERFORM UNTIL WS-DS-STATUS NOT = "00"
               READ DRAWER-SESSION-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-DS-STATUS
                   NOT AT END
                       IF DS-BUSINESS-DATE = WS-BUSINESS-DATE
                           PERFORM POST-ONE-DRAWER-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DRAWER-SESSION-FILE.

       POST-ONE-DRAWER-COUNT.
           IF NOT DS-SESSION-CLOSED
               ADD 1 TO WS-OPEN-DRAWER-COUNT
               DISPLAY "Register " DS-REGISTER-ID " was never closed"
                   " on " WS-BUSINESS-DATE "; no over/short posted."
               EXIT PARAGRAPH
           END-IF.
           IF DS-OVER-SHORT > 0
               MOVE DS-OVER-SHORT TO WS-POST-AMOUNT
               MOVE "CASH" TO WS-POST-CODE
               PERFORM POST-DEBIT
               MOVE "OVRSHORT" TO WS-POST-CODE
               PERFORM POST-CREDIT
           END-IF.
           IF DS-OVER-SHORT < 0
               COMPUTE WS-POST-AMOUNT = 0 - DS-OVER-SHORT
               MOVE "OVRSHORT" TO WS-POST-CODE
               PERFORM POST-DEBIT
               MOVE "CASH" TO WS-POST-CODE
               PERFORM POST-CREDIT
           END-IF.

      *> Waste at what its own lot cost; a lot gone from the file or
      *> carrying no cost falls back to the average.
       POST-WASTE.
           OPEN INPUT SHRINK-JOURNAL-FILE.
           IF WS-SJ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FLOWER-LOT-FILE.
           IF WS-LOT-STATUS = "00"
               SET WS-LOT-FILE-OPEN TO TRUE
           END-IF.
           PERFORM UNTIL WS-SJ-STATUS NOT = "00"
               READ SHRINK-JOURNAL-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-SJ-STATUS
                   NOT AT END
                       IF SJ-WASTE-DATE = WS-BUSINESS-DATE
                           PERFORM POST-ONE-WASTE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SHRINK-JOURNAL-FILE.
           IF WS-LOT-FILE-OPEN
               CLOSE FLOWER-LOT-FILE
               MOVE "N" TO WS-LOT-FILE-OPEN-SW
           END-IF.

       POST-ONE-WASTE-LINE.
           MOVE 0 TO WS-UNIT-COST.
           IF WS-LOT-FILE-OPEN
               MOVE SJ-LOT-NUMBER TO LOT-NUMBER
               READ FLOWER-LOT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LOT-UNIT-COST TO WS-UNIT-COST
               END-READ
           END-IF.
           IF WS-UNIT-COST = 0
               MOVE SJ-FLOWER-CODE TO WS-SOUGHT-CODE
               PERFORM LOOKUP-AVERAGE-COST
           END-IF.
           COMPUTE WS-POST-AMOUNT = WS-UNIT-COST * SJ-QUANTITY.
           MOVE "WASTE" TO WS-POST-CODE.
           PERFORM POST-DEBIT.
           MOVE "INVENT" TO WS-POST-CODE.
           PERFORM POST-CREDIT.

      *> ------------------------------------------------------------
      *> Posting. WS-POST-CODE and WS-POST-AMOUNT say what; a zero
      *> amount posts nothing.
      *> ------------------------------------------------------------
       POST-DEBIT.
           IF WS-REVERSE-SIDES
               MOVE "C" TO WS-POST-SIDE
           ELSE
               MOVE "D" TO WS-POST-SIDE
           END-IF.
           PERFORM POST-TO-ENTRY.

       POST-CREDIT.
           IF WS-REVERSE-SIDES
               MOVE "D" TO WS-POST-SIDE
           ELSE
               MOVE "C" TO WS-POST-SIDE
           END-IF.
           PERFORM POST-TO-ENTRY.

       POST-TO-ENTRY.
           IF WS-POST-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-ENTRY-FOUND-SW.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               IF EL-POSTING-CODE(WS-ENTRY-IDX) = WS-POST-CODE
                       AND EL-SIDE(WS-ENTRY-IDX) = WS-POST-SIDE
                   SET WS-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-ENTRY-FOUND
               IF WS-ENTRY-COUNT >= 60
                   DISPLAY "Journal entry full (60 lines); "
                       WS-POST-CODE " not posted."
                   SET WS-EXPORT-REFUSED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ENTRY-COUNT
               MOVE WS-ENTRY-COUNT TO WS-ENTRY-IDX
               MOVE WS-POST-CODE TO EL-POSTING-CODE(WS-ENTRY-IDX)
               MOVE WS-POST-SIDE TO EL-SIDE(WS-ENTRY-IDX)
               MOVE 0 TO EL-AMOUNT(WS-ENTRY-IDX)
               MOVE SPACES TO EL-ACCOUNT-NUMBER(WS-ENTRY-IDX)
               MOVE SPACES TO EL-ACCOUNT-NAME(WS-ENTRY-IDX)
           END-IF.
           ADD WS-POST-AMOUNT TO EL-AMOUNT(WS-ENTRY-IDX).
           IF WS-POST-SIDE = "D"
               ADD WS-POST-AMOUNT TO WS-TOTAL-DEBITS
               ADD WS-POST-AMOUNT TO WS-TRANS-DEBITS
           ELSE
               ADD WS-POST-AMOUNT TO WS-TOTAL-CREDITS
               ADD WS-POST-AMOUNT TO WS-TRANS-CREDITS
           END-IF.

      *> ------------------------------------------------------------
      *> Lot costs, as in CBBMARGN.
      *> ------------------------------------------------------------
       LOAD-AVERAGE-COSTS.
           OPEN INPUT FLOWER-LOT-FILE.
           IF WS-LOT-STATUS NOT = "00"
               DISPLAY "No lot file on disk; cost of goods will post"
                   " as zero."
           ELSE
               MOVE LOW-VALUES TO LOT-NUMBER
               START FLOWER-LOT-FILE KEY IS NOT LESS THAN LOT-NUMBER
                   INVALID KEY
                       MOVE "10" TO WS-LOT-STATUS
               END-START
               PERFORM UNTIL WS-LOT-STATUS NOT = "00"
                   READ FLOWER-LOT-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-LOT-STATUS
                       NOT AT END
                           PERFORM TALLY-LOT-COST
                   END-READ
               END-PERFORM
               CLOSE FLOWER-LOT-FILE
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-COST-COUNT
               IF CO-QTY-SUM(WS-IDX) > 0
                   COMPUTE CO-AVG-COST(WS-IDX) ROUNDED =
                       CO-COST-SUM(WS-IDX) / CO-QTY-SUM(WS-IDX)
               ELSE
                   MOVE 0 TO CO-AVG-COST(WS-IDX)
               END-IF
           END-PERFORM.

       TALLY-LOT-COST.
           MOVE "N" TO WS-COST-FOUND-SW.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-COST-COUNT
               IF CO-FLOWER-CODE(WS-SCAN-IDX) = LOT-FLOWER-CODE
                   SET WS-COST-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-COST-FOUND
               IF WS-COST-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-COST-COUNT
               MOVE WS-COST-COUNT TO WS-SCAN-IDX
               MOVE LOT-FLOWER-CODE TO CO-FLOWER-CODE(WS-SCAN-IDX)
               MOVE 0 TO CO-COST-SUM(WS-SCAN-IDX)
               MOVE 0 TO CO-QTY-SUM(WS-SCAN-IDX)
               MOVE 0 TO CO-AVG-COST(WS-SCAN-IDX)
           END-IF.
           COMPUTE CO-COST-SUM(WS-SCAN-IDX) =
               CO-COST-SUM(WS-SCAN-IDX) +
               (LOT-UNIT-COST * LOT-QTY-RECEIVED).
           ADD LOT-QTY-RECEIVED TO CO-QTY-SUM(WS-SCAN-IDX).

      *> The average cost of WS-SOUGHT-CODE into WS-UNIT-COST: a stem
      *> looks itself up, an arrangement prices its recipe. Also
      *> leaves WS-ARRANGEMENT-FOUND set for an arrangement.
       LOOKUP-AVERAGE-COST.
           MOVE 0 TO WS-UNIT-COST.
           MOVE "N" TO WS-ARRANGEMENT-FOUND-SW.
           IF WS-ARR-FILE-OPEN
               MOVE WS-SOUGHT-CODE TO AM-ARRANGE-CODE
               READ ARRANGEMENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ARRANGEMENT-FOUND TO TRUE
               END-READ
           END-IF.
           IF WS-ARRANGEMENT-FOUND
               PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                       UNTIL WS-COMP-IDX > AM-COMPONENT-COUNT
                   PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                           UNTIL WS-SCAN-IDX > WS-COST-COUNT
                       IF CO-FLOWER-CODE(WS-SCAN-IDX) =
                               AM-COMP-FLOWER-CODE(WS-COMP-IDX)
                           COMPUTE WS-UNIT-COST = WS-UNIT-COST +
                               (CO-AVG-COST(WS-SCAN-IDX) *
                                AM-COMP-QUANTITY(WS-COMP-IDX))
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-PERFORM
           ELSE
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-COST-COUNT
                   IF CO-FLOWER-CODE(WS-SCAN-IDX) = WS-SOUGHT-CODE
                       MOVE CO-AVG-COST(WS-SCAN-IDX) TO WS-UNIT-COST
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *> ------------------------------------------------------------
      *> Mapping, report, and the interface file.
      *> ------------------------------------------------------------
       MAP-POSTING-CODES.
           MOVE 0 TO WS-UNMAPPED-COUNT.
           OPEN INPUT GL-ACCOUNT-FILE.
           IF WS-GA-STATUS NOT = "00"
               DISPLAY "No chart of accounts (GLACCT.DAT). Map the"
                   " posting codes in CBBCOALD first."
               MOVE WS-ENTRY-COUNT TO WS-UNMAPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               MOVE EL-POSTING-CODE(WS-ENTRY-IDX) TO GA-POSTING-CODE
               READ GL-ACCOUNT-FILE
                   INVALID KEY
                       ADD 1 TO WS-UNMAPPED-COUNT
                       DISPLAY "Posting code "
                           EL-POSTING-CODE(WS-ENTRY-IDX)
                           " has no account. Map it in CBBCOALD."
                   NOT INVALID KEY
                       MOVE GA-ACCOUNT-NUMBER
                           TO EL-ACCOUNT-NUMBER(WS-ENTRY-IDX)
                       MOVE GA-ACCOUNT-NAME
                           TO EL-ACCOUNT-NAME(WS-ENTRY-IDX)
               END-READ
           END-PERFORM.
           CLOSE GL-ACCOUNT-FILE.

       DISPLAY-JOURNAL-ENTRY.
           DISPLAY " ".
           DISPLAY "------------ JOURNAL ENTRY " WS-BUSINESS-DATE
               " ------------".
           DISPLAY "Transactions posted: " WS-TRANS-COUNT.
           DISPLAY "Account      Code      Debit / Credit".
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               MOVE EL-AMOUNT(WS-ENTRY-IDX) TO WS-ED-AMOUNT
               IF EL-IS-DEBIT(WS-ENTRY-IDX)
                   DISPLAY EL-ACCOUNT-NUMBER(WS-ENTRY-IDX) " "
                       EL-POSTING-CODE(WS-ENTRY-IDX) " DR $"
                       WS-ED-AMOUNT
               ELSE
                   DISPLAY EL-ACCOUNT-NUMBER(WS-ENTRY-IDX) " "
                       EL-POSTING-CODE(WS-ENTRY-IDX) "          CR $"
                       WS-ED-AMOUNT
               END-IF
           END-PERFORM.
           DISPLAY " ".
           MOVE WS-TOTAL-DEBITS TO WS-ED-AMOUNT.
           DISPLAY "Total debits:  $" WS-ED-AMOUNT.
           MOVE WS-TOTAL-CREDITS TO WS-ED-AMOUNT.
           DISPLAY "Total credits: $" WS-ED-AMOUNT.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               COMPUTE WS-TRANS-DIFF =
                   WS-TOTAL-DEBITS - WS-TOTAL-CREDITS
               MOVE WS-TRANS-DIFF TO WS-ED-SIGNED
               DISPLAY "OUT OF BALANCE BY $" WS-ED-SIGNED
           END-IF.
           IF WS-UNBALANCED-COUNT > 0
               DISPLAY " "
               DISPLAY "Transactions that do not balance:"
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-UNBALANCED-COUNT
                   MOVE UB-DIFFERENCE(WS-IDX) TO WS-ED-SIGNED
                   DISPLAY "  Order " UB-ORDER-NUMBER(WS-IDX) " "
                       UB-TRANS-TYPE(WS-IDX) " debits less credits $"
                       WS-ED-SIGNED
               END-PERFORM
           END-IF.
           IF WS-OPEN-DRAWER-COUNT > 0
               DISPLAY "Drawers not closed: " WS-OPEN-DRAWER-COUNT
           END-IF.
           DISPLAY "--------------------------------------------------".

      *> Debits first, then credits, numbered in that order.
       WRITE-INTERFACE-FILE.
           OPEN OUTPUT GL-INTERFACE-FILE.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "Unable to create " WS-INTERFACE-FILE-NAME
                   " - status " WS-GL-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-LINE-NUMBER.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               IF EL-IS-DEBIT(WS-ENTRY-IDX)
                   PERFORM WRITE-ONE-INTERFACE-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               IF EL-IS-CREDIT(WS-ENTRY-IDX)
                   PERFORM WRITE-ONE-INTERFACE-LINE
               END-IF
           END-PERFORM.
           CLOSE GL-INTERFACE-FILE.
           SET GX-IS-EXPORTED TO TRUE.
           MOVE WS-TOTAL-DEBITS TO GX-ENTRY-TOTAL.
           PERFORM APPEND-EXPORT-LOG-RECORD.
           DISPLAY "Journal written: " WS-INTERFACE-FILE-NAME
               " (" WS-LINE-NUMBER " lines).".

       WRITE-ONE-INTERFACE-LINE.
           ADD 1 TO WS-LINE-NUMBER.
           MOVE WS-BUSINESS-DATE TO GL-BUSINESS-DATE.
           SET GL-IS-JOURNAL TO TRUE.
           MOVE WS-LINE-NUMBER TO GL-LINE-NUMBER.
           MOVE EL-ACCOUNT-NUMBER(WS-ENTRY-IDX) TO GL-ACCOUNT-NUMBER.
           MOVE EL-POSTING-CODE(WS-ENTRY-IDX) TO GL-POSTING-CODE.
           MOVE EL-ACCOUNT-NAME(WS-ENTRY-IDX) TO GL-DESCRIPTION.
           IF EL-IS-DEBIT(WS-ENTRY-IDX)
               MOVE EL-AMOUNT(WS-ENTRY-IDX) TO GL-DEBIT-AMOUNT
               MOVE 0 TO GL-CREDIT-AMOUNT
           ELSE
               MOVE 0 TO GL-DEBIT-AMOUNT
               MOVE EL-AMOUNT(WS-ENTRY-IDX) TO GL-CREDIT-AMOUNT
           END-IF.
           WRITE GL-INTERFACE-RECORD.

      *> The reversal is the exported entry line for line with the
      *> sides swapped, so the ledger nets the day to nothing and the
      *> date can be exported afresh. A reversal file left from an
      *> earlier reversal of the same date is never written over:
      *> the ledger may not have loaded it yet.
       REVERSE-THE-EXPORT.
           OPEN INPUT GL-REVERSAL-FILE.
           IF WS-GR-STATUS = "00"
               CLOSE GL-REVERSAL-FILE
               DISPLAY WS-REVERSAL-FILE-NAME " is already on file from"
                   " an earlier reversal. Load it into the ledger and"
                   " remove it first. Nothing reversed."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT GL-INTERFACE-FILE.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "Unable to open " WS-INTERFACE-FILE-NAME
                   " - status " WS-GL-STATUS ". Nothing reversed."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT GL-REVERSAL-FILE.
           IF WS-GR-STATUS NOT = "00"
               DISPLAY "Unable to create " WS-REVERSAL-FILE-NAME
                   " - status " WS-GR-STATUS ". Nothing reversed."
               CLOSE GL-INTERFACE-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-LINE-NUMBER.
           MOVE 0 TO WS-TOTAL-DEBITS.
           PERFORM UNTIL WS-GL-STATUS NOT = "00"
               READ GL-INTERFACE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-GL-STATUS
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       MOVE GL-INTERFACE-RECORD TO GL-REVERSAL-RECORD
                       SET GR-IS-REVERSAL TO TRUE
                       MOVE GL-CREDIT-AMOUNT TO GR-DEBIT-AMOUNT
                       MOVE GL-DEBIT-AMOUNT TO GR-CREDIT-AMOUNT
                       ADD GL-CREDIT-AMOUNT TO WS-TOTAL-DEBITS
                       WRITE GL-REVERSAL-RECORD
               END-READ
           END-PERFORM.
           CLOSE GL-INTERFACE-FILE.
           CLOSE GL-REVERSAL-FILE.
           SET GX-IS-REVERSED TO TRUE.
           MOVE WS-TOTAL-DEBITS TO GX-ENTRY-TOTAL.
           PERFORM APPEND-EXPORT-LOG-RECORD.
           MOVE WS-TOTAL-DEBITS TO WS-ED-AMOUNT.
           DISPLAY "Reversal written: " WS-REVERSAL-FILE-NAME " ("
               WS-LINE-NUMBER " lines, $" WS-ED-AMOUNT "). "
               WS-BUSINESS-DATE " may now be exported again.".
