           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelayReconciliation.

      *> Monthly wire-service relay reconciliation. Walks the dated
      *> sales archives (ORDTRANS.YYYYMMDD.DAT, written by CBBCLOSE)
      *> for every day of the month, plus the live ORDTRANS.DAT for
      *> any day not yet closed, and lists each relay order by partner
      *> shop. An outgoing relay (rung at the register, filled by the
      *> partner) is money we owe the partner; an incoming relay (made
      *> and delivered here) is money the partner owes us. Either way
      *> it is the fill amount on the order. A return against a relay
      *> order carries its share of the fill amount and comes off.
      *> Each partner is footed to a net figure to agree against the
      *> wire-service clearinghouse statement.

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

      *> The record being tallied, from an archive or the live file.
       COPY "ORDTRANS.cpy"
           REPLACING ==ORDER-TRANS-RECORD== BY ==WS-TALLY-TRANS==
           LEADING ==OT-== BY ==TT-==.

       01 WS-IDX PIC 9(4) VALUE 0.
       01 WS-SWAP-IDX PIC 9(4) VALUE 0.
       01 WS-RELAY-FULL-SW PIC X VALUE "N".
           88 WS-RELAY-FULL-WARNED VALUE "Y".

       01 RELAY-TABLE.
           05 WS-RELAY-COUNT PIC 9(4) VALUE 0.
           05 RELAY-ENTRY OCCURS 500 TIMES.
               10 RY-SORT-KEY.
                   15 RY-PARTNER-ID     PIC X(10).
                   15 RY-ORDER-DATE     PIC 9(8).
                   15 RY-ORDER-NUMBER   PIC 9(8).
               10 RY-RELAY-TYPE         PIC X.
                   88 RY-IS-RELAY-OUT   VALUE "O".
               10 RY-TRANS-TYPE         PIC X(4).
               10 RY-PARTNER-REF        PIC X(12).
               10 RY-RECIPIENT-NAME     PIC X(30).
               10 RY-ORDER-VALUE        PIC S9(7)V99.
               10 RY-WE-OWE             PIC S9(7)V99.
               10 RY-THEY-OWE           PIC S9(7)V99.

       01 WS-SAVE-ENTRY PIC X(100).

       01 WS-CURRENT-PARTNER PIC X(10) VALUE SPACES.
       01 WS-PARTNER-ORDERS PIC 9(5) VALUE 0.
       01 WS-PARTNER-WE-OWE PIC S9(8)V99 VALUE 0.
       01 WS-PARTNER-THEY-OWE PIC S9(8)V99 VALUE 0.
       01 WS-PARTNER-NET PIC S9(8)V99 VALUE 0.
       01 WS-TOTAL-WE-OWE PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-THEY-OWE PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-NET PIC S9(9)V99 VALUE 0.
       01 WS-DIRECTION-NAME PIC X(3).
       01 WS-ED-VALUE PIC ZZZ,ZZ9.99-.
       01 WS-ED-WE-OWE PIC ZZZ,ZZ9.99-.
       01 WS-ED-THEY-OWE PIC ZZZ,ZZ9.99-.
       01 WS-ED-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-DATE-TIME-FIELDS REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-SYS-DATE PIC 9(8).
           05 WS-SYS-TIME PIC 9(6).
           05 FILLER PIC X(7).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           DISPLAY "WIRE-SERVICE RELAY RECONCILIATION".
           DISPLAY "Enter the month to reconcile (YYYYMM): ".
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
           PERFORM TALLY-LIVE-SALES-FILE.

           PERFORM SORT-RELAYS-BY-PARTNER.
           PERFORM DISPLAY-RELAY-REPORT.
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
      *> what is left on it has not been counted from an archive.
       TALLY-LIVE-SALES-FILE.
           OPEN INPUT ORDER-TRANS-FILE.
           IF WS-OT-STATUS = "00"
               PERFORM UNTIL WS-OT-STATUS NOT = "00"
                   READ ORDER-TRANS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-OT-STATUS
                       NOT AT END
                           IF OT-ORDER-DATE >= WS-FROM-DATE
                                   AND OT-ORDER-DATE <= WS-TO-DATE
                               MOVE ORDER-TRANS-RECORD TO WS-TALLY-TRANS
                               PERFORM TALLY-ONE-TRANSACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-TRANS-FILE
           END-IF.

      *> A relay sale adds to what is owed, a return against one
      *> takes its share back off.
       TALLY-ONE-TRANSACTION.
           IF TT-RELAY-TYPE = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF NOT TT-IS-SALE AND NOT TT-IS-RETURN
               EXIT PARAGRAPH
           END-IF.
           IF WS-RELAY-COUNT >= 500
               IF NOT WS-RELAY-FULL-WARNED
                   DISPLAY "Relay table full (500 max); remaining"
                       " relay orders for the month are omitted."
                   SET WS-RELAY-FULL-WARNED TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RELAY-COUNT.
           MOVE WS-RELAY-COUNT TO WS-IDX.
           MOVE TT-RELAY-PARTNER-ID TO RY-PARTNER-ID(WS-IDX).
           MOVE TT-ORDER-DATE TO RY-ORDER-DATE(WS-IDX).
           MOVE TT-ORDER-NUMBER TO RY-ORDER-NUMBER(WS-IDX).
           MOVE TT-RELAY-TYPE TO RY-RELAY-TYPE(WS-IDX).
           MOVE TT-TRANS-TYPE TO RY-TRANS-TYPE(WS-IDX).
           MOVE TT-RELAY-PARTNER-REF TO RY-PARTNER-REF(WS-IDX).
           MOVE TT-RECIPIENT-NAME TO RY-RECIPIENT-NAME(WS-IDX).
           MOVE TT-MERCHANDISE-SUBTOTAL TO RY-ORDER-VALUE(WS-IDX).
           MOVE 0 TO RY-WE-OWE(WS-IDX).
           MOVE 0 TO RY-THEY-OWE(WS-IDX).
           IF TT-IS-RELAY-OUT
               MOVE TT-RELAY-FILL-AMOUNT TO RY-WE-OWE(WS-IDX)
           ELSE
               MOVE TT-RELAY-FILL-AMOUNT TO RY-THEY-OWE(WS-IDX)
           END-IF.
           IF TT-IS-RETURN
               MULTIPLY -1 BY RY-ORDER-VALUE(WS-IDX)
               MULTIPLY -1 BY RY-WE-OWE(WS-IDX)
               MULTIPLY -1 BY RY-THEY-OWE(WS-IDX)
           END-IF.

       SORT-RELAYS-BY-PARTNER.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RELAY-COUNT - 1
               PERFORM VARYING WS-SWAP-IDX FROM 1 BY 1
                       UNTIL WS-SWAP-IDX > WS-RELAY-COUNT - WS-IDX
                   IF RY-SORT-KEY(WS-SWAP-IDX) >
                           RY-SORT-KEY(WS-SWAP-IDX + 1)
                       MOVE RELAY-ENTRY(WS-SWAP-IDX) TO WS-SAVE-ENTRY
                       MOVE RELAY-ENTRY(WS-SWAP-IDX + 1)
                           TO RELAY-ENTRY(WS-SWAP-IDX)
                       MOVE WS-SAVE-ENTRY TO RELAY-ENTRY(WS-SWAP-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       DISPLAY-RELAY-REPORT.
           DISPLAY " ".
           DISPLAY "------------ RELAY RECONCILIATION ------------".
           DISPLAY "Month " WS-FROM-DATE " to " WS-TO-DATE
               "   (run " WS-SYS-DATE ")".
           DISPLAY "Archived days read: " WS-ARCHIVES-READ
               "   relay transactions: " WS-RELAY-COUNT.
           IF WS-RELAY-COUNT = 0
               DISPLAY "No relay orders in this month."
           ELSE
               MOVE SPACES TO WS-CURRENT-PARTNER
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-RELAY-COUNT
                   IF RY-PARTNER-ID(WS-IDX) NOT = WS-CURRENT-PARTNER
                       IF WS-IDX > 1
                           PERFORM DISPLAY-PARTNER-TOTALS
                       END-IF
                       PERFORM START-PARTNER
                   END-IF
                   PERFORM DISPLAY-ONE-RELAY
               END-PERFORM
               PERFORM DISPLAY-PARTNER-TOTALS
               DISPLAY " "
               MOVE WS-TOTAL-WE-OWE TO WS-ED-AMOUNT
               DISPLAY "Total we owe partner shops:  $" WS-ED-AMOUNT
               MOVE WS-TOTAL-THEY-OWE TO WS-ED-AMOUNT
               DISPLAY "Total partner shops owe us:  $" WS-ED-AMOUNT
               COMPUTE WS-TOTAL-NET = WS-TOTAL-THEY-OWE - WS-TOTAL-WE-OWE
               MOVE WS-TOTAL-NET TO WS-ED-AMOUNT
               DISPLAY "Net due to us (- = we owe): $" WS-ED-AMOUNT
           END-IF.
           DISPLAY "----------------------------------------------".

       START-PARTNER.
           MOVE RY-PARTNER-ID(WS-IDX) TO WS-CURRENT-PARTNER.
           MOVE 0 TO WS-PARTNER-ORDERS.
           MOVE 0 TO WS-PARTNER-WE-OWE.
           MOVE 0 TO WS-PARTNER-THEY-OWE.
           DISPLAY " ".
           DISPLAY "Partner shop " WS-CURRENT-PARTNER.
           DISPLAY "  Date     Order    Dir Type Reference    "
               "Recipient                      Value     We owe"
               "  They owe".

       DISPLAY-ONE-RELAY.
           IF RY-IS-RELAY-OUT(WS-IDX)
               MOVE "OUT" TO WS-DIRECTION-NAME
           ELSE
               MOVE "IN" TO WS-DIRECTION-NAME
           END-IF.
           MOVE RY-ORDER-VALUE(WS-IDX) TO WS-ED-VALUE.
           MOVE RY-WE-OWE(WS-IDX) TO WS-ED-WE-OWE.
           MOVE RY-THEY-OWE(WS-IDX) TO WS-ED-THEY-OWE.
           DISPLAY "  " RY-ORDER-DATE(WS-IDX) " " RY-ORDER-NUMBER(WS-IDX)
               " " WS-DIRECTION-NAME " " RY-TRANS-TYPE(WS-IDX)
               " " RY-PARTNER-REF(WS-IDX)
               " " RY-RECIPIENT-NAME(WS-IDX)
               WS-ED-VALUE WS-ED-WE-OWE WS-ED-THEY-OWE.
           ADD 1 TO WS-PARTNER-ORDERS.
           ADD RY-WE-OWE(WS-IDX) TO WS-PARTNER-WE-OWE.
           ADD RY-THEY-OWE(WS-IDX) TO WS-PARTNER-THEY-OWE.

       DISPLAY-PARTNER-TOTALS.
           ADD WS-PARTNER-WE-OWE TO WS-TOTAL-WE-OWE.
           ADD WS-PARTNER-THEY-OWE TO WS-TOTAL-THEY-OWE.
           COMPUTE WS-PARTNER-NET =
               WS-PARTNER-THEY-OWE - WS-PARTNER-WE-OWE.
           MOVE WS-PARTNER-WE-OWE TO WS-ED-WE-OWE.
           MOVE WS-PARTNER-THEY-OWE TO WS-ED-THEY-OWE.
           DISPLAY "  " WS-CURRENT-PARTNER " transactions "
               WS-PARTNER-ORDERS "  we owe $" WS-ED-WE-OWE
               "  they owe $" WS-ED-THEY-OWE.
           IF WS-PARTNER-NET < 0
               COMPUTE WS-ED-AMOUNT = 0 - WS-PARTNER-NET
               DISPLAY "  Net: we owe " WS-CURRENT-PARTNER " $"
                   WS-ED-AMOUNT
           ELSE
               MOVE WS-PARTNER-NET TO WS-ED-AMOUNT
               DISPLAY "  Net: " WS-CURRENT-PARTNER " owes us $"
                   WS-ED-AMOUNT
           END-IF.
