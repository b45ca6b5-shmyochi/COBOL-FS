           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalesByClerkReport.

      *> Period sales report by clerk. Walks the dated sales archives
      *> (ORDTRANS.YYYYMMDD.DAT, written by CBBCLOSE) for each day in
      *> the range, plus the live ORDTRANS.DAT for any day not yet
      *> closed, and totals per clerk signed on when the record was
      *> written: orders rung, units sold, net sales (merchandise less
      *> discount, less the same on returns taken), the returns taken
      *> and the overrides (credit-hold overrides and voids) on the
      *> clerk's transactions. The managers who authorized overrides
      *> are counted on their own line. Names come from EMPMAST.DAT.

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

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-TRANS-FILE.
           COPY "ORDTRANS.cpy".

       FD  ARCHIVE-TRANS-FILE.
           COPY "ORDTRANS.cpy"
               REPLACING ==ORDER-TRANS-RECORD== BY ==ARCHIVE-TRANS-RECORD==
               LEADING ==OT-== BY ==AT-==.

       FD  EMPLOYEE-MASTER-FILE.
           COPY "EMPMAST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OT-STATUS PIC XX.
       01 WS-AV-STATUS PIC XX.
       01 WS-EM-STATUS PIC XX.
       01 WS-EMP-FILE-OPEN-SW PIC X VALUE "N".
           88 WS-EMP-FILE-OPEN VALUE "Y".

       01 WS-FROM-DATE PIC 9(8) VALUE 0.
       01 WS-TO-DATE PIC 9(8) VALUE 0.
       01 WS-ARCHIVE-FILE-NAME PIC X(25).
       01 WS-SEARCH-DAY PIC 9(8) VALUE 0.
       01 WS-LAST-DAY PIC 9(8) VALUE 0.
       01 WS-SEARCH-DATE PIC 9(8) VALUE 0.
       01 WS-ARCHIVES-READ PIC 9(4) VALUE 0.
       01 WS-RECORDS-READ PIC 9(7) VALUE 0.

      *> The record being tallied, from an archive or the live file.
       COPY "ORDTRANS.cpy"
           REPLACING ==ORDER-TRANS-RECORD== BY ==WS-TALLY-TRANS==
           LEADING ==OT-== BY ==TT-==.

       01 WS-IDX PIC 9(4) VALUE 0.
       01 WS-SCAN-IDX PIC 9(4) VALUE 0.
       01 WS-LINE-IDX PIC 9(4) VALUE 0.
       01 WS-LOOKUP-ID PIC X(6) VALUE SPACES.
       01 WS-CLERK-FOUND-SW PIC X VALUE "N".
           88 WS-CLERK-FOUND VALUE "Y".
       01 WS-NET-AMOUNT PIC 9(7)V99 VALUE 0.

       01 CLERK-TABLE.
           05 WS-CLERK-COUNT PIC 9(4) VALUE 0.
           05 CLERK-ENTRY OCCURS 50 TIMES.
               10 CK-CLERK-ID       PIC X(6).
               10 CK-ORDERS         PIC 9(6).
               10 CK-UNITS          PIC 9(7).
               10 CK-SALES          PIC 9(8)V99.
               10 CK-RETURN-COUNT   PIC 9(5).
               10 CK-RETURN-AMOUNT  PIC 9(8)V99.
               10 CK-OVERRIDES      PIC 9(5).
               10 CK-AUTHORIZED     PIC 9(5).

       01 WS-NET-SALES PIC S9(8)V99 VALUE 0.
       01 WS-TOTAL-ORDERS PIC 9(7) VALUE 0.
       01 WS-TOTAL-UNITS PIC 9(8) VALUE 0.
       01 WS-TOTAL-NET-SALES PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-RETURNS PIC 9(6) VALUE 0.
       01 WS-TOTAL-OVERRIDES PIC 9(6) VALUE 0.
       01 WS-CLERK-NAME PIC X(20).
       01 WS-ED-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-ED-RETURNS PIC ZZZ,ZZ9.99.

       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-DATE-TIME-FIELDS REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-SYS-DATE PIC 9(8).
           05 WS-SYS-TIME PIC 9(6).
           05 FILLER PIC X(7).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           DISPLAY "SALES BY CLERK".
           DISPLAY "Enter the start date (YYYYMMDD): ".
           ACCEPT WS-FROM-DATE.
           DISPLAY "Enter the end date (YYYYMMDD): ".
           ACCEPT WS-TO-DATE.

           COMPUTE WS-SEARCH-DAY = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
           COMPUTE WS-LAST-DAY = FUNCTION INTEGER-OF-DATE(WS-TO-DATE).
           IF WS-SEARCH-DAY = 0 OR WS-LAST-DAY = 0
                   OR WS-SEARCH-DAY > WS-LAST-DAY
               DISPLAY "Enter a valid start date on or before the end"
                   " date."
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-SEARCH-DAY > WS-LAST-DAY
               COMPUTE WS-SEARCH-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SEARCH-DAY)
               PERFORM TALLY-ONE-ARCHIVE
               ADD 1 TO WS-SEARCH-DAY
           END-PERFORM.
           PERFORM TALLY-LIVE-SALES-FILE.

           PERFORM DISPLAY-CLERK-REPORT.
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

      *> Only sales and returns carry money a clerk is answerable
      *> for; deposits are counted when the pickup SALE is rung, and
      *> stock reservations carry no money at all.
       TALLY-ONE-TRANSACTION.
           IF TT-IS-SALE OR TT-IS-RETURN
               ADD 1 TO WS-RECORDS-READ
               MOVE TT-CLERK-ID TO WS-LOOKUP-ID
               PERFORM FIND-OR-ADD-CLERK
               IF WS-CLERK-FOUND
                   PERFORM TALLY-CLERK-FIGURES
               END-IF
               IF TT-OVERRIDE-MANAGER-ID NOT = SPACES
                   MOVE TT-OVERRIDE-MANAGER-ID TO WS-LOOKUP-ID
                   PERFORM FIND-OR-ADD-CLERK
                   IF WS-CLERK-FOUND
                       ADD 1 TO CK-AUTHORIZED(WS-IDX)
                   END-IF
               END-IF
           END-IF.

       TALLY-CLERK-FIGURES.
           COMPUTE WS-NET-AMOUNT =
               TT-MERCHANDISE-SUBTOTAL - TT-DISCOUNT-AMOUNT.
           IF TT-IS-SALE
               ADD 1 TO CK-ORDERS(WS-IDX)
               ADD WS-NET-AMOUNT TO CK-SALES(WS-IDX)
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX > TT-LINE-ITEM-COUNT
                   ADD TT-ITEM-QUANTITY(WS-LINE-IDX)
                       TO CK-UNITS(WS-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO CK-RETURN-COUNT(WS-IDX)
               ADD WS-NET-AMOUNT TO CK-RETURN-AMOUNT(WS-IDX)
           END-IF.
           IF TT-OVERRIDE-MANAGER-ID NOT = SPACES
               ADD 1 TO CK-OVERRIDES(WS-IDX)
           END-IF.

      *> Records written before sign-on existed carry no clerk and
      *> are totalled under a blank ID.
       FIND-OR-ADD-CLERK.
           MOVE "N" TO WS-CLERK-FOUND-SW.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-CLERK-COUNT
               IF CK-CLERK-ID(WS-SCAN-IDX) = WS-LOOKUP-ID
                   SET WS-CLERK-FOUND TO TRUE
                   MOVE WS-SCAN-IDX TO WS-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-CLERK-FOUND
               IF WS-CLERK-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CLERK-COUNT
               MOVE WS-CLERK-COUNT TO WS-IDX
               MOVE WS-LOOKUP-ID TO CK-CLERK-ID(WS-IDX)
               MOVE 0 TO CK-ORDERS(WS-IDX)
               MOVE 0 TO CK-UNITS(WS-IDX)
               MOVE 0 TO CK-SALES(WS-IDX)
               MOVE 0 TO CK-RETURN-COUNT(WS-IDX)
               MOVE 0 TO CK-RETURN-AMOUNT(WS-IDX)
               MOVE 0 TO CK-OVERRIDES(WS-IDX)
               MOVE 0 TO CK-AUTHORIZED(WS-IDX)
               SET WS-CLERK-FOUND TO TRUE
           END-IF.

       LOOKUP-CLERK-NAME.
           MOVE SPACES TO WS-CLERK-NAME.
           IF CK-CLERK-ID(WS-IDX) = SPACES
               MOVE "(no clerk on file)" TO WS-CLERK-NAME
           ELSE
               MOVE CK-CLERK-ID(WS-IDX) TO EM-EMPLOYEE-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE "(not on staff file)" TO WS-CLERK-NAME
                   NOT INVALID KEY
                       MOVE EM-EMPLOYEE-NAME TO WS-CLERK-NAME
               END-READ
           END-IF.

       DISPLAY-CLERK-REPORT.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EM-STATUS = "00"
               SET WS-EMP-FILE-OPEN TO TRUE
           END-IF.
           DISPLAY " ".
           DISPLAY "--------------- SALES BY CLERK ---------------".
           DISPLAY "From " WS-FROM-DATE " to " WS-TO-DATE
               "   (run " WS-SYS-DATE ")".
           DISPLAY "Archived days read: " WS-ARCHIVES-READ
               "   sales and returns tallied: " WS-RECORDS-READ.
           IF WS-CLERK-COUNT = 0
               DISPLAY "No sales or returns in this period."
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-CLERK-COUNT
                   PERFORM DISPLAY-ONE-CLERK
               END-PERFORM
               DISPLAY " "
               DISPLAY "Total orders: " WS-TOTAL-ORDERS
                   "   units: " WS-TOTAL-UNITS
               MOVE WS-TOTAL-NET-SALES TO WS-ED-AMOUNT
               DISPLAY "Total net sales: $" WS-ED-AMOUNT
               DISPLAY "Total returns: " WS-TOTAL-RETURNS
                   "   overrides: " WS-TOTAL-OVERRIDES
           END-IF.
           DISPLAY "----------------------------------------------".
           IF WS-EMP-FILE-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
               MOVE "N" TO WS-EMP-FILE-OPEN-SW
           END-IF.

       DISPLAY-ONE-CLERK.
           IF WS-EMP-FILE-OPEN
               PERFORM LOOKUP-CLERK-NAME
           ELSE
               MOVE SPACES TO WS-CLERK-NAME
           END-IF.
           COMPUTE WS-NET-SALES =
               CK-SALES(WS-IDX) - CK-RETURN-AMOUNT(WS-IDX).
           ADD CK-ORDERS(WS-IDX) TO WS-TOTAL-ORDERS.
           ADD CK-UNITS(WS-IDX) TO WS-TOTAL-UNITS.
           ADD WS-NET-SALES TO WS-TOTAL-NET-SALES.
           ADD CK-RETURN-COUNT(WS-IDX) TO WS-TOTAL-RETURNS.
           ADD CK-OVERRIDES(WS-IDX) TO WS-TOTAL-OVERRIDES.
           DISPLAY " ".
           DISPLAY CK-CLERK-ID(WS-IDX) " " WS-CLERK-NAME.
           MOVE WS-NET-SALES TO WS-ED-AMOUNT.
           DISPLAY "   Orders " CK-ORDERS(WS-IDX)
               "  units " CK-UNITS(WS-IDX)
               "  net sales $" WS-ED-AMOUNT.
           MOVE CK-RETURN-AMOUNT(WS-IDX) TO WS-ED-RETURNS.
           DISPLAY "   Returns " CK-RETURN-COUNT(WS-IDX)
               " ($" WS-ED-RETURNS ")"
               "  overrides " CK-OVERRIDES(WS-IDX).
           IF CK-AUTHORIZED(WS-IDX) > 0
               DISPLAY "   Overrides authorized as manager: "
                   CK-AUTHORIZED(WS-IDX)
           END-IF.
