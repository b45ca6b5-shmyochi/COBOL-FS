           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OccasionReminders.

      *> Monthly occasion reminder batch. Reads every customer's
      *> address book (RECIPNT.DAT, kept in CBBCMLD and filled in at
      *> the register) and lists each yearly occasion falling in the
      *> next few weeks, soonest first, as a call list: the customer
      *> to ring, who the flowers are for, and what the customer sent
      *> that recipient last time. The same occasions are written to
      *> OCCMERGE.DAT as a mail-merge extract for reminder letters.
      *> An occasion on 29 February falls on the 28th in other years.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECIPIENT-FILE ASSIGN TO "RECIPNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-RECIPIENT-KEY
               FILE STATUS IS WS-RC-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               ALTERNATE RECORD KEY IS CM-PHONE-NUMBER WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.

           SELECT FLOWER-MASTER-FILE ASSIGN TO "FLWMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLOWER-CODE
               FILE STATUS IS WS-FM-STATUS.

           SELECT ARRANGEMENT-MASTER-FILE ASSIGN TO "ARRMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ARRANGE-CODE
               FILE STATUS IS WS-AM-STATUS.

           SELECT OCCASION-MERGE-FILE ASSIGN TO "OCCMERGE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECIPIENT-FILE.
           COPY "RECIPNT.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTMAST.cpy".

       FD  FLOWER-MASTER-FILE.
           COPY "FLWMAST.cpy".

       FD  ARRANGEMENT-MASTER-FILE.
           COPY "ARRMAST.cpy".

       FD  OCCASION-MERGE-FILE.
           COPY "OCCMERGE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RC-STATUS PIC XX.
       01 WS-CM-STATUS PIC XX.
       01 WS-FM-STATUS PIC XX.
       01 WS-AM-STATUS PIC XX.
       01 WS-OM-STATUS PIC XX.
       01 WS-CUSTOMER-FILE-OPEN-SW PIC X VALUE "N".
           88 WS-CUSTOMER-FILE-OPEN VALUE "Y".
       01 WS-FLOWER-FILE-OPEN-SW PIC X VALUE "N".
           88 WS-FLOWER-FILE-OPEN VALUE "Y".
       01 WS-ARR-FILE-OPEN-SW PIC X VALUE "N".
           88 WS-ARR-FILE-OPEN VALUE "Y".

       01 WS-AS-OF-DATE PIC 9(8) VALUE 0.
       01 WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
           05 WS-AS-OF-YEAR PIC 9(4).
           05 WS-AS-OF-MMDD PIC 9(4).
       01 WS-DAYS-AHEAD PIC 9(3) VALUE 0.
       01 WS-DEFAULT-DAYS-AHEAD PIC 9(3) VALUE 35.
       01 WS-WINDOW-END-DATE PIC 9(8) VALUE 0.

      *> The next time an occasion comes round, on or after the as-of
      *> date.
       01 WS-OCC-DATE PIC 9(8) VALUE 0.
       01 WS-OCC-DATE-PARTS REDEFINES WS-OCC-DATE.
           05 WS-OCC-YEAR PIC 9(4).
           05 WS-OCC-MMDD.
               10 WS-OCC-MONTH PIC 9(2).
               10 WS-OCC-DAY PIC 9(2).
       01 WS-OCC-IDX PIC 9 VALUE 0.

       01 WS-LAST-SENT-DESC PIC X(60).
       01 WS-DESC-POINTER PIC 9(3) VALUE 1.
       01 WS-ITEM-NAME PIC X(20).
       01 WS-ED-QTY PIC Z(4)9.
       01 WS-ED-AMOUNT PIC ZZZ,ZZ9.99.
       01 WS-REMINDER-COUNT PIC 9(4) VALUE 0.

       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-DATE-TIME-FIELDS REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-SYS-DATE PIC 9(8).
           05 WS-SYS-TIME PIC 9(6).
           05 FILLER PIC X(7).
       01 WS-IDX PIC 9(4) VALUE 0.
       01 WS-SWAP-IDX PIC 9(4) VALUE 0.
       01 WS-ITEM-IDX PIC 9(2) VALUE 0.

       01 OCCASION-TABLE.
           05 WS-OCCASION-COUNT PIC 9(4) VALUE 0.
           05 OCCASION-ENTRY OCCURS 500 TIMES.
               10 OE-SORT-KEY.
                   15 OE-OCCASION-DATE    PIC 9(8).
                   15 OE-CUSTOMER-ID      PIC X(10).
                   15 OE-RECIPIENT-NUMBER PIC 9(2).
               10 OE-OCCASION-IDX         PIC 9.

       01 WS-OCCASION-FULL-SW PIC X VALUE "N".
           88 WS-OCCASION-FULL-WARNED VALUE "Y".

       01 WS-SAVE-ENTRY.
           05 WS-SAVE-SORT-KEY.
               10 WS-SAVE-OCCASION-DATE    PIC 9(8).
               10 WS-SAVE-CUSTOMER-ID      PIC X(10).
               10 WS-SAVE-RECIPIENT-NUMBER PIC 9(2).
           05 WS-SAVE-OCCASION-IDX         PIC 9.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           DISPLAY "Enter the as-of date (YYYYMMDD, 0 for today): ".
           ACCEPT WS-AS-OF-DATE.
           IF WS-AS-OF-DATE = 0
               MOVE WS-SYS-DATE TO WS-AS-OF-DATE
           END-IF.
           DISPLAY "Days ahead to remind (0 for "
               WS-DEFAULT-DAYS-AHEAD "): ".
           ACCEPT WS-DAYS-AHEAD.
           IF WS-DAYS-AHEAD = 0
               MOVE WS-DEFAULT-DAYS-AHEAD TO WS-DAYS-AHEAD
           END-IF.
           COMPUTE WS-WINDOW-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE) + WS-DAYS-AHEAD).

           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-UPCOMING-OCCASIONS.
           PERFORM SORT-OCCASIONS-BY-DATE.
           PERFORM PRINT-CALL-LIST.
           PERFORM CLOSE-ALL-FILES.
           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT RECIPIENT-FILE.
           IF WS-RC-STATUS NOT = "00"
               DISPLAY "No recipients have been saved (RECIPNT.DAT)."
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CM-STATUS = "00"
               SET WS-CUSTOMER-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT FLOWER-MASTER-FILE.
           IF WS-FM-STATUS = "00"
               SET WS-FLOWER-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT ARRANGEMENT-MASTER-FILE.
           IF WS-AM-STATUS = "00"
               SET WS-ARR-FILE-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT OCCASION-MERGE-FILE.
           IF WS-OM-STATUS NOT = "00"
               DISPLAY "Unable to open " "OCCMERGE.DAT" " - status "
                   WS-OM-STATUS
               STOP RUN
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE RECIPIENT-FILE.
           CLOSE OCCASION-MERGE-FILE.
           IF WS-CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           IF WS-FLOWER-FILE-OPEN
               CLOSE FLOWER-MASTER-FILE
           END-IF.
           IF WS-ARR-FILE-OPEN
               CLOSE ARRANGEMENT-MASTER-FILE
           END-IF.

       LOAD-UPCOMING-OCCASIONS.
           MOVE LOW-VALUES TO RC-RECIPIENT-KEY.
           START RECIPIENT-FILE KEY IS NOT LESS THAN RC-RECIPIENT-KEY
               INVALID KEY
                   MOVE "10" TO WS-RC-STATUS
           END-START.
           PERFORM UNTIL WS-RC-STATUS NOT = "00"
               READ RECIPIENT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-RC-STATUS
                   NOT AT END
                       PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
                               UNTIL WS-OCC-IDX > RC-OCCASION-COUNT
                           PERFORM NEXT-OCCURRENCE-DATE
                           IF WS-OCC-DATE NOT = 0
                                   AND WS-OCC-DATE <= WS-WINDOW-END-DATE
                               PERFORM ADD-OCCASION-ENTRY
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-RC-STATUS.

      *> This year's date for occasion WS-OCC-IDX, or next year's if
      *> it has already gone by. Zero for a month and day that is
      *> not a date in any year.
       NEXT-OCCURRENCE-DATE.
           MOVE WS-AS-OF-YEAR TO WS-OCC-YEAR.
           MOVE RC-OCCASION-MONTH(WS-OCC-IDX) TO WS-OCC-MONTH.
           MOVE RC-OCCASION-DAY(WS-OCC-IDX) TO WS-OCC-DAY.
           IF WS-OCC-MMDD < WS-AS-OF-MMDD
               ADD 1 TO WS-OCC-YEAR
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-OCC-DATE) NOT = 0
               IF WS-OCC-MONTH = 2 AND WS-OCC-DAY = 29
                   MOVE 28 TO WS-OCC-DAY
               ELSE
                   MOVE 0 TO WS-OCC-DATE
               END-IF
           END-IF.

       ADD-OCCASION-ENTRY.
           IF WS-OCCASION-COUNT >= 500
               IF NOT WS-OCCASION-FULL-WARNED
                   DISPLAY "Occasion table full (500 max); later occasions are omitted."
                   SET WS-OCCASION-FULL-WARNED TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-OCCASION-COUNT
               MOVE WS-OCC-DATE TO OE-OCCASION-DATE(WS-OCCASION-COUNT)
               MOVE RC-CUSTOMER-ID TO OE-CUSTOMER-ID(WS-OCCASION-COUNT)
               MOVE RC-RECIPIENT-NUMBER
                   TO OE-RECIPIENT-NUMBER(WS-OCCASION-COUNT)
               MOVE WS-OCC-IDX TO OE-OCCASION-IDX(WS-OCCASION-COUNT)
           END-IF.

       SORT-OCCASIONS-BY-DATE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-OCCASION-COUNT - 1
               PERFORM VARYING WS-SWAP-IDX FROM 1 BY 1
                       UNTIL WS-SWAP-IDX > WS-OCCASION-COUNT - WS-IDX
                   IF OE-SORT-KEY(WS-SWAP-IDX) >
                           OE-SORT-KEY(WS-SWAP-IDX + 1)
                       MOVE OCCASION-ENTRY(WS-SWAP-IDX) TO WS-SAVE-ENTRY
                       MOVE OCCASION-ENTRY(WS-SWAP-IDX + 1)
                           TO OCCASION-ENTRY(WS-SWAP-IDX)
                       MOVE WS-SAVE-ENTRY TO OCCASION-ENTRY(WS-SWAP-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-CALL-LIST.
           DISPLAY " ".
           DISPLAY "------------- OCCASION CALL LIST -------------".
           DISPLAY "Occasions from " WS-AS-OF-DATE " to "
               WS-WINDOW-END-DATE.
           IF WS-OCCASION-COUNT = 0
               DISPLAY "No occasions fall in this window."
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-OCCASION-COUNT
               MOVE OE-CUSTOMER-ID(WS-IDX) TO RC-CUSTOMER-ID
               MOVE OE-RECIPIENT-NUMBER(WS-IDX) TO RC-RECIPIENT-NUMBER
               READ RECIPIENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM PRINT-ONE-REMINDER
               END-READ
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "Reminders: " WS-REMINDER-COUNT
               " (mail-merge extract written to OCCMERGE.DAT)".
           DISPLAY "----------------------------------------------".

       PRINT-ONE-REMINDER.
           MOVE OE-OCCASION-IDX(WS-IDX) TO WS-OCC-IDX.
           PERFORM LOOKUP-REMINDER-CUSTOMER.
           PERFORM DESCRIBE-LAST-SENT.
           ADD 1 TO WS-REMINDER-COUNT.
           DISPLAY " ".
           DISPLAY OE-OCCASION-DATE(WS-IDX) " "
               RC-OCCASION-NAME(WS-OCC-IDX) " for " RC-RECIPIENT-NAME.
           DISPLAY "    Call " CM-CUSTOMER-NAME " " CM-PHONE-NUMBER
               " (customer " RC-CUSTOMER-ID ")".
           IF RC-LAST-ORDER-NUMBER = 0
               DISPLAY "    Nothing sent to this recipient through the"
                   " register yet."
           ELSE
               MOVE RC-LAST-GRAND-TOTAL TO WS-ED-AMOUNT
               DISPLAY "    Last sent " RC-LAST-SENT-DATE " (order "
                   RC-LAST-ORDER-NUMBER ") $" WS-ED-AMOUNT
               DISPLAY "      " WS-LAST-SENT-DESC
               IF RC-LAST-CARD-MESSAGE NOT = SPACES
                   DISPLAY "      Card: " RC-LAST-CARD-MESSAGE
               END-IF
           END-IF.
           PERFORM WRITE-MERGE-RECORD.

       LOOKUP-REMINDER-CUSTOMER.
           MOVE SPACES TO CM-CUSTOMER-NAME.
           MOVE SPACES TO CM-PHONE-NUMBER.
           MOVE SPACES TO CM-DELIVERY-ADDRESS.
           IF WS-CUSTOMER-FILE-OPEN
               MOVE RC-CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE "(customer not on file)" TO CM-CUSTOMER-NAME
               END-READ
           END-IF.

      *> "12 RED ROSE, 1 BIRTHDAY BOUQUET", as much as fits.
       DESCRIBE-LAST-SENT.
           MOVE SPACES TO WS-LAST-SENT-DESC.
           MOVE 1 TO WS-DESC-POINTER.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > RC-LAST-ITEM-COUNT
               PERFORM NAME-LAST-SENT-ITEM
               MOVE RC-LAST-QUANTITY(WS-ITEM-IDX) TO WS-ED-QTY
               IF WS-ITEM-IDX > 1
                   STRING ", " DELIMITED BY SIZE
                       INTO WS-LAST-SENT-DESC
                       WITH POINTER WS-DESC-POINTER
                       ON OVERFLOW CONTINUE
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(WS-ED-QTY) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ITEM-NAME) DELIMITED BY SIZE
                   INTO WS-LAST-SENT-DESC
                   WITH POINTER WS-DESC-POINTER
                   ON OVERFLOW CONTINUE
               END-STRING
           END-PERFORM.

       NAME-LAST-SENT-ITEM.
           MOVE RC-LAST-FLOWER-CODE(WS-ITEM-IDX) TO WS-ITEM-NAME.
           IF WS-FLOWER-FILE-OPEN
               MOVE RC-LAST-FLOWER-CODE(WS-ITEM-IDX) TO FM-FLOWER-CODE
               READ FLOWER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FM-FLOWER-NAME TO WS-ITEM-NAME
                       EXIT PARAGRAPH
               END-READ
           END-IF.
           IF WS-ARR-FILE-OPEN
               MOVE RC-LAST-FLOWER-CODE(WS-ITEM-IDX) TO AM-ARRANGE-CODE
               READ ARRANGEMENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AM-ARRANGE-NAME TO WS-ITEM-NAME
               END-READ
           END-IF.

       WRITE-MERGE-RECORD.
           MOVE OE-OCCASION-DATE(WS-IDX) TO OM-OCCASION-DATE.
           MOVE RC-OCCASION-NAME(WS-OCC-IDX) TO OM-OCCASION-NAME.
           MOVE RC-CUSTOMER-ID TO OM-CUSTOMER-ID.
           MOVE CM-CUSTOMER-NAME TO OM-CUSTOMER-NAME.
           MOVE CM-PHONE-NUMBER TO OM-CUSTOMER-PHONE.
           MOVE CM-DELIVERY-ADDRESS TO OM-CUSTOMER-ADDRESS.
           MOVE RC-RECIPIENT-NAME TO OM-RECIPIENT-NAME.
           MOVE RC-DELIVERY-ADDRESS TO OM-RECIPIENT-ADDRESS.
           MOVE RC-LAST-SENT-DATE TO OM-LAST-SENT-DATE.
           MOVE WS-LAST-SENT-DESC TO OM-LAST-SENT-DESC.
           MOVE RC-LAST-GRAND-TOTAL TO OM-LAST-SENT-TOTAL.
           WRITE OCCASION-MERGE-RECORD.
