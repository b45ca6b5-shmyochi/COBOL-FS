      *> Maintenance utility for FLOWER-MASTER-FILE. Run this to seed
      *> the file the first time the shop opens, and afterwards any
      *> time a price changes or stock is received, instead of
      *> recompiling the Flowershop POS program. A price keyed over
      *> here is recorded on PRICEHST.DAT; a price that should change
      *> on a set date (and perhaps change back) belongs on the
      *> schedule in CBBPRSLD instead. Every field an add or change
      *> touches goes to the change log with the employee signed on.
      *> The preferred supplier is keyed as its ID and must be on the
      *> supplier master (CBBSUPLD) once one has been set up.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS FM-FLOWER-CODE
               FILE STATUS IS WS-FM-STATUS.

           SELECT PRICE-HISTORY-FILE ASSIGN TO "PRICEHST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.

           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUPPLIER-ID
               FILE STATUS IS WS-SU-STATUS.

      *> Read-only: whoever runs the program signs on against it, and
      *> is named on every change it logs to CHGLOG.DAT.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EM-STATUS.

           SELECT CHANGE-LOG-FILE ASSIGN TO "CHGLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FLOWER-MASTER-FILE.
           COPY "FLWMAST.cpy".

       FD  PRICE-HISTORY-FILE.
           COPY "PRICEHST.cpy".

       FD  SUPPLIER-MASTER-FILE.
           COPY "SUPPMAST.cpy".

       FD  EMPLOYEE-MASTER-FILE.
           COPY "EMPMAST.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "CHGLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FM-STATUS PIC XX.
       01 WS-MENU-CHOICE PIC X.
       01 WS-PH-STATUS PIC XX.
       01 WS-SU-STATUS PIC XX.
       01 WS-SUPPLIER-FILE-OPEN-SW PIC X VALUE "N".
           88 WS-SUPPLIER-FILE-OPEN VALUE "Y".
       01 WS-SUPPLIER-OK-SW PIC X VALUE "N".
           88 WS-SUPPLIER-OK VALUE "Y".
       01 WS-ED-AMOUNT PIC ZZZ,ZZ9.99.
       01 WS-OLD-PRICE PIC 9(4)V99 VALUE 0.
       01 WS-FLOWER-SAVED-SW PIC X VALUE "N".
           88 WS-FLOWER-SAVED VALUE "Y".

      *> The record as it stood on file, and the record being saved,
      *> for the change log.
           COPY "FLWMAST.cpy"
               REPLACING ==FLOWER-MASTER-RECORD== BY ==BEFORE-FLOWER-RECORD==
               LEADING ==FM-== BY ==BF-==.
           COPY "FLWMAST.cpy"
               REPLACING ==FLOWER-MASTER-RECORD== BY ==PENDING-FLOWER-RECORD==
               LEADING ==FM-== BY ==NF-==.

       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-DATE-TIME-FIELDS REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-SYS-DATE PIC 9(8).
           05 WS-SYS-TIME PIC 9(6).
           05 FILLER PIC X(7).

       01 WS-EM-STATUS PIC XX.
       01 WS-CG-STATUS PIC XX.

      *> Who is signed on; named on every change logged.
       01 WS-CLERK-ID PIC X(6) VALUE SPACES.
       01 WS-CLERK-NAME PIC X(30) VALUE SPACES.
       01 WS-PIN-EMPLOYEE-ID PIC X(6) VALUE SPACES.
       01 WS-PIN-ENTRY PIC X(4) VALUE SPACES.
       01 WS-PIN-ATTEMPTS PIC 9 VALUE 0.
       01 WS-PIN-ACCEPTED-SW PIC X VALUE "N".
           88 WS-PIN-ACCEPTED VALUE "Y".

      *> The field going to the change log.
       01 WS-LOG-ACTION PIC X.
       01 WS-LOG-KEY PIC X(10).
       01 WS-LOG-FIELD-NAME PIC X(24).
       01 WS-LOG-BEFORE PIC X(40).
       01 WS-LOG-AFTER PIC X(40).
       01 WS-LOG-ED-AMOUNT PIC Z(6)9.99-.
       01 WS-LOG-ED-QTY PIC Z(4)9.

       PROCEDURE DIVISION.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EM-STATUS NOT = "00"
               DISPLAY "No staff are on file. Enroll them in CBBEMPLD."
               STOP RUN
           END-IF.
           PERFORM SIGN-ON-CLERK.
           CLOSE EMPLOYEE-MASTER-FILE.
           IF NOT WS-PIN-ACCEPTED
               STOP RUN
           END-IF.
           PERFORM OPEN-CHANGE-LOG.

           PERFORM OPEN-FLOWER-MASTER.

           PERFORM UNTIL WS-MENU-CHOICE = "4"
           END-PERFORM.

           CLOSE FLOWER-MASTER-FILE.
           IF WS-SUPPLIER-FILE-OPEN
               CLOSE SUPPLIER-MASTER-FILE
           END-IF.
           CLOSE CHANGE-LOG-FILE.
           STOP RUN.

       OPEN-FLOWER-MASTER.
               CLOSE FLOWER-MASTER-FILE
               OPEN I-O FLOWER-MASTER-FILE
           END-IF.
           OPEN INPUT SUPPLIER-MASTER-FILE.
           IF WS-SU-STATUS = "00"
               SET WS-SUPPLIER-FILE-OPEN TO TRUE
           END-IF.

       DISPLAY-MENU.
           DISPLAY " ".
           MOVE 100 TO FM-QTY-ON-HAND.
           MOVE 25 TO FM-REORDER-POINT.
           MOVE 100 TO FM-REORDER-QTY.
           MOVE "VALLEY" TO FM-SUPPLIER-ID.
           PERFORM WRITE-OR-REWRITE-FLOWER.

           MOVE "DAI" TO FM-FLOWER-CODE.
           MOVE 100 TO FM-QTY-ON-HAND.
           MOVE 25 TO FM-REORDER-POINT.
           MOVE 100 TO FM-REORDER-QTY.
           MOVE "VALLEY" TO FM-SUPPLIER-ID.
           PERFORM WRITE-OR-REWRITE-FLOWER.

           MOVE "GAR" TO FM-FLOWER-CODE.
           MOVE 100 TO FM-QTY-ON-HAND.
           MOVE 25 TO FM-REORDER-POINT.
           MOVE 100 TO FM-REORDER-QTY.
           MOVE "VALLEY" TO FM-SUPPLIER-ID.
           PERFORM WRITE-OR-REWRITE-FLOWER.

           MOVE "ORC" TO FM-FLOWER-CODE.
           MOVE 100 TO FM-QTY-ON-HAND.
           MOVE 10 TO FM-REORDER-POINT.
           MOVE 50 TO FM-REORDER-QTY.
           MOVE "ORCHID" TO FM-SUPPLIER-ID.
           PERFORM WRITE-OR-REWRITE-FLOWER.

           MOVE "POI" TO FM-FLOWER-CODE.
           MOVE 100 TO FM-QTY-ON-HAND.
           MOVE 10 TO FM-REORDER-POINT.
           MOVE 50 TO FM-REORDER-QTY.
           MOVE "VALLEY" TO FM-SUPPLIER-ID.
           PERFORM WRITE-OR-REWRITE-FLOWER.

           MOVE "ROS" TO FM-FLOWER-CODE.
           MOVE 100 TO FM-QTY-ON-HAND.
           MOVE 40 TO FM-REORDER-POINT.
           MOVE 200 TO FM-REORDER-QTY.
           MOVE "ROSARI" TO FM-SUPPLIER-ID.
           PERFORM WRITE-OR-REWRITE-FLOWER.

           MOVE "SUN" TO FM-FLOWER-CODE.
           MOVE 100 TO FM-QTY-ON-HAND.
           MOVE 25 TO FM-REORDER-POINT.
           MOVE 100 TO FM-REORDER-QTY.
           MOVE "VALLEY" TO FM-SUPPLIER-ID.
           PERFORM WRITE-OR-REWRITE-FLOWER.

           MOVE "TUL" TO FM-FLOWER-CODE.
           MOVE 100 TO FM-QTY-ON-HAND.
           MOVE 40 TO FM-REORDER-POINT.
           MOVE 200 TO FM-REORDER-QTY.
           MOVE "ROSARI" TO FM-SUPPLIER-ID.
           PERFORM WRITE-OR-REWRITE-FLOWER.

           DISPLAY "Starter catalog loaded.".
           ACCEPT FM-REORDER-POINT.
           DISPLAY "Enter the reorder quantity (how many to order): ".
           ACCEPT FM-REORDER-QTY.
           PERFORM ASK-SUPPLIER-ID.
           PERFORM WRITE-OR-REWRITE-FLOWER.

      *> Until the supplier master has been set up any ID is taken;
      *> after that the flower must name a supplier on it.
       ASK-SUPPLIER-ID.
           MOVE "N" TO WS-SUPPLIER-OK-SW.
           PERFORM UNTIL WS-SUPPLIER-OK
               DISPLAY "Enter the preferred supplier ID: "
               ACCEPT FM-SUPPLIER-ID
               IF NOT WS-SUPPLIER-FILE-OPEN
                   SET WS-SUPPLIER-OK TO TRUE
               ELSE
                   MOVE FM-SUPPLIER-ID TO SU-SUPPLIER-ID
                   READ SUPPLIER-MASTER-FILE
                       INVALID KEY
                           DISPLAY FM-SUPPLIER-ID " is not on the"
                               " supplier master. Set it up in"
                               " CBBSUPLD, or key another."
                       NOT INVALID KEY
                           SET WS-SUPPLIER-OK TO TRUE
                           DISPLAY "Supplier: " SU-SUPPLIER-NAME
                           IF NOT SU-IS-ACTIVE
                               DISPLAY "Note: " SU-SUPPLIER-ID " is"
                                   " marked inactive; the reorder"
                                   " batch will not order from it."
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

      *> A price keyed over by hand takes effect at once.
       APPEND-PRICE-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           SET PH-IS-FLOWER TO TRUE.
           MOVE FM-FLOWER-CODE TO PH-ITEM-CODE.
           MOVE WS-SYS-DATE TO PH-EFFECTIVE-DATE.
           MOVE WS-SYS-DATE TO PH-CHANGE-DATE.
           MOVE WS-SYS-TIME TO PH-CHANGE-TIME.
           MOVE WS-OLD-PRICE TO PH-OLD-PRICE.
           MOVE FM-PRICE TO PH-NEW-PRICE.
           SET PH-FROM-MAINTENANCE TO TRUE.
           MOVE 0 TO PH-SCHEDULE-START.
           MOVE "FLOWER MASTER MAINTENANCE" TO PH-REASON.
           OPEN EXTEND PRICE-HISTORY-FILE.
           IF WS-PH-STATUS = "35"
               OPEN OUTPUT PRICE-HISTORY-FILE
           END-IF.
           WRITE PRICE-HISTORY-RECORD.
           CLOSE PRICE-HISTORY-FILE.

      *> Every save comes through here, so the record on file is
      *> read first for the change log's before values, and a price
      *> changed on a flower already on file - keyed, or put back by
      *> reloading the starter catalog - goes to the price history.
       WRITE-OR-REWRITE-FLOWER.
           MOVE FLOWER-MASTER-RECORD TO PENDING-FLOWER-RECORD.
           MOVE "A" TO WS-LOG-ACTION.
           READ FLOWER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "C" TO WS-LOG-ACTION
                   MOVE FLOWER-MASTER-RECORD TO BEFORE-FLOWER-RECORD
           END-READ.
           MOVE PENDING-FLOWER-RECORD TO FLOWER-MASTER-RECORD.
           MOVE "N" TO WS-FLOWER-SAVED-SW.
           WRITE FLOWER-MASTER-RECORD
               INVALID KEY
                   REWRITE FLOWER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Unable to save " FM-FLOWER-CODE
                       NOT INVALID KEY
                           SET WS-FLOWER-SAVED TO TRUE
                   END-REWRITE
               NOT INVALID KEY
                   SET WS-FLOWER-SAVED TO TRUE
           END-WRITE.
           IF WS-FLOWER-SAVED
               PERFORM LOG-FLOWER-CHANGES
               IF WS-LOG-ACTION = "C" AND FM-PRICE NOT = BF-PRICE
                   MOVE BF-PRICE TO WS-OLD-PRICE
                   PERFORM APPEND-PRICE-HISTORY
               END-IF
           END-IF.

       LOG-FLOWER-CHANGES.
           MOVE FM-FLOWER-CODE TO WS-LOG-KEY.
           MOVE "FM-FLOWER-NAME" TO WS-LOG-FIELD-NAME.
           MOVE BF-FLOWER-NAME TO WS-LOG-BEFORE.
           MOVE FM-FLOWER-NAME TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "FM-PRICE" TO WS-LOG-FIELD-NAME.
           MOVE BF-PRICE TO WS-LOG-ED-AMOUNT.
           MOVE WS-LOG-ED-AMOUNT TO WS-LOG-BEFORE.
           MOVE FM-PRICE TO WS-LOG-ED-AMOUNT.
           MOVE WS-LOG-ED-AMOUNT TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "FM-QTY-ON-HAND" TO WS-LOG-FIELD-NAME.
           MOVE BF-QTY-ON-HAND TO WS-LOG-ED-QTY.
           MOVE WS-LOG-ED-QTY TO WS-LOG-BEFORE.
           MOVE FM-QTY-ON-HAND TO WS-LOG-ED-QTY.
           MOVE WS-LOG-ED-QTY TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "FM-REORDER-POINT" TO WS-LOG-FIELD-NAME.
           MOVE BF-REORDER-POINT TO WS-LOG-ED-QTY.
           MOVE WS-LOG-ED-QTY TO WS-LOG-BEFORE.
           MOVE FM-REORDER-POINT TO WS-LOG-ED-QTY.
           MOVE WS-LOG-ED-QTY TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "FM-REORDER-QTY" TO WS-LOG-FIELD-NAME.
           MOVE BF-REORDER-QTY TO WS-LOG-ED-QTY.
           MOVE WS-LOG-ED-QTY TO WS-LOG-BEFORE.
           MOVE FM-REORDER-QTY TO WS-LOG-ED-QTY.
           MOVE WS-LOG-ED-QTY TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "FM-SUPPLIER-ID" TO WS-LOG-FIELD-NAME.
           MOVE BF-SUPPLIER-ID TO WS-LOG-BEFORE.
           MOVE FM-SUPPLIER-ID TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.

       LIST-ALL-FLOWERS.
           MOVE LOW-VALUES TO FM-FLOWER-CODE.
                               " $" WS-ED-AMOUNT
                               " on hand: " FM-QTY-ON-HAND
                               " reorder at: " FM-REORDER-POINT
                               " supplier: " FM-SUPPLIER-ID
                   END-READ
               END-PERFORM
           END-IF.

      *> Three tries at the ID and PIN, as at the returns desk.
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
      *> WS-PIN-EMPLOYEE-ID.
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

       OPEN-CHANGE-LOG.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CG-STATUS = "35"
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.

      *> One field of the record keyed WS-LOG-KEY, logged when an add
      *> sets it or a change moves it.
       LOG-ONE-FIELD.
           IF WS-LOG-ACTION = "A"
               MOVE SPACES TO WS-LOG-BEFORE
           END-IF.
           IF WS-LOG-BEFORE = WS-LOG-AFTER
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-SYS-DATE TO CG-CHANGE-DATE.
           MOVE WS-SYS-TIME TO CG-CHANGE-TIME.
           MOVE WS-CLERK-ID TO CG-CHANGED-BY.
           MOVE "CBBFMLD" TO CG-PROGRAM-NAME.
           MOVE "FLWMAST" TO CG-FILE-NAME.
           MOVE WS-LOG-KEY TO CG-RECORD-KEY.
           MOVE WS-LOG-ACTION TO CG-ACTION.
           MOVE WS-LOG-FIELD-NAME TO CG-FIELD-NAME.
           MOVE WS-LOG-BEFORE TO CG-BEFORE-VALUE.
           MOVE WS-LOG-AFTER TO CG-AFTER-VALUE.
           WRITE CHANGE-LOG-RECORD.
