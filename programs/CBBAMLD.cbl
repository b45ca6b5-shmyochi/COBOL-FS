      *> flower master so the register never trips over a recipe
      *> calling for a stem the shop does not carry. Mirrors
      *> CBBFMLD.cbl's menu-driven approach to the flower master file.
      *> A price keyed over here is recorded on PRICEHST.DAT; dated
      *> price changes belong on the schedule in CBBPRSLD. Every
      *> field an add or change touches goes to the change log with
      *> the employee signed on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS FM-FLOWER-CODE
               FILE STATUS IS WS-FM-STATUS.

           SELECT PRICE-HISTORY-FILE ASSIGN TO "PRICEHST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.

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
       FD  ARRANGEMENT-MASTER-FILE.
       FD  FLOWER-MASTER-FILE.
           COPY "FLWMAST.cpy".

       FD  PRICE-HISTORY-FILE.
           COPY "PRICEHST.cpy".

       FD  EMPLOYEE-MASTER-FILE.
           COPY "EMPMAST.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "CHGLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-AM-STATUS PIC XX.
       01 WS-FM-STATUS PIC XX.
       01 WS-PH-STATUS PIC XX.
       01 WS-MENU-CHOICE PIC X.
       01 WS-IDX PIC 9(4) VALUE 0.
       01 WS-ED-AMOUNT PIC ZZZ,ZZ9.99.
           88 WS-RECIPE-OK VALUE "Y".
       01 WS-CODE-CLASH-SW PIC X VALUE "N".
           88 WS-CODE-CLASH VALUE "Y".
       01 WS-OLD-PRICE PIC 9(4)V99 VALUE 0.
       01 WS-ARRANGEMENT-SAVED-SW PIC X VALUE "N".
           88 WS-ARRANGEMENT-SAVED VALUE "Y".
       01 WS-ED-COMP-NUMBER PIC 9.

      *> The record as it stood on file, and the record being saved,
      *> for the change log.
           COPY "ARRMAST.cpy"
               REPLACING ==ARRANGEMENT-MASTER-RECORD==
                   BY ==BEFORE-ARRANGEMENT-RECORD==
               LEADING ==AM-== BY ==BA-==.
           COPY "ARRMAST.cpy"
               REPLACING ==ARRANGEMENT-MASTER-RECORD==
                   BY ==PENDING-ARRANGEMENT-RECORD==
               LEADING ==AM-== BY ==NA-==.

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

           PERFORM OPEN-ALL-FILES.

           PERFORM UNTIL WS-MENU-CHOICE = "4"

           CLOSE ARRANGEMENT-MASTER-FILE.
           CLOSE FLOWER-MASTER-FILE.
           CLOSE CHANGE-LOG-FILE.
           STOP RUN.

       OPEN-ALL-FILES.
           PERFORM WRITE-OR-REWRITE-ARRANGEMENT.
           DISPLAY "Arrangement " AM-ARRANGE-CODE " saved.".

      *> A price keyed over by hand takes effect at once.
       APPEND-PRICE-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           SET PH-IS-ARRANGEMENT TO TRUE.
           MOVE AM-ARRANGE-CODE TO PH-ITEM-CODE.
           MOVE WS-SYS-DATE TO PH-EFFECTIVE-DATE.
           MOVE WS-SYS-DATE TO PH-CHANGE-DATE.
           MOVE WS-SYS-TIME TO PH-CHANGE-TIME.
           MOVE WS-OLD-PRICE TO PH-OLD-PRICE.
           MOVE AM-PRICE TO PH-NEW-PRICE.
           SET PH-FROM-MAINTENANCE TO TRUE.
           MOVE 0 TO PH-SCHEDULE-START.
           MOVE "ARRANGEMENT MAINTENANCE" TO PH-REASON.
           OPEN EXTEND PRICE-HISTORY-FILE.
           IF WS-PH-STATUS = "35"
               OPEN OUTPUT PRICE-HISTORY-FILE
           END-IF.
           WRITE PRICE-HISTORY-RECORD.
           CLOSE PRICE-HISTORY-FILE.

      *> The component must be a stem on the flower master: the
      *> register decrements FM-QTY-ON-HAND for every component and
      *> a code it cannot find would block the sale.
               END-IF
           END-PERFORM.

      *> Every save comes through here, so the record on file is
      *> read first for the change log's before values, and a price
      *> changed on an arrangement already on file - keyed, or put
      *> back by reloading the starter recipes - goes to the price
      *> history.
       WRITE-OR-REWRITE-ARRANGEMENT.
           MOVE ARRANGEMENT-MASTER-RECORD TO PENDING-ARRANGEMENT-RECORD.
           MOVE "A" TO WS-LOG-ACTION.
           READ ARRANGEMENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "C" TO WS-LOG-ACTION
                   MOVE ARRANGEMENT-MASTER-RECORD
                       TO BEFORE-ARRANGEMENT-RECORD
           END-READ.
           MOVE PENDING-ARRANGEMENT-RECORD TO ARRANGEMENT-MASTER-RECORD.
           MOVE "N" TO WS-ARRANGEMENT-SAVED-SW.
           WRITE ARRANGEMENT-MASTER-RECORD
               INVALID KEY
                   REWRITE ARRANGEMENT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Unable to save " AM-ARRANGE-CODE
                       NOT INVALID KEY
                           SET WS-ARRANGEMENT-SAVED TO TRUE
                   END-REWRITE
               NOT INVALID KEY
                   SET WS-ARRANGEMENT-SAVED TO TRUE
           END-WRITE.
           IF WS-ARRANGEMENT-SAVED
               PERFORM LOG-ARRANGEMENT-CHANGES
               IF WS-LOG-ACTION = "C" AND AM-PRICE NOT = BA-PRICE
                   MOVE BA-PRICE TO WS-OLD-PRICE
                   PERFORM APPEND-PRICE-HISTORY
               END-IF
           END-IF.

      *> The recipe is logged a component slot at a time as code and
      *> stems, e.g. ROS x 12.
       LOG-ARRANGEMENT-CHANGES.
           MOVE AM-ARRANGE-CODE TO WS-LOG-KEY.
           MOVE "AM-ARRANGE-NAME" TO WS-LOG-FIELD-NAME.
           MOVE BA-ARRANGE-NAME TO WS-LOG-BEFORE.
           MOVE AM-ARRANGE-NAME TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "AM-PRICE" TO WS-LOG-FIELD-NAME.
           MOVE BA-PRICE TO WS-LOG-ED-AMOUNT.
           MOVE WS-LOG-ED-AMOUNT TO WS-LOG-BEFORE.
           MOVE AM-PRICE TO WS-LOG-ED-AMOUNT.
           MOVE WS-LOG-ED-AMOUNT TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
               PERFORM LOG-ONE-COMPONENT
           END-PERFORM.

       LOG-ONE-COMPONENT.
           MOVE WS-IDX TO WS-ED-COMP-NUMBER.
           MOVE SPACES TO WS-LOG-FIELD-NAME.
           STRING "AM-COMPONENT(" DELIMITED BY SIZE
               WS-ED-COMP-NUMBER DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-LOG-FIELD-NAME.
           MOVE SPACES TO WS-LOG-BEFORE.
           IF WS-LOG-ACTION = "C"
                   AND WS-IDX NOT > BA-COMPONENT-COUNT
               MOVE BA-COMP-QUANTITY(WS-IDX) TO WS-LOG-ED-QTY
               STRING BA-COMP-FLOWER-CODE(WS-IDX) DELIMITED BY SIZE
                   " x " DELIMITED BY SIZE
                   WS-LOG-ED-QTY DELIMITED BY SIZE
                   INTO WS-LOG-BEFORE
           END-IF.
           MOVE SPACES TO WS-LOG-AFTER.
           IF WS-IDX NOT > AM-COMPONENT-COUNT
               MOVE AM-COMP-QUANTITY(WS-IDX) TO WS-LOG-ED-QTY
               STRING AM-COMP-FLOWER-CODE(WS-IDX) DELIMITED BY SIZE
                   " x " DELIMITED BY SIZE
                   WS-LOG-ED-QTY DELIMITED BY SIZE
                   INTO WS-LOG-AFTER
           END-IF.
           PERFORM LOG-ONE-FIELD.

       LIST-ALL-ARRANGEMENTS.
           MOVE LOW-VALUES TO AM-ARRANGE-CODE.
               DISPLAY "    " AM-COMP-QUANTITY(WS-IDX) " x "
                   AM-COMP-FLOWER-CODE(WS-IDX)
           END-PERFORM.

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
           MOVE "CBBAMLD" TO CG-PROGRAM-NAME.
           MOVE "ARRMAST" TO CG-FILE-NAME.
           MOVE WS-LOG-KEY TO CG-RECORD-KEY.
           MOVE WS-LOG-ACTION TO CG-ACTION.
           MOVE WS-LOG-FIELD-NAME TO CG-FIELD-NAME.
           MOVE WS-LOG-BEFORE TO CG-BEFORE-VALUE.
           MOVE WS-LOG-AFTER TO CG-AFTER-VALUE.
           WRITE CHANGE-LOG-RECORD.
