           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SupplierMasterMaintenance.

      *> Maintenance utility for SUPPLIER-MASTER-FILE. Run this to
      *> seed the wholesalers the shop buys from, and afterwards when
      *> a contact, terms, lead time or minimum order changes. The
      *> flower master (CBBFMLD) names each flower's supplier by the
      *> ID set up here; the reorder batch (CBBREORD) plans by its
      *> lead time and minimum, and invoice entry (CBBINVC) dates the
      *> payable by its terms. A supplier the shop stops using is
      *> made inactive, not deleted, so old POs and invoices still
      *> name someone. Every field an add or change touches goes to
      *> the change log with the employee signed on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD  SUPPLIER-MASTER-FILE.
           COPY "SUPPMAST.cpy".

       FD  EMPLOYEE-MASTER-FILE.
           COPY "EMPMAST.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "CHGLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SU-STATUS PIC XX.
       01 WS-MENU-CHOICE PIC X.
       01 WS-ED-PCT PIC Z9.99.
       01 WS-SUPPLIER-SAVED-SW PIC X VALUE "N".
           88 WS-SUPPLIER-SAVED VALUE "Y".

      *> The record as it stood on file, and the record being saved,
      *> for the change log.
           COPY "SUPPMAST.cpy"
               REPLACING ==SUPPLIER-MASTER-RECORD== BY ==BEFORE-SUPPLIER-RECORD==
               LEADING ==SU-== BY ==BS-==.
           COPY "SUPPMAST.cpy"
               REPLACING ==SUPPLIER-MASTER-RECORD== BY ==PENDING-SUPPLIER-RECORD==
               LEADING ==SU-== BY ==NS-==.

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
       01 WS-LOG-ED-PCT PIC ZZ9.99.
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

           PERFORM OPEN-SUPPLIER-MASTER.

           PERFORM UNTIL WS-MENU-CHOICE = "4"
               PERFORM DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "1" PERFORM SEED-STARTER-SUPPLIERS
                   WHEN "2" PERFORM ADD-OR-UPDATE-SUPPLIER
                   WHEN "3" PERFORM LIST-ALL-SUPPLIERS
                   WHEN "4" CONTINUE
                   WHEN OTHER DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.

           CLOSE SUPPLIER-MASTER-FILE.
           CLOSE CHANGE-LOG-FILE.
           STOP RUN.

       OPEN-SUPPLIER-MASTER.
           OPEN I-O SUPPLIER-MASTER-FILE.
           IF WS-SU-STATUS = "35"
               OPEN OUTPUT SUPPLIER-MASTER-FILE
               CLOSE SUPPLIER-MASTER-FILE
               OPEN I-O SUPPLIER-MASTER-FILE
           END-IF.

       DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "SUPPLIER MASTER MAINTENANCE".
           DISPLAY "(1) Load starter suppliers (VALLEY/ORCHID/ROSARI)".
           DISPLAY "(2) Add or update a supplier".
           DISPLAY "(3) List all suppliers".
           DISPLAY "(4) Exit".
           DISPLAY "Enter your choice: ".

      *> The IDs are the first six letters of the names the starter
      *> flower catalog has always carried for its suppliers.
       SEED-STARTER-SUPPLIERS.
           MOVE "VALLEY" TO SU-SUPPLIER-ID.
           MOVE "VALLEY WHOLESALE" TO SU-SUPPLIER-NAME.
           MOVE "ORDER DESK" TO SU-CONTACT-NAME.
           MOVE SPACES TO SU-PHONE-NUMBER.
           MOVE 30 TO SU-TERMS-NET-DAYS.
           MOVE 2.00 TO SU-DISCOUNT-PCT.
           MOVE 10 TO SU-DISCOUNT-DAYS.
           MOVE 2 TO SU-LEAD-TIME-DAYS.
           MOVE 25 TO SU-MINIMUM-ORDER-QTY.
           SET SU-IS-ACTIVE TO TRUE.
           PERFORM WRITE-OR-REWRITE-SUPPLIER.

           MOVE "ORCHID" TO SU-SUPPLIER-ID.
           MOVE "ORCHID IMPORTS LTD" TO SU-SUPPLIER-NAME.
           MOVE "ORDER DESK" TO SU-CONTACT-NAME.
           MOVE SPACES TO SU-PHONE-NUMBER.
           MOVE 30 TO SU-TERMS-NET-DAYS.
           MOVE 0 TO SU-DISCOUNT-PCT.
           MOVE 0 TO SU-DISCOUNT-DAYS.
           MOVE 7 TO SU-LEAD-TIME-DAYS.
           MOVE 10 TO SU-MINIMUM-ORDER-QTY.
           SET SU-IS-ACTIVE TO TRUE.
           PERFORM WRITE-OR-REWRITE-SUPPLIER.

           MOVE "ROSARI" TO SU-SUPPLIER-ID.
           MOVE "ROSARIO FARMS" TO SU-SUPPLIER-NAME.
           MOVE "ORDER DESK" TO SU-CONTACT-NAME.
           MOVE SPACES TO SU-PHONE-NUMBER.
           MOVE 15 TO SU-TERMS-NET-DAYS.
           MOVE 0 TO SU-DISCOUNT-PCT.
           MOVE 0 TO SU-DISCOUNT-DAYS.
           MOVE 3 TO SU-LEAD-TIME-DAYS.
           MOVE 50 TO SU-MINIMUM-ORDER-QTY.
           SET SU-IS-ACTIVE TO TRUE.
           PERFORM WRITE-OR-REWRITE-SUPPLIER.

           DISPLAY "Starter suppliers loaded.".

       ADD-OR-UPDATE-SUPPLIER.
           DISPLAY "Enter the supplier ID (up to 6 letters): ".
           ACCEPT SU-SUPPLIER-ID.
           IF SU-SUPPLIER-ID = SPACES
               DISPLAY "No supplier ID keyed."
               EXIT PARAGRAPH
           END-IF.
           READ SUPPLIER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "On file: " SU-SUPPLIER-NAME
           END-READ.
           DISPLAY "Enter the supplier name: ".
           ACCEPT SU-SUPPLIER-NAME.
           DISPLAY "Enter the contact name: ".
           ACCEPT SU-CONTACT-NAME.
           DISPLAY "Enter the phone number (10 digits): ".
           ACCEPT SU-PHONE-NUMBER.
           DISPLAY "Enter the net terms in days (invoice due after): ".
           ACCEPT SU-TERMS-NET-DAYS.
           DISPLAY "Enter the early-payment discount % (0 if none): ".
           ACCEPT SU-DISCOUNT-PCT.
           IF SU-DISCOUNT-PCT = 0
               MOVE 0 TO SU-DISCOUNT-DAYS
           ELSE
               DISPLAY "Enter the days the discount is open: "
               ACCEPT SU-DISCOUNT-DAYS
           END-IF.
           DISPLAY "Enter the lead time in days (order to delivery): ".
           ACCEPT SU-LEAD-TIME-DAYS.
           DISPLAY "Enter the minimum order per flower (stems): ".
           ACCEPT SU-MINIMUM-ORDER-QTY.
           DISPLAY "Active supplier? (Y/N): ".
           ACCEPT SU-ACTIVE-FLAG.
           IF SU-ACTIVE-FLAG = "y"
               MOVE "Y" TO SU-ACTIVE-FLAG
           END-IF.
           IF SU-ACTIVE-FLAG NOT = "Y"
               MOVE "N" TO SU-ACTIVE-FLAG
           END-IF.
           PERFORM WRITE-OR-REWRITE-SUPPLIER.

      *> Every save comes through here, so the record on file is
      *> read first for the change log's before values.
       WRITE-OR-REWRITE-SUPPLIER.
           MOVE SUPPLIER-MASTER-RECORD TO PENDING-SUPPLIER-RECORD.
           MOVE "A" TO WS-LOG-ACTION.
           READ SUPPLIER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "C" TO WS-LOG-ACTION
                   MOVE SUPPLIER-MASTER-RECORD TO BEFORE-SUPPLIER-RECORD
           END-READ.
           MOVE PENDING-SUPPLIER-RECORD TO SUPPLIER-MASTER-RECORD.
           MOVE "N" TO WS-SUPPLIER-SAVED-SW.
           WRITE SUPPLIER-MASTER-RECORD
               INVALID KEY
                   REWRITE SUPPLIER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Unable to save " SU-SUPPLIER-ID
                       NOT INVALID KEY
                           SET WS-SUPPLIER-SAVED TO TRUE
                   END-REWRITE
               NOT INVALID KEY
                   SET WS-SUPPLIER-SAVED TO TRUE
           END-WRITE.
           IF WS-SUPPLIER-SAVED
               PERFORM LOG-SUPPLIER-CHANGES
           END-IF.

       LOG-SUPPLIER-CHANGES.
           MOVE SU-SUPPLIER-ID TO WS-LOG-KEY.
           MOVE "SU-SUPPLIER-NAME" TO WS-LOG-FIELD-NAME.
           MOVE BS-SUPPLIER-NAME TO WS-LOG-BEFORE.
           MOVE SU-SUPPLIER-NAME TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "SU-CONTACT-NAME" TO WS-LOG-FIELD-NAME.
           MOVE BS-CONTACT-NAME TO WS-LOG-BEFORE.
           MOVE SU-CONTACT-NAME TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "SU-PHONE-NUMBER" TO WS-LOG-FIELD-NAME.
           MOVE BS-PHONE-NUMBER TO WS-LOG-BEFORE.
           MOVE SU-PHONE-NUMBER TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "SU-TERMS-NET-DAYS" TO WS-LOG-FIELD-NAME.
           MOVE BS-TERMS-NET-DAYS TO WS-LOG-ED-QTY.
           MOVE WS-LOG-ED-QTY TO WS-LOG-BEFORE.
           MOVE SU-TERMS-NET-DAYS TO WS-LOG-ED-QTY.
           MOVE WS-LOG-ED-QTY TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "SU-DISCOUNT-PCT" TO WS-LOG-FIELD-NAME.
           MOVE BS-DISCOUNT-PCT TO WS-LOG-ED-PCT.
           MOVE WS-LOG-ED-PCT TO WS-LOG-BEFORE.
           MOVE SU-DISCOUNT-PCT TO WS-LOG-ED-PCT.
           MOVE WS-LOG-ED-PCT TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "SU-DISCOUNT-DAYS" TO WS-LOG-FIELD-NAME.
           MOVE BS-DISCOUNT-DAYS TO WS-LOG-ED-QTY.
           MOVE WS-LOG-ED-QTY TO WS-LOG-BEFORE.
           MOVE SU-DISCOUNT-DAYS TO WS-LOG-ED-QTY.
           MOVE WS-LOG-ED-QTY TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "SU-LEAD-TIME-DAYS" TO WS-LOG-FIELD-NAME.
           MOVE BS-LEAD-TIME-DAYS TO WS-LOG-ED-QTY.
           MOVE WS-LOG-ED-QTY TO WS-LOG-BEFORE.
           MOVE SU-LEAD-TIME-DAYS TO WS-LOG-ED-QTY.
           MOVE WS-LOG-ED-QTY TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "SU-MINIMUM-ORDER-QTY" TO WS-LOG-FIELD-NAME.
           MOVE BS-MINIMUM-ORDER-QTY TO WS-LOG-ED-QTY.
           MOVE WS-LOG-ED-QTY TO WS-LOG-BEFORE.
           MOVE SU-MINIMUM-ORDER-QTY TO WS-LOG-ED-QTY.
           MOVE WS-LOG-ED-QTY TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "SU-ACTIVE-FLAG" TO WS-LOG-FIELD-NAME.
           MOVE BS-ACTIVE-FLAG TO WS-LOG-BEFORE.
           MOVE SU-ACTIVE-FLAG TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.

       LIST-ALL-SUPPLIERS.
           MOVE LOW-VALUES TO SU-SUPPLIER-ID.
           START SUPPLIER-MASTER-FILE KEY IS NOT LESS THAN SU-SUPPLIER-ID
               INVALID KEY
                   DISPLAY "Supplier master file is empty."
           END-START.

           IF WS-SU-STATUS = "00"
               PERFORM UNTIL WS-SU-STATUS NOT = "00"
                   READ SUPPLIER-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-SU-STATUS
                       NOT AT END
                           MOVE SU-DISCOUNT-PCT TO WS-ED-PCT
                           DISPLAY SU-SUPPLIER-ID " " SU-SUPPLIER-NAME
                               " " SU-CONTACT-NAME " " SU-PHONE-NUMBER
                           DISPLAY "       terms " WS-ED-PCT "% "
                               SU-DISCOUNT-DAYS " net "
                               SU-TERMS-NET-DAYS " lead "
                               SU-LEAD-TIME-DAYS " days, minimum "
                               SU-MINIMUM-ORDER-QTY " active "
                               SU-ACTIVE-FLAG
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
           MOVE "CBBSUPLD" TO CG-PROGRAM-NAME.
           MOVE "SUPPMAST" TO CG-FILE-NAME.
           MOVE WS-LOG-KEY TO CG-RECORD-KEY.
           MOVE WS-LOG-ACTION TO CG-ACTION.
           MOVE WS-LOG-FIELD-NAME TO CG-FIELD-NAME.
           MOVE WS-LOG-BEFORE TO CG-BEFORE-VALUE.
           MOVE WS-LOG-AFTER TO CG-AFTER-VALUE.
           WRITE CHANGE-LOG-RECORD.
