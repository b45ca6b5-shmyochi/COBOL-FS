      *> address, standing discount) or update one already on file,
      *> instead of poking records into the indexed file some other
      *> way. Mirrors CBBFMLD.cbl's menu-driven approach to the
      *> flower master file. Every field an add or change touches
      *> goes to the change log with the employee signed on.
      *> The customer's address book of recipients (RECIPNT.DAT) is
      *> kept here too: name, address, phone and up to three yearly
      *> occasions per recipient. The register adds to the same file
      *> as it takes orders, so recipients are not change-logged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS CM-PHONE-NUMBER WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.

      *> Read-only: whoever runs the program signs on against it, and
      *> is named on every change it logs to CHGLOG.DAT.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EM-STATUS.

           SELECT RECIPIENT-FILE ASSIGN TO "RECIPNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-RECIPIENT-KEY
               FILE STATUS IS WS-RC-STATUS.

           SELECT CHANGE-LOG-FILE ASSIGN TO "CHGLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTMAST.cpy".

       FD  EMPLOYEE-MASTER-FILE.
           COPY "EMPMAST.cpy".

       FD  RECIPIENT-FILE.
           COPY "RECIPNT.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "CHGLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CM-STATUS PIC XX.
       01 WS-MENU-CHOICE PIC X.
       01 WS-IDX PIC 9(4) VALUE 0.
       01 WS-CUSTOMER-EXISTS-SW PIC X VALUE "N".
           88 WS-CUSTOMER-EXISTS VALUE "Y".
       01 WS-CUSTOMER-SAVED-SW PIC X VALUE "N".
           88 WS-CUSTOMER-SAVED VALUE "Y".
       01 WS-LOG-ED-PCT PIC ZZ9.99.

      *> Address book upkeep.
       01 WS-RC-STATUS PIC XX.
       01 WS-BOOK-ACTION PIC X.
       01 WS-BOOK-DONE-SW PIC X VALUE "N".
           88 WS-BOOK-DONE VALUE "Y".
       01 WS-RECIPIENT-ENTRY PIC 9(2) VALUE 0.
       01 WS-RECIPIENT-COUNT PIC 9(2) VALUE 0.
       01 WS-HIGH-RECIPIENT PIC 9(2) VALUE 0.
       01 WS-OCC-IDX PIC 9 VALUE 0.
       01 WS-OCCASION-OK-SW PIC X VALUE "N".
           88 WS-OCCASION-OK VALUE "Y".
      *> The MMDD keyed, checked as a date in a leap year so 0229
      *> passes.
       01 WS-OCCASION-TEST-DATE PIC 9(8) VALUE 0.
       01 WS-CONFIRM PIC X.

      *> The record as it stood on file, for the change log.
           COPY "CUSTMAST.cpy"
               REPLACING ==CUSTOMER-MASTER-RECORD==
                   BY ==BEFORE-CUSTOMER-RECORD==
               LEADING ==CM-== BY ==BC-==.

      *> The recipient as it stood on file, for the change log.
           COPY "RECIPNT.cpy"
               REPLACING ==RECIPIENT-RECORD==
                   BY ==BEFORE-RECIPIENT-RECORD==
               LEADING ==RC-== BY ==BR-==.

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
       01 WS-LOG-FILE-NAME PIC X(8).
       01 WS-LOG-KEY PIC X(10).
       01 WS-LOG-BASE-NAME PIC X(20).
       01 WS-LOG-FIELD-NAME PIC X(24).
       01 WS-LOG-BEFORE PIC X(40).
       01 WS-LOG-AFTER PIC X(40).
       01 WS-LOG-ED-AMOUNT PIC Z(6)9.99-.
       01 WS-LOG-ED-QTY PIC Z(4)9.

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
           CLOSE EMPLOYEE-MASTER-FILE.
           IF NOT WS-PIN-ACCEPTED
               STOP RUN
           END-IF.
           PERFORM OPEN-CHANGE-LOG.

           PERFORM OPEN-CUSTOMER-MASTER.

           PERFORM UNTIL WS-MENU-CHOICE = "4"
               PERFORM DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "1" PERFORM ADD-OR-UPDATE-CUSTOMER
                   WHEN "2" PERFORM MAINTAIN-RECIPIENTS
                   WHEN "3" PERFORM LIST-ALL-CUSTOMERS
                   WHEN "4" CONTINUE
                   WHEN OTHER DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.

           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE RECIPIENT-FILE.
           CLOSE CHANGE-LOG-FILE.
           STOP RUN.

       OPEN-CUSTOMER-MASTER.
               CLOSE CUSTOMER-MASTER-FILE
               OPEN I-O CUSTOMER-MASTER-FILE
           END-IF.
           OPEN I-O RECIPIENT-FILE.
           IF WS-RC-STATUS = "35"
               OPEN OUTPUT RECIPIENT-FILE
               CLOSE RECIPIENT-FILE
               OPEN I-O RECIPIENT-FILE
           END-IF.

       DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "CUSTOMER MASTER MAINTENANCE".
           DISPLAY "(1) Add or update a customer".
           DISPLAY "(2) A customer's recipients and occasions".
           DISPLAY "(3) List all customers".
           DISPLAY "(4) Exit".
           DISPLAY "Enter your choice: ".

       ADD-OR-UPDATE-CUSTOMER.
           ACCEPT CM-DELIVERY-ADDRESS.
           PERFORM ASK-STANDING-DISCOUNT-PCT.
           PERFORM ASK-CREDIT-TERMS.
           PERFORM ASK-TAX-EXEMPTION.

           IF NOT WS-CUSTOMER-EXISTS
               MOVE 0 TO CM-ACCOUNT-BALANCE
               END-PERFORM
           END-IF.
           PERFORM WRITE-OR-REWRITE-CUSTOMER.
           IF WS-CUSTOMER-SAVED
               PERFORM LOG-CUSTOMER-CHANGES
           END-IF.

       ASK-STANDING-DISCOUNT-PCT.
           MOVE 999.99 TO CM-STANDING-DISCOUNT-PCT.
               MOVE 0 TO CM-CREDIT-LIMIT
           END-IF.

      *> A church, school or reseller buys without tax on the strength
      *> of its exemption certificate; the number and expiry date are
      *> kept so the register can tell when it has run out.
       ASK-TAX-EXEMPTION.
           DISPLAY "Is this customer exempt from sales tax? (Y/N)".
           ACCEPT CM-TAX-EXEMPT-FLAG.
           IF CM-TAX-EXEMPT-FLAG = "y"
               MOVE "Y" TO CM-TAX-EXEMPT-FLAG
           END-IF.
           IF CM-IS-TAX-EXEMPT
               MOVE SPACES TO CM-EXEMPT-CERT-NUMBER
               PERFORM UNTIL CM-EXEMPT-CERT-NUMBER NOT = SPACES
                   DISPLAY "Enter the exemption certificate number: "
                   ACCEPT CM-EXEMPT-CERT-NUMBER
               END-PERFORM
               MOVE 0 TO CM-EXEMPT-CERT-EXPIRY
               PERFORM UNTIL CM-EXEMPT-CERT-EXPIRY NOT = 0
                   DISPLAY "Enter the certificate expiry date"
                       " (YYYYMMDD): "
                   ACCEPT CM-EXEMPT-CERT-EXPIRY
                   IF FUNCTION TEST-DATE-YYYYMMDD(CM-EXEMPT-CERT-EXPIRY)
                           NOT = 0
                       DISPLAY "That is not a valid date."
                       MOVE 0 TO CM-EXEMPT-CERT-EXPIRY
                   END-IF
               END-PERFORM
           ELSE
               MOVE "N" TO CM-TAX-EXEMPT-FLAG
               MOVE SPACES TO CM-EXEMPT-CERT-NUMBER
               MOVE 0 TO CM-EXEMPT-CERT-EXPIRY
           END-IF.

       LOOKUP-EXISTING-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-EXISTS-SW.
           READ CUSTOMER-MASTER-FILE
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CUSTOMER-EXISTS TO TRUE
                   MOVE CUSTOMER-MASTER-RECORD TO BEFORE-CUSTOMER-RECORD
           END-READ.

       WRITE-OR-REWRITE-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-SAVED-SW.
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   REWRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Unable to save " CM-CUSTOMER-ID
                       NOT INVALID KEY
                           SET WS-CUSTOMER-SAVED TO TRUE
                   END-REWRITE
               NOT INVALID KEY
                   SET WS-CUSTOMER-SAVED TO TRUE
           END-WRITE.

      *> The last-order items are the register's convenience, not
      *> the shop's terms, and are left out of the log.
       LOG-CUSTOMER-CHANGES.
           IF WS-CUSTOMER-EXISTS
               MOVE "C" TO WS-LOG-ACTION
           ELSE
               MOVE "A" TO WS-LOG-ACTION
           END-IF.
           MOVE "CUSTMAST" TO WS-LOG-FILE-NAME.
           MOVE CM-CUSTOMER-ID TO WS-LOG-KEY.
           MOVE "CM-PHONE-NUMBER" TO WS-LOG-FIELD-NAME.
           MOVE BC-PHONE-NUMBER TO WS-LOG-BEFORE.
           MOVE CM-PHONE-NUMBER TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "CM-CUSTOMER-NAME" TO WS-LOG-FIELD-NAME.
           MOVE BC-CUSTOMER-NAME TO WS-LOG-BEFORE.
           MOVE CM-CUSTOMER-NAME TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "CM-DELIVERY-ADDRESS" TO WS-LOG-FIELD-NAME.
           MOVE BC-DELIVERY-ADDRESS TO WS-LOG-BEFORE.
           MOVE CM-DELIVERY-ADDRESS TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "CM-STANDING-DISCOUNT-PCT" TO WS-LOG-FIELD-NAME.
           MOVE BC-STANDING-DISCOUNT-PCT TO WS-LOG-ED-PCT.
           MOVE WS-LOG-ED-PCT TO WS-LOG-BEFORE.
           MOVE CM-STANDING-DISCOUNT-PCT TO WS-LOG-ED-PCT.
           MOVE WS-LOG-ED-PCT TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "CM-CREDIT-APPROVED-FLAG" TO WS-LOG-FIELD-NAME.
           MOVE BC-CREDIT-APPROVED-FLAG TO WS-LOG-BEFORE.
           MOVE CM-CREDIT-APPROVED-FLAG TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "CM-CREDIT-HOLD-FLAG" TO WS-LOG-FIELD-NAME.
           MOVE BC-CREDIT-HOLD-FLAG TO WS-LOG-BEFORE.
           MOVE CM-CREDIT-HOLD-FLAG TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "CM-CREDIT-LIMIT" TO WS-LOG-FIELD-NAME.
           MOVE BC-CREDIT-LIMIT TO WS-LOG-ED-AMOUNT.
           MOVE WS-LOG-ED-AMOUNT TO WS-LOG-BEFORE.
           MOVE CM-CREDIT-LIMIT TO WS-LOG-ED-AMOUNT.
           MOVE WS-LOG-ED-AMOUNT TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "CM-ACCOUNT-BALANCE" TO WS-LOG-FIELD-NAME.
           MOVE BC-ACCOUNT-BALANCE TO WS-LOG-ED-AMOUNT.
           MOVE WS-LOG-ED-AMOUNT TO WS-LOG-BEFORE.
           MOVE CM-ACCOUNT-BALANCE TO WS-LOG-ED-AMOUNT.
           MOVE WS-LOG-ED-AMOUNT TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "CM-TAX-EXEMPT-FLAG" TO WS-LOG-FIELD-NAME.
           MOVE BC-TAX-EXEMPT-FLAG TO WS-LOG-BEFORE.
           MOVE CM-TAX-EXEMPT-FLAG TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "CM-EXEMPT-CERT-NUMBER" TO WS-LOG-FIELD-NAME.
           MOVE BC-EXEMPT-CERT-NUMBER TO WS-LOG-BEFORE.
           MOVE CM-EXEMPT-CERT-NUMBER TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "CM-EXEMPT-CERT-EXPIRY" TO WS-LOG-FIELD-NAME.
           MOVE BC-EXEMPT-CERT-EXPIRY TO WS-LOG-BEFORE.
           MOVE CM-EXEMPT-CERT-EXPIRY TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.

       LIST-ALL-CUSTOMERS.
           MOVE LOW-VALUES TO CM-CUSTOMER-ID.
           START CUSTOMER-MASTER-FILE KEY IS NOT LESS THAN CM-CUSTOMER-ID
                               " credit " CM-CREDIT-APPROVED-FLAG
                               " limit $" WS-ED-LIMIT
                               " balance $" WS-ED-BALANCE
                           IF CM-IS-TAX-EXEMPT
                               DISPLAY "    tax exempt, certificate "
                                   CM-EXEMPT-CERT-NUMBER " expires "
                                   CM-EXEMPT-CERT-EXPIRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *> ------------------------------------------------------------
      *> The customer's address book: the people they send to, each
      *> numbered within the customer.
      *> ------------------------------------------------------------
       MAINTAIN-RECIPIENTS.
           DISPLAY "Enter the customer ID: ".
           ACCEPT CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "Customer " CM-CUSTOMER-ID " is not on file."
                       " Add the customer first."
                   EXIT PARAGRAPH
           END-READ.
           MOVE "N" TO WS-BOOK-DONE-SW.
           PERFORM UNTIL WS-BOOK-DONE
               DISPLAY " "
               DISPLAY "Recipients for " CM-CUSTOMER-NAME
               PERFORM LIST-CUSTOMER-RECIPIENTS
               DISPLAY "(A)dd a recipient, (C)hange one, (D)elete one,"
                   " or Enter when done: "
               MOVE SPACE TO WS-BOOK-ACTION
               ACCEPT WS-BOOK-ACTION
               EVALUATE WS-BOOK-ACTION
                   WHEN "A" WHEN "a" PERFORM ADD-RECIPIENT
                   WHEN "C" WHEN "c" PERFORM CHANGE-RECIPIENT
                   WHEN "D" WHEN "d" PERFORM DELETE-RECIPIENT
                   WHEN OTHER SET WS-BOOK-DONE TO TRUE
               END-EVALUATE
           END-PERFORM.

       LIST-CUSTOMER-RECIPIENTS.
           MOVE 0 TO WS-RECIPIENT-COUNT.
           MOVE 0 TO WS-HIGH-RECIPIENT.
           MOVE CM-CUSTOMER-ID TO RC-CUSTOMER-ID.
           MOVE 0 TO RC-RECIPIENT-NUMBER.
           START RECIPIENT-FILE KEY IS NOT LESS THAN RC-RECIPIENT-KEY
               INVALID KEY
                   MOVE "10" TO WS-RC-STATUS
           END-START.
           PERFORM UNTIL WS-RC-STATUS NOT = "00"
               READ RECIPIENT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-RC-STATUS
                   NOT AT END
                       IF RC-CUSTOMER-ID NOT = CM-CUSTOMER-ID
                           MOVE "10" TO WS-RC-STATUS
                       ELSE
                           ADD 1 TO WS-RECIPIENT-COUNT
                           MOVE RC-RECIPIENT-NUMBER TO WS-HIGH-RECIPIENT
                           PERFORM DISPLAY-ONE-RECIPIENT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-RC-STATUS.
           IF WS-RECIPIENT-COUNT = 0
               DISPLAY "  (no recipients on file)"
           END-IF.

       DISPLAY-ONE-RECIPIENT.
           DISPLAY "  " RC-RECIPIENT-NUMBER " " RC-RECIPIENT-NAME " "
               RC-PHONE-NUMBER.
           DISPLAY "     " RC-DELIVERY-ADDRESS.
           PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
                   UNTIL WS-OCC-IDX > RC-OCCASION-COUNT
               DISPLAY "     " RC-OCCASION-NAME(WS-OCC-IDX) " every "
                   RC-OCCASION-MONTH(WS-OCC-IDX) "/"
                   RC-OCCASION-DAY(WS-OCC-IDX)
           END-PERFORM.
           IF RC-LAST-ORDER-NUMBER NOT = 0
               DISPLAY "     last sent " RC-LAST-SENT-DATE " order "
                   RC-LAST-ORDER-NUMBER
           END-IF.

       ADD-RECIPIENT.
           IF WS-HIGH-RECIPIENT >= 99
               DISPLAY "This customer's address book is full."
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE RECIPIENT-RECORD.
           MOVE CM-CUSTOMER-ID TO RC-CUSTOMER-ID.
           COMPUTE RC-RECIPIENT-NUMBER = WS-HIGH-RECIPIENT + 1.
           PERFORM KEY-RECIPIENT-DETAILS.
           WRITE RECIPIENT-RECORD
               INVALID KEY
                   DISPLAY "Unable to add recipient " RC-RECIPIENT-NUMBER
               NOT INVALID KEY
                   DISPLAY "Recipient " RC-RECIPIENT-NUMBER " added."
                   MOVE "A" TO WS-LOG-ACTION
                   PERFORM LOG-RECIPIENT-CHANGES
           END-WRITE.

      *> What was last sent stays as the register wrote it.
       CHANGE-RECIPIENT.
           MOVE 0 TO WS-RECIPIENT-ENTRY.
           DISPLAY "Enter the recipient number: ".
           ACCEPT WS-RECIPIENT-ENTRY.
           MOVE CM-CUSTOMER-ID TO RC-CUSTOMER-ID.
           MOVE WS-RECIPIENT-ENTRY TO RC-RECIPIENT-NUMBER.
           READ RECIPIENT-FILE
               INVALID KEY
                   DISPLAY "Recipient " WS-RECIPIENT-ENTRY
                       " is not on file for this customer."
                   EXIT PARAGRAPH
           END-READ.
           MOVE RECIPIENT-RECORD TO BEFORE-RECIPIENT-RECORD.
           PERFORM KEY-RECIPIENT-DETAILS.
           REWRITE RECIPIENT-RECORD
               INVALID KEY
                   DISPLAY "Unable to update recipient "
                       RC-RECIPIENT-NUMBER
               NOT INVALID KEY
                   DISPLAY "Recipient " RC-RECIPIENT-NUMBER " updated."
                   MOVE "C" TO WS-LOG-ACTION
                   PERFORM LOG-RECIPIENT-CHANGES
           END-REWRITE.

       DELETE-RECIPIENT.
           MOVE 0 TO WS-RECIPIENT-ENTRY.
           DISPLAY "Enter the recipient number: ".
           ACCEPT WS-RECIPIENT-ENTRY.
           MOVE CM-CUSTOMER-ID TO RC-CUSTOMER-ID.
           MOVE WS-RECIPIENT-ENTRY TO RC-RECIPIENT-NUMBER.
           READ RECIPIENT-FILE
               INVALID KEY
                   DISPLAY "Recipient " WS-RECIPIENT-ENTRY
                       " is not on file for this customer."
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "Remove " RC-RECIPIENT-NAME " from the address"
               " book? (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               MOVE RECIPIENT-RECORD TO BEFORE-RECIPIENT-RECORD
               DELETE RECIPIENT-FILE RECORD
                   INVALID KEY
                       DISPLAY "Unable to remove recipient "
                           RC-RECIPIENT-NUMBER
                   NOT INVALID KEY
                       MOVE "D" TO WS-LOG-ACTION
                       PERFORM LOG-RECIPIENT-CHANGES
               END-DELETE
           END-IF.

      *> A recipient is logged under the customer's ID, the change
      *> log key being too short for both, with the recipient number
      *> in the field name, e.g. RC-DELIVERY-ADDRESS(07). Each
      *> occasion slot is logged as name and MMDD, e.g. RC-OCCASION
      *> (07,1) BIRTHDAY 0214. What was last sent is the register's
      *> record, not the customer's, and is left out.
       LOG-RECIPIENT-CHANGES.
           MOVE "RECIPNT" TO WS-LOG-FILE-NAME.
           MOVE RC-CUSTOMER-ID TO WS-LOG-KEY.
           MOVE "RC-RECIPIENT-NAME" TO WS-LOG-BASE-NAME.
           PERFORM NAME-RECIPIENT-FIELD.
           MOVE BR-RECIPIENT-NAME TO WS-LOG-BEFORE.
           MOVE RC-RECIPIENT-NAME TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "RC-DELIVERY-ADDRESS" TO WS-LOG-BASE-NAME.
           PERFORM NAME-RECIPIENT-FIELD.
           MOVE BR-DELIVERY-ADDRESS TO WS-LOG-BEFORE.
           MOVE RC-DELIVERY-ADDRESS TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "RC-PHONE-NUMBER" TO WS-LOG-BASE-NAME.
           PERFORM NAME-RECIPIENT-FIELD.
           MOVE BR-PHONE-NUMBER TO WS-LOG-BEFORE.
           MOVE RC-PHONE-NUMBER TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           PERFORM VARYING WS-OCC-IDX FROM 1 BY 1 UNTIL WS-OCC-IDX > 3
               PERFORM LOG-ONE-OCCASION
           END-PERFORM.

       NAME-RECIPIENT-FIELD.
           MOVE SPACES TO WS-LOG-FIELD-NAME.
           STRING WS-LOG-BASE-NAME DELIMITED BY SPACE
               "(" DELIMITED BY SIZE
               RC-RECIPIENT-NUMBER DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-LOG-FIELD-NAME.

       LOG-ONE-OCCASION.
           MOVE SPACES TO WS-LOG-FIELD-NAME.
           STRING "RC-OCCASION(" DELIMITED BY SIZE
               RC-RECIPIENT-NUMBER DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-OCC-IDX DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-LOG-FIELD-NAME.
           MOVE SPACES TO WS-LOG-BEFORE.
           IF WS-OCC-IDX NOT > BR-OCCASION-COUNT
               STRING BR-OCCASION-NAME(WS-OCC-IDX) DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   BR-OCCASION-MMDD(WS-OCC-IDX) DELIMITED BY SIZE
                   INTO WS-LOG-BEFORE
           END-IF.
           MOVE SPACES TO WS-LOG-AFTER.
           IF WS-OCC-IDX NOT > RC-OCCASION-COUNT
               STRING RC-OCCASION-NAME(WS-OCC-IDX) DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   RC-OCCASION-MMDD(WS-OCC-IDX) DELIMITED BY SIZE
                   INTO WS-LOG-AFTER
           END-IF.
           PERFORM LOG-ONE-FIELD.

       KEY-RECIPIENT-DETAILS.
           MOVE SPACES TO RC-RECIPIENT-NAME.
           PERFORM UNTIL RC-RECIPIENT-NAME NOT = SPACES
               DISPLAY "Enter the recipient's name: "
               ACCEPT RC-RECIPIENT-NAME
           END-PERFORM.
           DISPLAY "Enter the recipient's delivery address: ".
           ACCEPT RC-DELIVERY-ADDRESS.
           DISPLAY "Enter the recipient's phone number: ".
           ACCEPT RC-PHONE-NUMBER.
           MOVE 9 TO RC-OCCASION-COUNT.
           PERFORM UNTIL RC-OCCASION-COUNT NOT > 3
               DISPLAY "How many yearly occasions (0-3)? "
               ACCEPT RC-OCCASION-COUNT
           END-PERFORM.
           PERFORM VARYING WS-OCC-IDX FROM 1 BY 1 UNTIL WS-OCC-IDX > 3
               IF WS-OCC-IDX > RC-OCCASION-COUNT
                   MOVE SPACES TO RC-OCCASION-NAME(WS-OCC-IDX)
                   MOVE 0 TO RC-OCCASION-MONTH(WS-OCC-IDX)
                   MOVE 0 TO RC-OCCASION-DAY(WS-OCC-IDX)
               ELSE
                   PERFORM KEY-ONE-OCCASION
               END-IF
           END-PERFORM.

       KEY-ONE-OCCASION.
           DISPLAY "Occasion " WS-OCC-IDX " (e.g. BIRTHDAY): ".
           ACCEPT RC-OCCASION-NAME(WS-OCC-IDX).
           MOVE "N" TO WS-OCCASION-OK-SW.
           PERFORM UNTIL WS-OCCASION-OK
               DISPLAY "Its month and day (MMDD): "
               ACCEPT RC-OCCASION-MMDD(WS-OCC-IDX)
               MOVE 0 TO WS-OCCASION-TEST-DATE
               IF RC-OCCASION-MMDD(WS-OCC-IDX) IS NUMERIC
                   COMPUTE WS-OCCASION-TEST-DATE = 20000000
                       + RC-OCCASION-MONTH(WS-OCC-IDX) * 100
                       + RC-OCCASION-DAY(WS-OCC-IDX)
               END-IF
               IF WS-OCCASION-TEST-DATE NOT = 0
                   AND FUNCTION TEST-DATE-YYYYMMDD(WS-OCCASION-TEST-DATE)
                       = 0
                   SET WS-OCCASION-OK TO TRUE
               ELSE
                   DISPLAY "Key a real month and day as four digits,"
                       " e.g. 0214."
               END-IF
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
      *> sets it, a change moves it or a delete clears it.
       LOG-ONE-FIELD.
           IF WS-LOG-ACTION = "A"
               MOVE SPACES TO WS-LOG-BEFORE
           END-IF.
           IF WS-LOG-ACTION = "D"
               MOVE SPACES TO WS-LOG-AFTER
           END-IF.
           IF WS-LOG-BEFORE = WS-LOG-AFTER
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-SYS-DATE TO CG-CHANGE-DATE.
           MOVE WS-SYS-TIME TO CG-CHANGE-TIME.
           MOVE WS-CLERK-ID TO CG-CHANGED-BY.
           MOVE "CBBCMLD" TO CG-PROGRAM-NAME.
           MOVE WS-LOG-FILE-NAME TO CG-FILE-NAME.
           MOVE WS-LOG-KEY TO CG-RECORD-KEY.
           MOVE WS-LOG-ACTION TO CG-ACTION.
           MOVE WS-LOG-FIELD-NAME TO CG-FIELD-NAME.
           MOVE WS-LOG-BEFORE TO CG-BEFORE-VALUE.
           MOVE WS-LOG-AFTER TO CG-AFTER-VALUE.
           WRITE CHANGE-LOG-RECORD.
