      *> up a remaining balance, instead of trusting whatever paper
      *> slip the customer hands over. Mirrors CBBFMLD.cbl's
      *> menu-driven approach to the flower master file.
      *> Every certificate sold or reloaded is journaled to
      *> GCJRNL.DAT with the tender it was paid by; cash goes into a
      *> register's open drawer session as a journaled paid-in (as
      *> CBBDLVCK settles a COD pouch) so the blind count still foots.
      *> Every certificate issued or reloaded also goes to the change
      *> log with the employee signed on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS GC-CERT-NUMBER
               FILE STATUS IS WS-GC-STATUS.

           SELECT GC-JOURNAL-FILE ASSIGN TO "GCJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GJ-STATUS.

           SELECT DRAWER-SESSION-FILE ASSIGN TO "DRAWSESS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-SESSION-KEY
               FILE STATUS IS WS-DS-STATUS.

           SELECT DRAWER-JOURNAL-FILE ASSIGN TO "DRAWJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DJ-STATUS.

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
       FD  GIFT-CERT-FILE.
           COPY "GIFTCERT.cpy".

       FD  GC-JOURNAL-FILE.
           COPY "GCJRNL.cpy".

       FD  DRAWER-SESSION-FILE.
           COPY "DRAWSESS.cpy".

       FD  DRAWER-JOURNAL-FILE.
           COPY "DRAWJRNL.cpy".

       FD  EMPLOYEE-MASTER-FILE.
           COPY "EMPMAST.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "CHGLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-GC-STATUS PIC XX.
       01 WS-MENU-CHOICE PIC X.
       01 WS-CERT-NUMBER-ENTRY PIC X(10).
       01 WS-RELOAD-AMOUNT PIC 9(6)V99 VALUE 0.
       01 WS-ED-AMOUNT PIC ZZZ,ZZ9.99.
       01 WS-GJ-STATUS PIC XX.
       01 WS-DS-STATUS PIC XX.
       01 WS-DJ-STATUS PIC XX.

      *> How the customer paid for the certificate or the reload.
       01 WS-TENDER-RESPONSE PIC X.
       01 WS-GC-TENDER-TYPE PIC X(4) VALUE SPACES.
           88 WS-GC-PAID-CASH VALUE "CASH".
           88 WS-GC-PAID-CARD VALUE "CARD".
       01 WS-SALE-AMOUNT PIC 9(6)V99 VALUE 0.
       01 WS-GJ-ACTION PIC X(3).
       01 WS-REGISTER-ID PIC X(4) VALUE SPACES.
       01 WS-TENDER-TAKEN-SW PIC X VALUE "N".
           88 WS-TENDER-TAKEN VALUE "Y".
       01 WS-SESSION-OK-SW PIC X VALUE "N".
           88 WS-SESSION-OK VALUE "Y".
       01 WS-CERT-SAVED-SW PIC X VALUE "N".
           88 WS-CERT-SAVED VALUE "Y".

      *> The certificate as it stood on file, for the change log.
           COPY "GIFTCERT.cpy"
               REPLACING ==GIFT-CERT-RECORD== BY ==BEFORE-CERT-RECORD==
               LEADING ==GC-== BY ==BG-==.

       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-DATE-TIME-FIELDS REDEFINES WS-CURRENT-DATE-TIME.
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

           PERFORM OPEN-GIFT-CERT-FILE.

           PERFORM UNTIL WS-MENU-CHOICE = "5"
           END-PERFORM.

           CLOSE GIFT-CERT-FILE.
           CLOSE CHANGE-LOG-FILE.
           STOP RUN.

       OPEN-GIFT-CERT-FILE.
           DISPLAY "Enter the amount to put on the certificate: ".
           ACCEPT GC-ORIGINAL-AMOUNT.
           MOVE GC-ORIGINAL-AMOUNT TO GC-BALANCE.
           MOVE GC-ORIGINAL-AMOUNT TO WS-SALE-AMOUNT.
           PERFORM ASK-CERTIFICATE-TENDER.
           IF NOT WS-TENDER-TAKEN
               DISPLAY "Certificate " GC-CERT-NUMBER " was not issued."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CERT-SAVED-SW.
           WRITE GIFT-CERT-RECORD
               INVALID KEY
                   DISPLAY "Unable to save certificate " GC-CERT-NUMBER
               NOT INVALID KEY
                   SET WS-CERT-SAVED TO TRUE
           END-WRITE.
           MOVE "ISS" TO WS-GJ-ACTION.
           PERFORM RECORD-CERTIFICATE-PAYMENT.
           IF WS-CERT-SAVED
               MOVE "A" TO WS-LOG-ACTION
               PERFORM LOG-CERTIFICATE-CHANGES
               MOVE GC-BALANCE TO WS-ED-AMOUNT
               DISPLAY "Certificate " GC-CERT-NUMBER " issued for $"
                   WS-ED-AMOUNT
           END-IF.

       RELOAD-CERTIFICATE.
           DISPLAY "Enter the certificate number: ".
           ACCEPT WS-RELOAD-AMOUNT.
           IF WS-RELOAD-AMOUNT = 0
               DISPLAY "Nothing added. Certificate left unchanged."
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-RELOAD-AMOUNT TO WS-SALE-AMOUNT.
           PERFORM ASK-CERTIFICATE-TENDER.
           IF NOT WS-TENDER-TAKEN
               DISPLAY "Nothing added. Certificate left unchanged."
               EXIT PARAGRAPH
           END-IF.
           MOVE GIFT-CERT-RECORD TO BEFORE-CERT-RECORD.
           ADD WS-RELOAD-AMOUNT TO GC-BALANCE.
           ADD WS-RELOAD-AMOUNT TO GC-ORIGINAL-AMOUNT.
           MOVE "N" TO WS-CERT-SAVED-SW.
           REWRITE GIFT-CERT-RECORD
               INVALID KEY
                   DISPLAY "Unable to update certificate "
                       GC-CERT-NUMBER
               NOT INVALID KEY
                   SET WS-CERT-SAVED TO TRUE
           END-REWRITE.
           MOVE "RLD" TO WS-GJ-ACTION.
           PERFORM RECORD-CERTIFICATE-PAYMENT.
           IF WS-CERT-SAVED
               MOVE "C" TO WS-LOG-ACTION
               PERFORM LOG-CERTIFICATE-CHANGES
           END-IF.
           MOVE GC-BALANCE TO WS-ED-AMOUNT.
           DISPLAY "New balance on " GC-CERT-NUMBER ": $" WS-ED-AMOUNT.

      *> A zero-value certificate takes no money. Cash needs the
      *> register's drawer open for today, which is held until the
      *> certificate is safely saved.
       ASK-CERTIFICATE-TENDER.
           MOVE "N" TO WS-TENDER-TAKEN-SW.
           MOVE SPACES TO WS-GC-TENDER-TYPE.
           IF WS-SALE-AMOUNT = 0
               SET WS-TENDER-TAKEN TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SALE-AMOUNT TO WS-ED-AMOUNT.
           DISPLAY "$" WS-ED-AMOUNT " paid by (1) cash or (2) card: ".
           ACCEPT WS-TENDER-RESPONSE.
           EVALUATE WS-TENDER-RESPONSE
               WHEN "1"
                   DISPLAY "Cash into which register? (e.g. R1) "
                   ACCEPT WS-REGISTER-ID
                   PERFORM READ-TODAYS-SESSION
                   IF WS-SESSION-OK
                       SET WS-GC-PAID-CASH TO TRUE
                       SET WS-TENDER-TAKEN TO TRUE
                   ELSE
                       DISPLAY "Register " WS-REGISTER-ID " has no open"
                           " drawer session for today. Open it in"
                           " CBBDRAWR first."
                   END-IF
               WHEN "2"
                   SET WS-GC-PAID-CARD TO TRUE
                   SET WS-TENDER-TAKEN TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE.

       READ-TODAYS-SESSION.
           MOVE "N" TO WS-SESSION-OK-SW.
           OPEN I-O DRAWER-SESSION-FILE.
           IF WS-DS-STATUS NOT = "00"
               CLOSE DRAWER-SESSION-FILE
           ELSE
               MOVE WS-REGISTER-ID TO DS-REGISTER-ID
               MOVE WS-SYS-DATE TO DS-BUSINESS-DATE
               READ DRAWER-SESSION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DS-SESSION-OPEN
                           SET WS-SESSION-OK TO TRUE
                       END-IF
               END-READ
               IF NOT WS-SESSION-OK
                   CLOSE DRAWER-SESSION-FILE
               END-IF
           END-IF.

       RECORD-CERTIFICATE-PAYMENT.
           IF WS-CERT-SAVED AND WS-SALE-AMOUNT > 0
               IF WS-GC-PAID-CASH
                   PERFORM POST-CASH-TO-DRAWER
               END-IF
               PERFORM APPEND-GC-JOURNAL
           ELSE
               IF WS-GC-PAID-CASH
                   CLOSE DRAWER-SESSION-FILE
               END-IF
           END-IF.

       POST-CASH-TO-DRAWER.
           ADD WS-SALE-AMOUNT TO DS-PAID-IN-TOTAL.
           REWRITE DRAWER-SESSION-RECORD
               INVALID KEY
                   DISPLAY "Unable to update the drawer session."
           END-REWRITE.
           CLOSE DRAWER-SESSION-FILE.
           MOVE WS-REGISTER-ID TO DJ-REGISTER-ID.
           MOVE WS-SYS-DATE TO DJ-BUSINESS-DATE.
           MOVE WS-SYS-TIME TO DJ-ENTRY-TIME.
           SET DJ-PAID-IN TO TRUE.
           MOVE WS-SALE-AMOUNT TO DJ-AMOUNT.
           MOVE "GIFT CERT SOLD" TO DJ-REASON.
           MOVE SPACES TO DJ-AUTHORIZED-BY.
           OPEN EXTEND DRAWER-JOURNAL-FILE.
           IF WS-DJ-STATUS = "35"
               OPEN OUTPUT DRAWER-JOURNAL-FILE
           END-IF.
           WRITE DRAWER-JOURNAL-RECORD.
           CLOSE DRAWER-JOURNAL-FILE.

       APPEND-GC-JOURNAL.
           MOVE GC-CERT-NUMBER TO GJ-CERT-NUMBER.
           MOVE WS-SYS-DATE TO GJ-TRANS-DATE.
           MOVE WS-SYS-TIME TO GJ-TRANS-TIME.
           MOVE WS-GJ-ACTION TO GJ-ACTION.
           MOVE WS-SALE-AMOUNT TO GJ-AMOUNT.
           IF WS-GJ-ACTION = "ISS"
               MOVE "CERTIFICATE SOLD" TO GJ-REFERENCE
           ELSE
               MOVE "CERTIFICATE RELOADED" TO GJ-REFERENCE
           END-IF.
           MOVE WS-GC-TENDER-TYPE TO GJ-TENDER-TYPE.
           OPEN EXTEND GC-JOURNAL-FILE.
           IF WS-GJ-STATUS = "35"
               OPEN OUTPUT GC-JOURNAL-FILE
           END-IF.
           WRITE GC-JOURNAL-RECORD.
           CLOSE GC-JOURNAL-FILE.

       LOG-CERTIFICATE-CHANGES.
           MOVE GC-CERT-NUMBER TO WS-LOG-KEY.
           MOVE "GC-ISSUE-DATE" TO WS-LOG-FIELD-NAME.
           MOVE BG-ISSUE-DATE TO WS-LOG-BEFORE.
           MOVE GC-ISSUE-DATE TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "GC-ORIGINAL-AMOUNT" TO WS-LOG-FIELD-NAME.
           MOVE BG-ORIGINAL-AMOUNT TO WS-LOG-ED-AMOUNT.
           MOVE WS-LOG-ED-AMOUNT TO WS-LOG-BEFORE.
           MOVE GC-ORIGINAL-AMOUNT TO WS-LOG-ED-AMOUNT.
           MOVE WS-LOG-ED-AMOUNT TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "GC-BALANCE" TO WS-LOG-FIELD-NAME.
           MOVE BG-BALANCE TO WS-LOG-ED-AMOUNT.
           MOVE WS-LOG-ED-AMOUNT TO WS-LOG-BEFORE.
           MOVE GC-BALANCE TO WS-LOG-ED-AMOUNT.
           MOVE WS-LOG-ED-AMOUNT TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "GC-STATUS" TO WS-LOG-FIELD-NAME.
           MOVE BG-STATUS TO WS-LOG-BEFORE.
           MOVE GC-STATUS TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.

       BALANCE-INQUIRY.
           DISPLAY "Enter the certificate number: ".
                   END-READ
               END-PERFORM
           END-IF.
           MOVE "00" TO WS-GC-STATUS.

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
           MOVE "CBBGCLD" TO CG-PROGRAM-NAME.
           MOVE "GIFTCERT" TO CG-FILE-NAME.
           MOVE WS-LOG-KEY TO CG-RECORD-KEY.
           MOVE WS-LOG-ACTION TO CG-ACTION.
           MOVE WS-LOG-FIELD-NAME TO CG-FIELD-NAME.
           MOVE WS-LOG-BEFORE TO CG-BEFORE-VALUE.
           MOVE WS-LOG-AFTER TO CG-AFTER-VALUE.
           WRITE CHANGE-LOG-RECORD.
