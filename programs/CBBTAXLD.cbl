      *> store CBB.cbl reads its sales tax rate from at startup. Run
      *> this to change the rate the shop charges instead of editing
      *> and recompiling CBB.cbl. Mirrors CBBFMLD.cbl's menu-driven
      *> approach to the flower master file. Every rate change goes to
      *> the change log with the old rate and the employee signed on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TC-STATUS.

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
       FD  TAX-CONFIG-FILE.
           COPY "TAXCFG.cpy".

       FD  EMPLOYEE-MASTER-FILE.
           COPY "EMPMAST.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "CHGLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TC-STATUS PIC XX.
       01 WS-MENU-CHOICE PIC X.
       01 WS-ED-RATE PIC ZZ9.999.
       01 WS-OLD-RATE PIC 9(2)V999 VALUE 0.
       01 WS-RATE-ON-FILE-SW PIC X VALUE "N".
           88 WS-RATE-ON-FILE VALUE "Y".

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

           PERFORM UNTIL WS-MENU-CHOICE = "3"
               PERFORM DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE
               END-EVALUATE
           END-PERFORM.

           CLOSE CHANGE-LOG-FILE.
           STOP RUN.

       DISPLAY-MENU.
           END-IF.

       UPDATE-TAX-RATE.
           PERFORM READ-RATE-ON-FILE.
           DISPLAY "Enter the new tax rate (e.g. 08.250 for 8.25%): ".
           ACCEPT TC-TAX-RATE.
           OPEN OUTPUT TAX-CONFIG-FILE.
           WRITE TAX-CONFIG-RECORD.
           CLOSE TAX-CONFIG-FILE.
           PERFORM LOG-RATE-CHANGE.
           DISPLAY "Tax rate updated.".

       READ-RATE-ON-FILE.
           MOVE "N" TO WS-RATE-ON-FILE-SW.
           MOVE 0 TO WS-OLD-RATE.
           OPEN INPUT TAX-CONFIG-FILE.
           IF WS-TC-STATUS = "00"
               READ TAX-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-RATE-ON-FILE TO TRUE
                       MOVE TC-TAX-RATE TO WS-OLD-RATE
               END-READ
               CLOSE TAX-CONFIG-FILE
           END-IF.

      *> The file holds one record, so the log keys it SALES TAX.
       LOG-RATE-CHANGE.
           IF WS-RATE-ON-FILE
               MOVE "C" TO WS-LOG-ACTION
           ELSE
               MOVE "A" TO WS-LOG-ACTION
           END-IF.
           MOVE "SALES TAX" TO WS-LOG-KEY.
           MOVE "TC-TAX-RATE" TO WS-LOG-FIELD-NAME.
           MOVE WS-OLD-RATE TO WS-ED-RATE.
           MOVE WS-ED-RATE TO WS-LOG-BEFORE.
           MOVE TC-TAX-RATE TO WS-ED-RATE.
           MOVE WS-ED-RATE TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.

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
           MOVE "CBBTAXLD" TO CG-PROGRAM-NAME.
           MOVE "TAXCFG" TO CG-FILE-NAME.
           MOVE WS-LOG-KEY TO CG-RECORD-KEY.
           MOVE WS-LOG-ACTION TO CG-ACTION.
           MOVE WS-LOG-FIELD-NAME TO CG-FIELD-NAME.
           MOVE WS-LOG-BEFORE TO CG-BEFORE-VALUE.
           MOVE WS-LOG-AFTER TO CG-AFTER-VALUE.
           WRITE CHANGE-LOG-RECORD.
