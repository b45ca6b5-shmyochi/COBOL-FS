           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeliveryZoneMaintenance.

      *> Maintenance utility for DELIVERY-ZONE-FILE. Run this to set
      *> up the ZIP codes and areas the van delivers to, each with its
      *> delivery fee and same-day surcharge, and afterwards when a
      *> fee changes. The register (CBB) and the event book (CBBBOOK)
      *> charge the fee of the zone keyed with the delivery address;
      *> the manifest (CBBMANIF) builds each driver's route sheet by
      *> zone. A zone the van stops serving is made inactive, not
      *> deleted, so old sales still name it. Every field an add or
      *> change touches goes to the change log with the employee
      *> signed on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELIVERY-ZONE-FILE ASSIGN TO "DLVZONE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DZ-ZONE-KEY
               FILE STATUS IS WS-DZ-STATUS.

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
       FD  DELIVERY-ZONE-FILE.
           COPY "DLVZONE.cpy".

       FD  EMPLOYEE-MASTER-FILE.
           COPY "EMPMAST.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "CHGLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-DZ-STATUS PIC XX.
       01 WS-MENU-CHOICE PIC X.
       01 WS-ED-FEE PIC Z,ZZ9.99.
       01 WS-ED-SURCHARGE PIC Z,ZZ9.99.
       01 WS-ZONE-SAVED-SW PIC X VALUE "N".
           88 WS-ZONE-SAVED VALUE "Y".

      *> The record as it stood on file, and the record being saved,
      *> for the change log.
           COPY "DLVZONE.cpy"
               REPLACING ==DELIVERY-ZONE-RECORD== BY ==BEFORE-ZONE-RECORD==
               LEADING ==DZ-== BY ==BZ-==.
           COPY "DLVZONE.cpy"
               REPLACING ==DELIVERY-ZONE-RECORD== BY ==PENDING-ZONE-RECORD==
               LEADING ==DZ-== BY ==NZ-==.

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

           PERFORM OPEN-ZONE-FILE.

           PERFORM UNTIL WS-MENU-CHOICE = "3"
               PERFORM DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "1" PERFORM ADD-OR-UPDATE-ZONE
                   WHEN "2" PERFORM LIST-ALL-ZONES
                   WHEN "3" CONTINUE
                   WHEN OTHER DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.

           CLOSE DELIVERY-ZONE-FILE.
           CLOSE CHANGE-LOG-FILE.
           STOP RUN.

       OPEN-ZONE-FILE.
           OPEN I-O DELIVERY-ZONE-FILE.
           IF WS-DZ-STATUS = "35"
               OPEN OUTPUT DELIVERY-ZONE-FILE
               CLOSE DELIVERY-ZONE-FILE
               OPEN I-O DELIVERY-ZONE-FILE
           END-IF.

       DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "DELIVERY ZONE MAINTENANCE".
           DISPLAY "(1) Add or update a zone".
           DISPLAY "(2) List all zones".
           DISPLAY "(3) Exit".
           DISPLAY "Enter your choice: ".

       ADD-OR-UPDATE-ZONE.
           DISPLAY "Enter the ZIP code or area (up to 10 characters): ".
           ACCEPT DZ-ZONE-KEY.
           IF DZ-ZONE-KEY = SPACES
               DISPLAY "No ZIP code or area keyed."
               EXIT PARAGRAPH
           END-IF.
           READ DELIVERY-ZONE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DZ-DELIVERY-FEE TO WS-ED-FEE
                   MOVE DZ-SAME-DAY-SURCHARGE TO WS-ED-SURCHARGE
                   DISPLAY "On file: " DZ-ZONE-NAME " fee $" WS-ED-FEE
                       " same-day $" WS-ED-SURCHARGE
           END-READ.
           DISPLAY "Enter the zone description: ".
           ACCEPT DZ-ZONE-NAME.
           DISPLAY "Enter the delivery fee (e.g. 0012.50): ".
           ACCEPT DZ-DELIVERY-FEE.
           DISPLAY "Enter the same-day surcharge (0 if none): ".
           ACCEPT DZ-SAME-DAY-SURCHARGE.
           DISPLAY "Active zone? (Y/N): ".
           ACCEPT DZ-ACTIVE-FLAG.
           IF DZ-ACTIVE-FLAG = "y"
               MOVE "Y" TO DZ-ACTIVE-FLAG
           END-IF.
           IF DZ-ACTIVE-FLAG NOT = "Y"
               MOVE "N" TO DZ-ACTIVE-FLAG
           END-IF.
           PERFORM WRITE-OR-REWRITE-ZONE.

      *> Every save comes through here, so the record on file is
      *> read first for the change log's before values.
       WRITE-OR-REWRITE-ZONE.
           MOVE DELIVERY-ZONE-RECORD TO PENDING-ZONE-RECORD.
           MOVE "A" TO WS-LOG-ACTION.
           READ DELIVERY-ZONE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "C" TO WS-LOG-ACTION
                   MOVE DELIVERY-ZONE-RECORD TO BEFORE-ZONE-RECORD
           END-READ.
           MOVE PENDING-ZONE-RECORD TO DELIVERY-ZONE-RECORD.
           MOVE "N" TO WS-ZONE-SAVED-SW.
           WRITE DELIVERY-ZONE-RECORD
               INVALID KEY
                   REWRITE DELIVERY-ZONE-RECORD
                       INVALID KEY
                           DISPLAY "Unable to save " DZ-ZONE-KEY
                       NOT INVALID KEY
                           SET WS-ZONE-SAVED TO TRUE
                   END-REWRITE
               NOT INVALID KEY
                   SET WS-ZONE-SAVED TO TRUE
           END-WRITE.
           IF WS-ZONE-SAVED
               PERFORM LOG-ZONE-CHANGES
           END-IF.

       LOG-ZONE-CHANGES.
           MOVE DZ-ZONE-KEY TO WS-LOG-KEY.
           MOVE "DZ-ZONE-NAME" TO WS-LOG-FIELD-NAME.
           MOVE BZ-ZONE-NAME TO WS-LOG-BEFORE.
           MOVE DZ-ZONE-NAME TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "DZ-DELIVERY-FEE" TO WS-LOG-FIELD-NAME.
           MOVE BZ-DELIVERY-FEE TO WS-LOG-ED-AMOUNT.
           MOVE WS-LOG-ED-AMOUNT TO WS-LOG-BEFORE.
           MOVE DZ-DELIVERY-FEE TO WS-LOG-ED-AMOUNT.
           MOVE WS-LOG-ED-AMOUNT TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "DZ-SAME-DAY-SURCHARGE" TO WS-LOG-FIELD-NAME.
           MOVE BZ-SAME-DAY-SURCHARGE TO WS-LOG-ED-AMOUNT.
           MOVE WS-LOG-ED-AMOUNT TO WS-LOG-BEFORE.
           MOVE DZ-SAME-DAY-SURCHARGE TO WS-LOG-ED-AMOUNT.
           MOVE WS-LOG-ED-AMOUNT TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.
           MOVE "DZ-ACTIVE-FLAG" TO WS-LOG-FIELD-NAME.
           MOVE BZ-ACTIVE-FLAG TO WS-LOG-BEFORE.
           MOVE DZ-ACTIVE-FLAG TO WS-LOG-AFTER.
           PERFORM LOG-ONE-FIELD.

       LIST-ALL-ZONES.
           MOVE LOW-VALUES TO DZ-ZONE-KEY.
           START DELIVERY-ZONE-FILE KEY IS NOT LESS THAN DZ-ZONE-KEY
               INVALID KEY
                   DISPLAY "No delivery zones are on file."
           END-START.

           IF WS-DZ-STATUS = "00"
               PERFORM UNTIL WS-DZ-STATUS NOT = "00"
                   READ DELIVERY-ZONE-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-DZ-STATUS
                       NOT AT END
                           MOVE DZ-DELIVERY-FEE TO WS-ED-FEE
                           MOVE DZ-SAME-DAY-SURCHARGE TO WS-ED-SURCHARGE
                           DISPLAY DZ-ZONE-KEY " " DZ-ZONE-NAME
                               " fee $" WS-ED-FEE " same-day +$"
                               WS-ED-SURCHARGE " active "
                               DZ-ACTIVE-FLAG
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
           MOVE "CBBZONLD" TO CG-PROGRAM-NAME.
           MOVE "DLVZONE" TO CG-FILE-NAME.
           MOVE WS-LOG-KEY TO CG-RECORD-KEY.
           MOVE WS-LOG-ACTION TO CG-ACTION.
           MOVE WS-LOG-FIELD-NAME TO CG-FIELD-NAME.
           MOVE WS-LOG-BEFORE TO CG-BEFORE-VALUE.
           MOVE WS-LOG-AFTER TO CG-AFTER-VALUE.
           WRITE CHANGE-LOG-RECORD.
