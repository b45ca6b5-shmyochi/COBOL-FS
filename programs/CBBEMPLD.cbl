           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeMasterMaintenance.

      *> Maintenance utility for EMPLOYEE-MASTER-FILE: enroll a clerk
      *> or manager with a sign-on PIN, change a PIN or role, or make
      *> someone who has left inactive. Employees are never deleted;
      *> their ID is on the sales file for good. Mirrors CBBCMLD.cbl's
      *> menu-driven approach to the customer master.
      *>
      *> Once a manager is on file, a manager's PIN is needed to get
      *> into this program at all. On a fresh file there is no one to
      *> ask, so the first employee enrolled must be a manager.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY "EMPMAST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EM-STATUS PIC XX.
       01 WS-MENU-CHOICE PIC X.
       01 WS-EMPLOYEE-EXISTS-SW PIC X VALUE "N".
           88 WS-EMPLOYEE-EXISTS VALUE "Y".
       01 WS-MANAGER-ON-FILE-SW PIC X VALUE "N".
           88 WS-MANAGER-ON-FILE VALUE "Y".
       01 WS-AUTHORIZED-SW PIC X VALUE "N".
           88 WS-AUTHORIZED VALUE "Y".
       01 WS-WAS-ACTIVE-MANAGER-SW PIC X VALUE "N".
           88 WS-WAS-ACTIVE-MANAGER VALUE "Y".
       01 WS-OTHER-MANAGER-COUNT PIC 9(4) VALUE 0.
       01 WS-SAVE-EMPLOYEE-RECORD PIC X(42).
       01 WS-SAVE-EMPLOYEE-ID PIC X(6).
       01 WS-PIN-EMPLOYEE-ID PIC X(6).
       01 WS-PIN-ENTRY PIC X(4).
       01 WS-PIN-CONFIRM PIC X(4).
       01 WS-ROLE-NAME PIC X(7).
       01 WS-NAME-ENTRY PIC X(30).

       PROCEDURE DIVISION.

           PERFORM OPEN-EMPLOYEE-MASTER.
           PERFORM CHECK-FOR-MANAGER.
           IF WS-MANAGER-ON-FILE
               PERFORM AUTHORIZE-MANAGER
           ELSE
               DISPLAY "No manager is on file yet. Enroll a manager"
                   " first; after that a manager's PIN is needed here."
               SET WS-AUTHORIZED TO TRUE
           END-IF.

           IF WS-AUTHORIZED
               PERFORM UNTIL WS-MENU-CHOICE = "3"
                   PERFORM DISPLAY-MENU
                   ACCEPT WS-MENU-CHOICE
                   EVALUATE WS-MENU-CHOICE
                       WHEN "1" PERFORM ADD-OR-UPDATE-EMPLOYEE
                       WHEN "2" PERFORM LIST-ALL-EMPLOYEES
                       WHEN "3" CONTINUE
                       WHEN OTHER DISPLAY "Invalid selection."
                   END-EVALUATE
               END-PERFORM
           END-IF.

           CLOSE EMPLOYEE-MASTER-FILE.
           STOP RUN.

       OPEN-EMPLOYEE-MASTER.
           OPEN I-O EMPLOYEE-MASTER-FILE.
           IF WS-EM-STATUS = "35"
               OPEN OUTPUT EMPLOYEE-MASTER-FILE
               CLOSE EMPLOYEE-MASTER-FILE
               OPEN I-O EMPLOYEE-MASTER-FILE
           END-IF.

       CHECK-FOR-MANAGER.
           MOVE "N" TO WS-MANAGER-ON-FILE-SW.
           MOVE LOW-VALUES TO EM-EMPLOYEE-ID.
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN EM-EMPLOYEE-ID
               INVALID KEY
                   MOVE "10" TO WS-EM-STATUS
           END-START.
           PERFORM UNTIL WS-EM-STATUS NOT = "00"
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-EM-STATUS
                   NOT AT END
                       IF EM-IS-MANAGER AND EM-IS-ACTIVE
                           SET WS-MANAGER-ON-FILE TO TRUE
                           MOVE "10" TO WS-EM-STATUS
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-EM-STATUS.

       AUTHORIZE-MANAGER.
           MOVE "N" TO WS-AUTHORIZED-SW.
           DISPLAY "Manager ID: ".
           ACCEPT WS-PIN-EMPLOYEE-ID.
           DISPLAY "PIN: ".
           ACCEPT WS-PIN-ENTRY.
           MOVE WS-PIN-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EM-IS-MANAGER AND EM-IS-ACTIVE
                           AND WS-PIN-ENTRY NOT = SPACES
                           AND EM-PIN = WS-PIN-ENTRY
                       SET WS-AUTHORIZED TO TRUE
                   END-IF
           END-READ.
           IF NOT WS-AUTHORIZED
               DISPLAY "Manager ID or PIN not accepted."
           END-IF.

       DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "EMPLOYEE MASTER MAINTENANCE".
           DISPLAY "(1) Add or update an employee".
           DISPLAY "(2) List all employees".
           DISPLAY "(3) Exit".
           DISPLAY "Enter your choice: ".

       ADD-OR-UPDATE-EMPLOYEE.
           DISPLAY "Enter the employee ID: ".
           ACCEPT EM-EMPLOYEE-ID.
           IF EM-EMPLOYEE-ID = SPACES
               DISPLAY "The employee ID cannot be blank."
           ELSE
               PERFORM LOOKUP-EXISTING-EMPLOYEE
               MOVE "N" TO WS-WAS-ACTIVE-MANAGER-SW
               IF WS-EMPLOYEE-EXISTS AND EM-IS-MANAGER AND EM-IS-ACTIVE
                   SET WS-WAS-ACTIVE-MANAGER TO TRUE
               END-IF
               PERFORM ASK-EMPLOYEE-DETAILS
               IF WS-WAS-ACTIVE-MANAGER
                       AND NOT (EM-IS-MANAGER AND EM-IS-ACTIVE)
                   PERFORM COUNT-OTHER-MANAGERS
               ELSE
                   MOVE 1 TO WS-OTHER-MANAGER-COUNT
               END-IF
               IF WS-OTHER-MANAGER-COUNT = 0
                   DISPLAY "At least one active manager is required."
               ELSE
                   PERFORM WRITE-OR-REWRITE-EMPLOYEE
                   PERFORM CHECK-FOR-MANAGER
               END-IF
           END-IF.

      *> Demoting or deactivating the last active manager would leave
      *> no one to authorize this program, and CHECK-FOR-MANAGER would
      *> then let anyone in. The scan uses the record area, so the
      *> employee being changed is saved round it.
       COUNT-OTHER-MANAGERS.
           MOVE EMPLOYEE-MASTER-RECORD TO WS-SAVE-EMPLOYEE-RECORD.
           MOVE EM-EMPLOYEE-ID TO WS-SAVE-EMPLOYEE-ID.
           MOVE 0 TO WS-OTHER-MANAGER-COUNT.
           MOVE LOW-VALUES TO EM-EMPLOYEE-ID.
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN EM-EMPLOYEE-ID
               INVALID KEY
                   MOVE "10" TO WS-EM-STATUS
           END-START.
           PERFORM UNTIL WS-EM-STATUS NOT = "00"
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-EM-STATUS
                   NOT AT END
                       IF EM-IS-MANAGER AND EM-IS-ACTIVE
                               AND EM-EMPLOYEE-ID NOT = WS-SAVE-EMPLOYEE-ID
                           ADD 1 TO WS-OTHER-MANAGER-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-EM-STATUS.
           MOVE WS-SAVE-EMPLOYEE-RECORD TO EMPLOYEE-MASTER-RECORD.

       ASK-EMPLOYEE-DETAILS.
           MOVE SPACES TO WS-NAME-ENTRY.
           IF WS-EMPLOYEE-EXISTS
               DISPLAY "Updating " EM-EMPLOYEE-NAME
               DISPLAY "Enter the name (Enter to keep): "
               ACCEPT WS-NAME-ENTRY
           ELSE
               PERFORM UNTIL WS-NAME-ENTRY NOT = SPACES
                   DISPLAY "Enter the name: "
                   ACCEPT WS-NAME-ENTRY
               END-PERFORM
           END-IF.
           IF WS-NAME-ENTRY NOT = SPACES
               MOVE WS-NAME-ENTRY TO EM-EMPLOYEE-NAME
           END-IF.
           PERFORM ASK-EMPLOYEE-PIN.
           PERFORM ASK-EMPLOYEE-ROLE.
           DISPLAY "Active? (Y/N): ".
           ACCEPT EM-ACTIVE-FLAG.
           IF NOT EM-IS-ACTIVE
               MOVE "N" TO EM-ACTIVE-FLAG
           END-IF.

      *> The PIN is keyed twice so a slip of the finger does not lock
      *> the employee out at the next sign-on.
       ASK-EMPLOYEE-PIN.
           MOVE SPACES TO WS-PIN-ENTRY.
           PERFORM UNTIL WS-PIN-ENTRY NOT = SPACES
               DISPLAY "Enter the 4-digit PIN: "
               ACCEPT WS-PIN-ENTRY
               DISPLAY "Key the PIN again: "
               ACCEPT WS-PIN-CONFIRM
               IF WS-PIN-ENTRY = SPACES OR WS-PIN-ENTRY NOT NUMERIC
                   DISPLAY "The PIN must be four digits."
                   MOVE SPACES TO WS-PIN-ENTRY
               ELSE
                   IF WS-PIN-CONFIRM NOT = WS-PIN-ENTRY
                       DISPLAY "The two PINs do not match."
                       MOVE SPACES TO WS-PIN-ENTRY
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-PIN-ENTRY TO EM-PIN.

       ASK-EMPLOYEE-ROLE.
           MOVE SPACES TO EM-ROLE.
           PERFORM UNTIL EM-IS-CLERK OR EM-IS-MANAGER
               DISPLAY "Role: (C)lerk or (M)anager: "
               ACCEPT EM-ROLE
               IF EM-ROLE = "c"
                   MOVE "C" TO EM-ROLE
               END-IF
               IF EM-ROLE = "m"
                   MOVE "M" TO EM-ROLE
               END-IF
               IF NOT EM-IS-CLERK AND NOT EM-IS-MANAGER
                   DISPLAY "Enter C or M."
               END-IF
           END-PERFORM.
           IF NOT WS-MANAGER-ON-FILE AND NOT EM-IS-MANAGER
               DISPLAY "The first employee enrolled must be a manager."
               MOVE "M" TO EM-ROLE
           END-IF.

       LOOKUP-EXISTING-EMPLOYEE.
           MOVE "N" TO WS-EMPLOYEE-EXISTS-SW.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-EMPLOYEE-EXISTS TO TRUE
           END-READ.

       WRITE-OR-REWRITE-EMPLOYEE.
           WRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   REWRITE EMPLOYEE-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Unable to save " EM-EMPLOYEE-ID
           END-WRITE.
           DISPLAY "Employee " EM-EMPLOYEE-ID " saved.".

      *> PINs are never listed.
       LIST-ALL-EMPLOYEES.
           MOVE LOW-VALUES TO EM-EMPLOYEE-ID.
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN EM-EMPLOYEE-ID
               INVALID KEY
                   DISPLAY "Employee master file is empty."
           END-START.

           IF WS-EM-STATUS = "00"
               PERFORM UNTIL WS-EM-STATUS NOT = "00"
                   READ EMPLOYEE-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-EM-STATUS
                       NOT AT END
                           IF EM-IS-MANAGER
                               MOVE "MANAGER" TO WS-ROLE-NAME
                           ELSE
                               MOVE "CLERK" TO WS-ROLE-NAME
                           END-IF
                           DISPLAY EM-EMPLOYEE-ID " " EM-EMPLOYEE-NAME
                               " " WS-ROLE-NAME
                               " active " EM-ACTIVE-FLAG
                   END-READ
               END-PERFORM
           END-IF.
           MOVE "00" TO WS-EM-STATUS.
