           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChartOfAccountsMaintenance.

      *> Maintenance utility for GL-ACCOUNT-FILE, the mapping from the
      *> posting codes the daily journal export (CBBGLEXP) uses to the
      *> bookkeeper's own account numbers. Run this when the chart
      *> changes instead of editing the export; the export refuses to
      *> write a day that posts to a code with no account here. The
      *> posting codes are listed in GLACCT.cpy. Mirrors CBBFMLD.cbl's
      *> menu-driven approach to the flower master file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-POSTING-CODE
               FILE STATUS IS WS-GA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-ACCOUNT-FILE.
           COPY "GLACCT.cpy".

       WORKING-STORAGE SECTION.
       01 WS-GA-STATUS PIC XX.
       01 WS-MENU-CHOICE PIC X.
       01 WS-CONFIRM-RESPONSE PIC X.
       01 WS-ACCOUNT-COUNT PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

           PERFORM OPEN-GL-ACCOUNT-FILE.

           PERFORM UNTIL WS-MENU-CHOICE = "4"
               PERFORM DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "1" PERFORM ADD-OR-UPDATE-ACCOUNT
                   WHEN "2" PERFORM DELETE-ACCOUNT
                   WHEN "3" PERFORM LIST-CHART
                   WHEN "4" CONTINUE
                   WHEN OTHER DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.

           CLOSE GL-ACCOUNT-FILE.
           STOP RUN.

       OPEN-GL-ACCOUNT-FILE.
           OPEN I-O GL-ACCOUNT-FILE.
           IF WS-GA-STATUS = "35"
               OPEN OUTPUT GL-ACCOUNT-FILE
               CLOSE GL-ACCOUNT-FILE
               OPEN I-O GL-ACCOUNT-FILE
           END-IF.

       DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "CHART OF ACCOUNTS MAPPING".
           DISPLAY "(1) Add or update a posting code".
           DISPLAY "(2) Delete a posting code".
           DISPLAY "(3) List the chart".
           DISPLAY "(4) Exit".
           DISPLAY "Enter your choice: ".

       ADD-OR-UPDATE-ACCOUNT.
           DISPLAY "Enter the posting code (e.g. CASH, SLSARR): ".
           ACCEPT GA-POSTING-CODE.
           DISPLAY "Enter the ledger account number: ".
           ACCEPT GA-ACCOUNT-NUMBER.
           DISPLAY "Enter the account name: ".
           ACCEPT GA-ACCOUNT-NAME.
           WRITE GL-ACCOUNT-RECORD
               INVALID KEY
                   REWRITE GL-ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY "Unable to save " GA-POSTING-CODE
                   END-REWRITE
           END-WRITE.
           DISPLAY GA-POSTING-CODE " posts to " GA-ACCOUNT-NUMBER ".".

       DELETE-ACCOUNT.
           DISPLAY "Enter the posting code to delete: ".
           ACCEPT GA-POSTING-CODE.
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY GA-POSTING-CODE " is not in the chart."
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY GA-POSTING-CODE " posts to " GA-ACCOUNT-NUMBER " "
               GA-ACCOUNT-NAME.
           DISPLAY "Delete it? The export will refuse any day that"
               " posts to it. (Y/N): ".
           ACCEPT WS-CONFIRM-RESPONSE.
           IF WS-CONFIRM-RESPONSE = "Y" OR WS-CONFIRM-RESPONSE = "y"
               DELETE GL-ACCOUNT-FILE RECORD
                   INVALID KEY
                       DISPLAY "Unable to delete " GA-POSTING-CODE
                   NOT INVALID KEY
                       DISPLAY GA-POSTING-CODE " deleted."
               END-DELETE
           ELSE
               DISPLAY "Nothing deleted."
           END-IF.

       LIST-CHART.
           MOVE 0 TO WS-ACCOUNT-COUNT.
           MOVE LOW-VALUES TO GA-POSTING-CODE.
           START GL-ACCOUNT-FILE KEY IS NOT LESS THAN GA-POSTING-CODE
               INVALID KEY
                   DISPLAY "The chart is empty."
           END-START.
           IF WS-GA-STATUS = "00"
               DISPLAY "Code      Account       Name"
               PERFORM UNTIL WS-GA-STATUS NOT = "00"
                   READ GL-ACCOUNT-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-GA-STATUS
                       NOT AT END
                           ADD 1 TO WS-ACCOUNT-COUNT
                           DISPLAY GA-POSTING-CODE "  "
                               GA-ACCOUNT-NUMBER "  " GA-ACCOUNT-NAME
                   END-READ
               END-PERFORM
               DISPLAY "Posting codes mapped: " WS-ACCOUNT-COUNT
           END-IF.
