           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterChangeReport.

      *> Master maintenance change report. Lists the change log
      *> (CHGLOG.DAT) written by CBBFMLD, CBBAMLD, CBBCMLD, CBBGCLD,
      *> CBBTAXLD, CBBSUPLD and CBBZONLD for a date range, optionally
      *> for one file and one key, field by field with the value
      *> before and after and who made the change. An exceptions
      *> section follows that
      *> pulls out the changes the owner wants to see every time:
      *>   - a customer's credit limit or credit-hold flag,
      *>   - a customer made tax exempt or no longer exempt,
      *>   - a gift certificate balance,
      *>   - the sales tax rate,
      *>   - a flower's quantity on hand. Stock comes in through
      *>     CBBRECV and goes out through the register and CBBWASTE,
      *>     and a physical count is posted through CBBCOUNT, none of
      *>     which write here, so any on-hand figure in this log was
      *>     keyed by hand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHGLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-LOG-FILE.
           COPY "CHGLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CG-STATUS PIC XX.

       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-SELECT-FILE PIC X(8).
       01 WS-SELECT-KEY PIC X(10).
       01 WS-CHANGE-COUNT PIC 9(6) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(6) VALUE 0.
       01 WS-ACTION-NAME PIC X(6).
       01 WS-EXCEPTION-NAME PIC X(30).

       01 WS-SELECTED-SW PIC X VALUE "N".
           88 WS-SELECTED VALUE "Y".
       01 WS-SHOWING-EXCEPTIONS-SW PIC X VALUE "N".
           88 WS-SHOWING-EXCEPTIONS VALUE "Y".

       PROCEDURE DIVISION.

           DISPLAY "MASTER FILE CHANGE REPORT".
           DISPLAY "Enter the start date (YYYYMMDD): ".
           ACCEPT WS-FROM-DATE.
           DISPLAY "Enter the end date (YYYYMMDD): ".
           ACCEPT WS-TO-DATE.
           DISPLAY "File (FLWMAST, ARRMAST, CUSTMAST, RECIPNT, GIFTCERT,"
               " TAXCFG, SUPPMAST, DLVZONE), or blank for all: ".
           ACCEPT WS-SELECT-FILE.
           DISPLAY "Record key, or blank for all: ".
           ACCEPT WS-SELECT-KEY.

           DISPLAY " ".
           DISPLAY "------------- CHANGES " WS-FROM-DATE " TO "
               WS-TO-DATE " -------------".
           IF WS-SELECT-FILE NOT = SPACES
               DISPLAY "File: " WS-SELECT-FILE
           END-IF.
           IF WS-SELECT-KEY NOT = SPACES
               DISPLAY "Key:  " WS-SELECT-KEY
           END-IF.
           DISPLAY "Date     Time   By     File     Key        Action"
               " Field".
           MOVE "N" TO WS-SHOWING-EXCEPTIONS-SW.
           PERFORM READ-THE-LOG.
           DISPLAY "Field changes listed: " WS-CHANGE-COUNT.

           DISPLAY " ".
           DISPLAY "------------- EXCEPTIONS -------------".
           SET WS-SHOWING-EXCEPTIONS TO TRUE.
           PERFORM READ-THE-LOG.
           IF WS-EXCEPTION-COUNT = 0
               DISPLAY "No sensitive changes in the selection."
           ELSE
               DISPLAY "Sensitive changes: " WS-EXCEPTION-COUNT
           END-IF.
           DISPLAY "--------------------------------------".
           STOP RUN.

       READ-THE-LOG.
           OPEN INPUT CHANGE-LOG-FILE.
           IF WS-CG-STATUS NOT = "00"
               DISPLAY "No changes have been logged (CHGLOG.DAT)."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CG-STATUS NOT = "00"
               READ CHANGE-LOG-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-CG-STATUS
                   NOT AT END
                       PERFORM CHECK-SELECTION
                       IF WS-SELECTED
                           PERFORM REPORT-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHANGE-LOG-FILE.

       CHECK-SELECTION.
           MOVE "N" TO WS-SELECTED-SW.
           IF CG-CHANGE-DATE < WS-FROM-DATE
                   OR CG-CHANGE-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-SELECT-FILE NOT = SPACES
                   AND CG-FILE-NAME NOT = WS-SELECT-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-SELECT-KEY NOT = SPACES
                   AND CG-RECORD-KEY NOT = WS-SELECT-KEY
               EXIT PARAGRAPH
           END-IF.
           SET WS-SELECTED TO TRUE.

       REPORT-ONE-CHANGE.
           EVALUATE TRUE
               WHEN CG-IS-ADD    MOVE "ADD" TO WS-ACTION-NAME
               WHEN CG-IS-CHANGE MOVE "CHANGE" TO WS-ACTION-NAME
               WHEN CG-IS-DELETE MOVE "DELETE" TO WS-ACTION-NAME
               WHEN OTHER        MOVE CG-ACTION TO WS-ACTION-NAME
           END-EVALUATE.
           IF WS-SHOWING-EXCEPTIONS
               PERFORM NAME-THE-EXCEPTION
               IF WS-EXCEPTION-NAME = SPACES
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "** " WS-EXCEPTION-NAME
           ELSE
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.
           DISPLAY CG-CHANGE-DATE " " CG-CHANGE-TIME " " CG-CHANGED-BY
               " " CG-FILE-NAME " " CG-RECORD-KEY " " WS-ACTION-NAME
               " " CG-FIELD-NAME.
           DISPLAY "    was: " CG-BEFORE-VALUE.
           DISPLAY "    now: " CG-AFTER-VALUE.

       NAME-THE-EXCEPTION.
           MOVE SPACES TO WS-EXCEPTION-NAME.
           EVALUATE CG-FIELD-NAME
               WHEN "CM-CREDIT-LIMIT"
                   MOVE "CREDIT LIMIT" TO WS-EXCEPTION-NAME
               WHEN "CM-CREDIT-HOLD-FLAG"
                   MOVE "CREDIT HOLD" TO WS-EXCEPTION-NAME
               WHEN "CM-TAX-EXEMPT-FLAG"
                   MOVE "TAX EXEMPTION" TO WS-EXCEPTION-NAME
               WHEN "GC-BALANCE"
                   MOVE "GIFT CERTIFICATE BALANCE" TO WS-EXCEPTION-NAME
               WHEN "TC-TAX-RATE"
                   MOVE "SALES TAX RATE" TO WS-EXCEPTION-NAME
               WHEN "FM-QTY-ON-HAND"
                   MOVE "ON HAND KEYED BY HAND" TO WS-EXCEPTION-NAME
           END-EVALUATE.
