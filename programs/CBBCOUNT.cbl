           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PhysicalInventoryCount.

      *> Physical inventory count. The cycle runs in four steps from
      *> the menu:
      *>   1. Start the count. The book stems for every lot with stock
      *>      left (FLWLOTS.DAT), plus a loose-stem line per flower,
      *>      are frozen to COUNT-SHEET-FILE (CNTSHEET.DAT) and blank
      *>      count sheets print by flower and lot. The sheets do not
      *>      show the book figure; the counters write what is in the
      *>      bucket.
      *>   2. Key the counted stems per lot, flower by flower.
      *>   3. The variance report lists counted against book for every
      *>      line, in stems and in dollars at the lot's cost. Nothing
      *>      has moved yet.
      *>   4. Post. A manager keys their ID and PIN, a reason code goes
      *>      on each line that differs, and the difference is added to
      *>      or taken off FM-QTY-ON-HAND and the lot. Each adjustment
      *>      is journaled to INVADJ.DAT the way CBBWASTE journals
      *>      waste, so the nightly audit (CBBAUDIT) foots. A count
      *>      posted after the close-out has already cut the snapshot
      *>      (FMSNAP.DAT) also moves the snapshot, so the next
      *>      morning's baseline is the counted stock.
      *> Posting applies the difference found against the frozen book
      *> figure, so a sale rung while the count was going on is not
      *> undone by it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Counts are posted while the registers may be selling, so the
      *> on-hand update holds a record lock the way CBBWASTE does.
           SELECT FLOWER-MASTER-FILE ASSIGN TO "FLWMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLOWER-CODE
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-FM-STATUS.

           SELECT FLOWER-LOT-FILE ASSIGN TO "FLWLOTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-NUMBER
               ALTERNATE RECORD KEY IS LOT-FLOWER-CODE WITH DUPLICATES
               FILE STATUS IS WS-LOT-STATUS.

           SELECT COUNT-SHEET-FILE ASSIGN TO "CNTSHEET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-COUNT-KEY
               FILE STATUS IS WS-CS-STATUS.

           SELECT INVENTORY-ADJUST-FILE ASSIGN TO "INVADJ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IA-STATUS.

           SELECT FLOWER-SNAPSHOT-FILE ASSIGN TO "FMSNAP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SN-STATUS.

      *> Read-only: the counter signs on, and the manager who
      *> approves the posting keys their PIN against it.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FLOWER-MASTER-FILE.
           COPY "FLWMAST.cpy".

       FD  FLOWER-LOT-FILE.
           COPY "FLWLOTS.cpy".

       FD  COUNT-SHEET-FILE.
           COPY "CNTSHEET.cpy".

       FD  INVENTORY-ADJUST-FILE.
           COPY "INVADJ.cpy".

       FD  FLOWER-SNAPSHOT-FILE.
           COPY "FMSNAP.cpy".

       FD  EMPLOYEE-MASTER-FILE.
           COPY "EMPMAST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FM-STATUS PIC XX.
       01 WS-LOT-STATUS PIC XX.
       01 WS-CS-STATUS PIC XX.
       01 WS-IA-STATUS PIC XX.
       01 WS-SN-STATUS PIC XX.
       01 WS-EM-STATUS PIC XX.
       01 WS-MENU-CHOICE PIC X.
       01 WS-FLOWER-CODE-ENTRY PIC X(3).
       01 WS-COUNTED-ENTRY PIC 9(5) VALUE 0.
       01 WS-REASON-ENTRY PIC X(3).
       01 WS-DISCARD-RESPONSE PIC X.
       01 WS-POST-RESPONSE PIC X.

      *> Who is signed on; named on every line they key.
       01 WS-CLERK-ID PIC X(6) VALUE SPACES.
       01 WS-CLERK-NAME PIC X(30) VALUE SPACES.
       01 WS-PIN-EMPLOYEE-ID PIC X(6) VALUE SPACES.
       01 WS-PIN-ENTRY PIC X(4) VALUE SPACES.
       01 WS-PIN-ATTEMPTS PIC 9 VALUE 0.
       01 WS-PIN-ACCEPTED-SW PIC X VALUE "N".
           88 WS-PIN-ACCEPTED VALUE "Y".
       01 WS-APPROVING-MANAGER-ID PIC X(6) VALUE SPACES.

      *> State of the count on file, from SCAN-OPEN-COUNT.
       01 WS-OPEN-LINE-COUNT PIC 9(5) VALUE 0.
       01 WS-UNCOUNTED-LINE-COUNT PIC 9(5) VALUE 0.
       01 WS-OPEN-COUNT-DATE PIC 9(8) VALUE 0.
       01 WS-LINES-WRITTEN PIC 9(5) VALUE 0.
       01 WS-LINES-KEYED PIC 9(5) VALUE 0.
       01 WS-LINES-ADJUSTED PIC 9(5) VALUE 0.
       01 WS-SAVE-FLOWER-CODE PIC X(3) VALUE SPACES.

      *> Building a flower's lines: the stems left in its lots and its
      *> average received cost for the loose-stem line.
       01 WS-LOT-REMAINING-SUM PIC 9(7) VALUE 0.
       01 WS-LOT-RECEIVED-SUM PIC 9(7) VALUE 0.
       01 WS-LOT-COST-SUM PIC 9(9)V99 VALUE 0.
       01 WS-AVERAGE-COST PIC 9(4)V99 VALUE 0.
       01 WS-NEWEST-LOT-NUMBER PIC 9(8) VALUE 0.

      *> Variance work fields, counted less book.
       01 WS-VARIANCE-QTY PIC S9(6) VALUE 0.
       01 WS-VARIANCE-AMT PIC S9(7)V99 VALUE 0.
       01 WS-APPLIED-QTY PIC S9(6) VALUE 0.
       01 WS-NEW-QTY PIC S9(7) VALUE 0.
       01 WS-FLOWER-VAR-QTY PIC S9(7) VALUE 0.
       01 WS-FLOWER-VAR-AMT PIC S9(8)V99 VALUE 0.
       01 WS-TOTAL-SHORT-QTY PIC S9(7) VALUE 0.
       01 WS-TOTAL-OVER-QTY PIC S9(7) VALUE 0.
       01 WS-TOTAL-SHORT-AMT PIC S9(8)V99 VALUE 0.
       01 WS-TOTAL-OVER-AMT PIC S9(8)V99 VALUE 0.
       01 WS-TOTAL-NET-AMT PIC S9(8)V99 VALUE 0.

       01 WS-ED-QTY PIC Z(4)9.
       01 WS-ED-VAR-QTY PIC -(6)9.
       01 WS-ED-COST PIC Z(3)9.99.
       01 WS-ED-VAR-AMT PIC -(7)9.99.

       01 WS-BASELINE-CUT-SW PIC X VALUE "N".
           88 WS-BASELINE-CUT VALUE "Y".
       01 WS-SNAPSHOT-FOUND-SW PIC X VALUE "N".
           88 WS-SNAPSHOT-FOUND VALUE "Y".
       01 WS-VARIANCE-APPLIED-SW PIC X VALUE "N".
           88 WS-VARIANCE-APPLIED VALUE "Y".
       01 WS-LINES-NOT-POSTED PIC 9(5) VALUE 0.

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
           IF NOT WS-PIN-ACCEPTED
               CLOSE EMPLOYEE-MASTER-FILE
               STOP RUN
           END-IF.
           PERFORM OPEN-ALL-FILES.

           PERFORM UNTIL WS-MENU-CHOICE = "6"
               PERFORM DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "1" PERFORM START-NEW-COUNT
                   WHEN "2" PERFORM PRINT-COUNT-SHEETS
                   WHEN "3" PERFORM KEY-COUNTED-STEMS
                   WHEN "4" PERFORM PRINT-VARIANCE-REPORT
                   WHEN "5" PERFORM POST-THE-COUNT
                   WHEN "6" CONTINUE
                   WHEN OTHER DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.

           CLOSE FLOWER-MASTER-FILE.
           CLOSE FLOWER-LOT-FILE.
           CLOSE COUNT-SHEET-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           STOP RUN.

       OPEN-ALL-FILES.
           OPEN I-O FLOWER-MASTER-FILE.
           IF WS-FM-STATUS NOT = "00"
               DISPLAY "Unable to open " "FLWMAST.DAT" " - status "
                   WS-FM-STATUS
               STOP RUN
           END-IF.
           OPEN I-O FLOWER-LOT-FILE.
           IF WS-LOT-STATUS = "35"
               OPEN OUTPUT FLOWER-LOT-FILE
               CLOSE FLOWER-LOT-FILE
               OPEN I-O FLOWER-LOT-FILE
           END-IF.
           OPEN I-O COUNT-SHEET-FILE.
           IF WS-CS-STATUS = "35"
               OPEN OUTPUT COUNT-SHEET-FILE
               CLOSE COUNT-SHEET-FILE
               OPEN I-O COUNT-SHEET-FILE
           END-IF.

       DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "PHYSICAL INVENTORY COUNT".
           DISPLAY "(1) Start a count and print the count sheets".
           DISPLAY "(2) Reprint the count sheets".
           DISPLAY "(3) Key counted stems for a flower".
           DISPLAY "(4) Variance report".
           DISPLAY "(5) Post the count (manager)".
           DISPLAY "(6) Exit".
           DISPLAY "Enter your choice: ".

      *> Three tries at the ID and PIN, as at the register.
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
      *> WS-PIN-EMPLOYEE-ID. On success the employee record is left
      *> in EMPLOYEE-MASTER-RECORD so the caller can test the role.
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

      *> Counts the open lines on file, and how many are not keyed
      *> yet, for the start and post steps.
       SCAN-OPEN-COUNT.
           MOVE 0 TO WS-OPEN-LINE-COUNT.
           MOVE 0 TO WS-UNCOUNTED-LINE-COUNT.
           MOVE 0 TO WS-OPEN-COUNT-DATE.
           MOVE LOW-VALUES TO CS-COUNT-KEY.
           START COUNT-SHEET-FILE KEY IS NOT LESS THAN CS-COUNT-KEY
               INVALID KEY
                   MOVE "10" TO WS-CS-STATUS
           END-START.
           PERFORM UNTIL WS-CS-STATUS NOT = "00"
               READ COUNT-SHEET-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-CS-STATUS
                   NOT AT END
                       IF CS-IS-OPEN
                           ADD 1 TO WS-OPEN-LINE-COUNT
                           MOVE CS-COUNT-DATE TO WS-OPEN-COUNT-DATE
                           IF NOT CS-IS-COUNTED
                               ADD 1 TO WS-UNCOUNTED-LINE-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-CS-STATUS.

      *> ------------------------------------------------------------
      *> Step 1: freeze the book and print the sheets.
      *> ------------------------------------------------------------
       START-NEW-COUNT.
           PERFORM SCAN-OPEN-COUNT.
           IF WS-OPEN-LINE-COUNT > 0
               DISPLAY "The count started " WS-OPEN-COUNT-DATE
                   " is still open (" WS-OPEN-LINE-COUNT " lines)."
               DISPLAY "Discard it and start again? (Y/N): "
               ACCEPT WS-DISCARD-RESPONSE
               IF WS-DISCARD-RESPONSE NOT = "Y"
                       AND WS-DISCARD-RESPONSE NOT = "y"
                   DISPLAY "The open count is kept."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Discarding a count needs a manager."
               PERFORM AUTHORIZE-MANAGER
               IF NOT WS-PIN-ACCEPTED
                   DISPLAY "Manager ID or PIN not accepted. The open"
                       " count is kept."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Flower code to count, or blank for the whole"
               " shop: ".
           ACCEPT WS-FLOWER-CODE-ENTRY.
           IF WS-FLOWER-CODE-ENTRY NOT = SPACES
               MOVE WS-FLOWER-CODE-ENTRY TO FM-FLOWER-CODE
               READ FLOWER-MASTER-FILE
                   INVALID KEY
                       DISPLAY WS-FLOWER-CODE-ENTRY
                           " is not on the flower master. The open"
                           " count is kept."
                       EXIT PARAGRAPH
               END-READ
           END-IF.

           CLOSE COUNT-SHEET-FILE.
           OPEN OUTPUT COUNT-SHEET-FILE.
           CLOSE COUNT-SHEET-FILE.
           OPEN I-O COUNT-SHEET-FILE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE 0 TO WS-LINES-WRITTEN.
      *> A single flower was read above.
           IF WS-FLOWER-CODE-ENTRY NOT = SPACES
               PERFORM BUILD-FLOWER-COUNT-LINES
           ELSE
               MOVE LOW-VALUES TO FM-FLOWER-CODE
               START FLOWER-MASTER-FILE KEY IS NOT LESS THAN
                       FM-FLOWER-CODE
                   INVALID KEY
                       MOVE "10" TO WS-FM-STATUS
               END-START
               PERFORM UNTIL WS-FM-STATUS NOT = "00"
                   READ FLOWER-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-FM-STATUS
                       NOT AT END
                           PERFORM BUILD-FLOWER-COUNT-LINES
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-FM-STATUS
           END-IF.
           DISPLAY "Count lines frozen: " WS-LINES-WRITTEN.
           IF WS-LINES-WRITTEN > 0
               PERFORM PRINT-COUNT-SHEETS
           END-IF.

      *> One line per lot of the flower with stems left, oldest
      *> first, then the loose-stem line. Every lot, empty or not,
      *> goes into the flower's average cost.
       BUILD-FLOWER-COUNT-LINES.
           MOVE 0 TO WS-LOT-REMAINING-SUM.
           MOVE 0 TO WS-LOT-RECEIVED-SUM.
           MOVE 0 TO WS-LOT-COST-SUM.
           MOVE FM-FLOWER-CODE TO LOT-FLOWER-CODE.
           START FLOWER-LOT-FILE KEY IS = LOT-FLOWER-CODE
               INVALID KEY
                   MOVE "23" TO WS-LOT-STATUS
           END-START.
           PERFORM UNTIL WS-LOT-STATUS NOT = "00"
               READ FLOWER-LOT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-LOT-STATUS
                   NOT AT END
                       IF LOT-FLOWER-CODE NOT = FM-FLOWER-CODE
                           MOVE "10" TO WS-LOT-STATUS
                       ELSE
                           COMPUTE WS-LOT-COST-SUM = WS-LOT-COST-SUM
                               + (LOT-UNIT-COST * LOT-QTY-RECEIVED)
                           ADD LOT-QTY-RECEIVED TO WS-LOT-RECEIVED-SUM
                           IF LOT-QTY-REMAINING > 0
                               ADD LOT-QTY-REMAINING
                                   TO WS-LOT-REMAINING-SUM
                               PERFORM WRITE-LOT-COUNT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-LOT-STATUS.

           IF WS-LOT-RECEIVED-SUM > 0
               COMPUTE WS-AVERAGE-COST ROUNDED =
                   WS-LOT-COST-SUM / WS-LOT-RECEIVED-SUM
           ELSE
               MOVE 0 TO WS-AVERAGE-COST
           END-IF.
           MOVE FM-FLOWER-CODE TO CS-FLOWER-CODE.
           MOVE 0 TO CS-LOT-NUMBER.
           MOVE 0 TO CS-RECEIVED-DATE.
           IF FM-QTY-ON-HAND > WS-LOT-REMAINING-SUM
               COMPUTE CS-SYSTEM-QTY =
                   FM-QTY-ON-HAND - WS-LOT-REMAINING-SUM
           ELSE
               MOVE 0 TO CS-SYSTEM-QTY
           END-IF.
           MOVE WS-AVERAGE-COST TO CS-UNIT-COST.
           PERFORM WRITE-COUNT-LINE.

       WRITE-LOT-COUNT-LINE.
           MOVE FM-FLOWER-CODE TO CS-FLOWER-CODE.
           MOVE LOT-NUMBER TO CS-LOT-NUMBER.
           MOVE LOT-RECEIVED-DATE TO CS-RECEIVED-DATE.
           MOVE LOT-QTY-REMAINING TO CS-SYSTEM-QTY.
           MOVE LOT-UNIT-COST TO CS-UNIT-COST.
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-SYS-DATE TO CS-COUNT-DATE.
           MOVE FM-FLOWER-NAME TO CS-FLOWER-NAME.
           MOVE 0 TO CS-COUNTED-QTY.
           MOVE "N" TO CS-COUNTED-FLAG.
           MOVE SPACES TO CS-COUNTED-BY.
           MOVE SPACES TO CS-REASON-CODE.
           SET CS-IS-OPEN TO TRUE.
           WRITE COUNT-SHEET-RECORD
               INVALID KEY
                   DISPLAY "Unable to write count line "
                       CS-FLOWER-CODE " " CS-LOT-NUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-LINES-WRITTEN
           END-WRITE.

      *> The sheets carry no book figure: the counter writes what is
      *> in the bucket, not what the system expects.
       PRINT-COUNT-SHEETS.
           MOVE SPACES TO WS-SAVE-FLOWER-CODE.
           MOVE LOW-VALUES TO CS-COUNT-KEY.
           START COUNT-SHEET-FILE KEY IS NOT LESS THAN CS-COUNT-KEY
               INVALID KEY
                   MOVE "10" TO WS-CS-STATUS
           END-START.
           PERFORM UNTIL WS-CS-STATUS NOT = "00"
               READ COUNT-SHEET-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-CS-STATUS
                   NOT AT END
                       IF CS-IS-OPEN
                           PERFORM PRINT-ONE-SHEET-LINE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-CS-STATUS.
           IF WS-SAVE-FLOWER-CODE = SPACES
               DISPLAY "No count is open. Start one first."
           ELSE
               DISPLAY " "
               DISPLAY "Counted by: ______________   Checked by:"
                   " ______________"
           END-IF.

       PRINT-ONE-SHEET-LINE.
           IF CS-FLOWER-CODE NOT = WS-SAVE-FLOWER-CODE
               IF WS-SAVE-FLOWER-CODE = SPACES
                   DISPLAY " "
                   DISPLAY "============ COUNT SHEET " CS-COUNT-DATE
                       " ============"
               END-IF
               DISPLAY " "
               DISPLAY CS-FLOWER-CODE " " CS-FLOWER-NAME
               DISPLAY "  Lot       Received    Stems counted"
               MOVE CS-FLOWER-CODE TO WS-SAVE-FLOWER-CODE
           END-IF.
           IF CS-LOT-NUMBER = 0
               DISPLAY "  Loose / not in a listed lot  __________"
           ELSE
               DISPLAY "  " CS-LOT-NUMBER "  " CS-RECEIVED-DATE
                   "    __________"
           END-IF.

      *> ------------------------------------------------------------
      *> Step 2: key the sheets, one flower at a time. Keying a
      *> flower again overwrites its figures.
      *> ------------------------------------------------------------
       KEY-COUNTED-STEMS.
           DISPLAY "Enter the 3-letter flower code: ".
           ACCEPT WS-FLOWER-CODE-ENTRY.
           MOVE 0 TO WS-LINES-KEYED.
           MOVE WS-FLOWER-CODE-ENTRY TO CS-FLOWER-CODE.
           MOVE 0 TO CS-LOT-NUMBER.
           START COUNT-SHEET-FILE KEY IS NOT LESS THAN CS-COUNT-KEY
               INVALID KEY
                   MOVE "10" TO WS-CS-STATUS
           END-START.
           PERFORM UNTIL WS-CS-STATUS NOT = "00"
               READ COUNT-SHEET-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-CS-STATUS
                   NOT AT END
                       IF CS-FLOWER-CODE NOT = WS-FLOWER-CODE-ENTRY
                           MOVE "10" TO WS-CS-STATUS
                       ELSE
                           IF CS-IS-OPEN
                               PERFORM KEY-ONE-COUNT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-CS-STATUS.
           IF WS-LINES-KEYED = 0
               DISPLAY "No open count lines for " WS-FLOWER-CODE-ENTRY
                   "."
           ELSE
               DISPLAY WS-LINES-KEYED " lines keyed for "
                   WS-FLOWER-CODE-ENTRY "."
           END-IF.

       KEY-ONE-COUNT-LINE.
           IF CS-LOT-NUMBER = 0
               DISPLAY "Loose stems, not in a listed lot: "
           ELSE
               DISPLAY "Lot " CS-LOT-NUMBER " received "
                   CS-RECEIVED-DATE ": "
           END-IF.
           MOVE 0 TO WS-COUNTED-ENTRY.
           DISPLAY "Stems counted (0 if none): ".
           ACCEPT WS-COUNTED-ENTRY.
           MOVE WS-COUNTED-ENTRY TO CS-COUNTED-QTY.
           SET CS-IS-COUNTED TO TRUE.
           MOVE WS-CLERK-ID TO CS-COUNTED-BY.
           REWRITE COUNT-SHEET-RECORD
               INVALID KEY
                   DISPLAY "Unable to update count line "
                       CS-FLOWER-CODE " " CS-LOT-NUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-LINES-KEYED
           END-REWRITE.

      *> ------------------------------------------------------------
      *> Step 3: counted against book, in stems and in dollars at
      *> the lot's cost. Reads only; nothing is posted here.
      *> ------------------------------------------------------------
       PRINT-VARIANCE-REPORT.
           MOVE SPACES TO WS-SAVE-FLOWER-CODE.
           MOVE 0 TO WS-FLOWER-VAR-QTY.
           MOVE 0 TO WS-FLOWER-VAR-AMT.
           MOVE 0 TO WS-TOTAL-SHORT-QTY.
           MOVE 0 TO WS-TOTAL-OVER-QTY.
           MOVE 0 TO WS-TOTAL-SHORT-AMT.
           MOVE 0 TO WS-TOTAL-OVER-AMT.
           MOVE 0 TO WS-UNCOUNTED-LINE-COUNT.
           MOVE LOW-VALUES TO CS-COUNT-KEY.
           START COUNT-SHEET-FILE KEY IS NOT LESS THAN CS-COUNT-KEY
               INVALID KEY
                   MOVE "10" TO WS-CS-STATUS
           END-START.
           PERFORM UNTIL WS-CS-STATUS NOT = "00"
               READ COUNT-SHEET-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-CS-STATUS
                   NOT AT END
                       IF CS-IS-OPEN
                           PERFORM REPORT-ONE-VARIANCE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-CS-STATUS.
           IF WS-SAVE-FLOWER-CODE = SPACES
               DISPLAY "No count is open. Start one first."
               EXIT PARAGRAPH
           END-IF.
           PERFORM PRINT-FLOWER-VARIANCE-TOTAL.
           COMPUTE WS-TOTAL-NET-AMT =
               WS-TOTAL-OVER-AMT + WS-TOTAL-SHORT-AMT.
           DISPLAY " ".
           DISPLAY "----------------------------------------------".
           MOVE WS-TOTAL-SHORT-QTY TO WS-ED-VAR-QTY.
           MOVE WS-TOTAL-SHORT-AMT TO WS-ED-VAR-AMT.
           DISPLAY "Stems short:  " WS-ED-VAR-QTY "   $" WS-ED-VAR-AMT.
           MOVE WS-TOTAL-OVER-QTY TO WS-ED-VAR-QTY.
           MOVE WS-TOTAL-OVER-AMT TO WS-ED-VAR-AMT.
           DISPLAY "Stems over:   " WS-ED-VAR-QTY "   $" WS-ED-VAR-AMT.
           MOVE WS-TOTAL-NET-AMT TO WS-ED-VAR-AMT.
           DISPLAY "Net variance at cost:       $" WS-ED-VAR-AMT.
           IF WS-UNCOUNTED-LINE-COUNT > 0
               DISPLAY "Lines not yet counted: " WS-UNCOUNTED-LINE-COUNT
                   " (the count cannot be posted until they are)"
           END-IF.
           DISPLAY "----------------------------------------------".

       REPORT-ONE-VARIANCE-LINE.
           IF CS-FLOWER-CODE NOT = WS-SAVE-FLOWER-CODE
               IF WS-SAVE-FLOWER-CODE = SPACES
                   DISPLAY " "
                   DISPLAY "---------- COUNT VARIANCE, COUNT OF "
                       CS-COUNT-DATE " ----------"
               ELSE
                   PERFORM PRINT-FLOWER-VARIANCE-TOTAL
               END-IF
               DISPLAY " "
               DISPLAY CS-FLOWER-CODE " " CS-FLOWER-NAME
               DISPLAY "  Lot       Book  Counted  Variance   Cost"
                   "   Variance $"
               MOVE CS-FLOWER-CODE TO WS-SAVE-FLOWER-CODE
               MOVE 0 TO WS-FLOWER-VAR-QTY
               MOVE 0 TO WS-FLOWER-VAR-AMT
           END-IF.
           MOVE CS-SYSTEM-QTY TO WS-ED-QTY.
           MOVE CS-UNIT-COST TO WS-ED-COST.
           IF NOT CS-IS-COUNTED
               ADD 1 TO WS-UNCOUNTED-LINE-COUNT
               DISPLAY "  " CS-LOT-NUMBER " " WS-ED-QTY
                   "  NOT COUNTED"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-VARIANCE-QTY = CS-COUNTED-QTY - CS-SYSTEM-QTY.
           COMPUTE WS-VARIANCE-AMT ROUNDED =
               WS-VARIANCE-QTY * CS-UNIT-COST.
           ADD WS-VARIANCE-QTY TO WS-FLOWER-VAR-QTY.
           ADD WS-VARIANCE-AMT TO WS-FLOWER-VAR-AMT.
           IF WS-VARIANCE-QTY < 0
               ADD WS-VARIANCE-QTY TO WS-TOTAL-SHORT-QTY
               ADD WS-VARIANCE-AMT TO WS-TOTAL-SHORT-AMT
           ELSE
               ADD WS-VARIANCE-QTY TO WS-TOTAL-OVER-QTY
               ADD WS-VARIANCE-AMT TO WS-TOTAL-OVER-AMT
           END-IF.
           MOVE WS-VARIANCE-QTY TO WS-ED-VAR-QTY.
           MOVE WS-VARIANCE-AMT TO WS-ED-VAR-AMT.
           DISPLAY "  " CS-LOT-NUMBER " " WS-ED-QTY "    "
               CS-COUNTED-QTY " " WS-ED-VAR-QTY " " WS-ED-COST " "
               WS-ED-VAR-AMT.

       PRINT-FLOWER-VARIANCE-TOTAL.
           MOVE WS-FLOWER-VAR-QTY TO WS-ED-VAR-QTY.
           MOVE WS-FLOWER-VAR-AMT TO WS-ED-VAR-AMT.
           DISPLAY "  Flower total           " WS-ED-VAR-QTY
               "          " WS-ED-VAR-AMT.

      *> ------------------------------------------------------------
      *> Step 4: post the approved count. Every line must be keyed
      *> first; the variance report is shown again and a manager
      *> signs for it before anything moves.
      *> ------------------------------------------------------------
       POST-THE-COUNT.
           PERFORM SCAN-OPEN-COUNT.
           IF WS-OPEN-LINE-COUNT = 0
               DISPLAY "No count is open to post."
               EXIT PARAGRAPH
           END-IF.
           IF WS-UNCOUNTED-LINE-COUNT > 0
               DISPLAY WS-UNCOUNTED-LINE-COUNT " lines have not been"
                   " counted. Key them (0 for an empty bucket)"
                   " before posting."
               EXIT PARAGRAPH
           END-IF.
           PERFORM PRINT-VARIANCE-REPORT.
           DISPLAY "Post these adjustments to stock? (Y/N): ".
           ACCEPT WS-POST-RESPONSE.
           IF WS-POST-RESPONSE NOT = "Y" AND WS-POST-RESPONSE NOT = "y"
               DISPLAY "Nothing posted."
               EXIT PARAGRAPH
           END-IF.
           PERFORM AUTHORIZE-POSTING.
           IF NOT WS-PIN-ACCEPTED
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-SNAPSHOT-BASELINE.
           OPEN EXTEND INVENTORY-ADJUST-FILE.
           IF WS-IA-STATUS = "35"
               OPEN OUTPUT INVENTORY-ADJUST-FILE
           END-IF.
           MOVE 0 TO WS-LINES-ADJUSTED.
           MOVE 0 TO WS-LINES-NOT-POSTED.
           MOVE LOW-VALUES TO CS-COUNT-KEY.
           START COUNT-SHEET-FILE KEY IS NOT LESS THAN CS-COUNT-KEY
               INVALID KEY
                   MOVE "10" TO WS-CS-STATUS
           END-START.
           PERFORM UNTIL WS-CS-STATUS NOT = "00"
               READ COUNT-SHEET-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-CS-STATUS
                   NOT AT END
                       IF CS-IS-OPEN
                           PERFORM POST-ONE-COUNT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-CS-STATUS.
           CLOSE INVENTORY-ADJUST-FILE.
           DISPLAY "Count posted. Lines adjusted: " WS-LINES-ADJUSTED.
           IF WS-LINES-NOT-POSTED > 0
               DISPLAY WS-LINES-NOT-POSTED " lines could not be posted"
                   " and are still open. Post the count again."
           END-IF.
           IF WS-BASELINE-CUT AND WS-LINES-ADJUSTED > 0
               DISPLAY "Today's close-out snapshot was moved to match."
           END-IF.

      *> As for a void at the returns desk: a manager keys their ID
      *> and PIN, and is named on every adjustment journaled.
       AUTHORIZE-POSTING.
           DISPLAY "Posting a count needs a manager.".
           PERFORM AUTHORIZE-MANAGER.
           IF NOT WS-PIN-ACCEPTED
               DISPLAY "Manager ID or PIN not accepted. Nothing"
                   " posted."
           END-IF.

       AUTHORIZE-MANAGER.
           MOVE SPACES TO WS-APPROVING-MANAGER-ID.
           DISPLAY "Manager ID: ".
           ACCEPT WS-PIN-EMPLOYEE-ID.
           DISPLAY "Manager PIN: ".
           ACCEPT WS-PIN-ENTRY.
           PERFORM VERIFY-EMPLOYEE-PIN.
           IF WS-PIN-ACCEPTED AND NOT EM-IS-MANAGER
               MOVE "N" TO WS-PIN-ACCEPTED-SW
           END-IF.
           IF WS-PIN-ACCEPTED
               MOVE EM-EMPLOYEE-ID TO WS-APPROVING-MANAGER-ID
           END-IF.

      *> The close-out writes the snapshot dated with the business
      *> day it closed. A snapshot dated today or later means the
      *> baseline for the next audit has already been cut, so the
      *> adjustments must go into it too.
       CHECK-SNAPSHOT-BASELINE.
           MOVE "N" TO WS-BASELINE-CUT-SW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           OPEN INPUT FLOWER-SNAPSHOT-FILE.
           IF WS-SN-STATUS = "00"
               READ FLOWER-SNAPSHOT-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SN-SNAPSHOT-DATE >= WS-SYS-DATE
                           SET WS-BASELINE-CUT TO TRUE
                       END-IF
               END-READ
               CLOSE FLOWER-SNAPSHOT-FILE
           END-IF.

      *> A line whose variance could not be applied stays open, so
      *> posting the count again picks it up.
       POST-ONE-COUNT-LINE.
           COMPUTE WS-VARIANCE-QTY = CS-COUNTED-QTY - CS-SYSTEM-QTY.
           SET WS-VARIANCE-APPLIED TO TRUE.
           IF WS-VARIANCE-QTY NOT = 0
               PERFORM ASK-REASON-CODE
               MOVE WS-REASON-ENTRY TO CS-REASON-CODE
               PERFORM APPLY-COUNT-VARIANCE
           END-IF.
           IF NOT WS-VARIANCE-APPLIED
               ADD 1 TO WS-LINES-NOT-POSTED
               EXIT PARAGRAPH
           END-IF.
           SET CS-IS-POSTED TO TRUE.
           REWRITE COUNT-SHEET-RECORD
               INVALID KEY
                   DISPLAY "Unable to mark count line "
                       CS-FLOWER-CODE " " CS-LOT-NUMBER " posted."
           END-REWRITE.

       ASK-REASON-CODE.
           MOVE WS-VARIANCE-QTY TO WS-ED-VAR-QTY.
           DISPLAY CS-FLOWER-CODE " lot " CS-LOT-NUMBER ": variance "
               WS-ED-VAR-QTY.
           MOVE SPACES TO WS-REASON-ENTRY.
           PERFORM UNTIL WS-REASON-ENTRY = "UNR"
                   OR WS-REASON-ENTRY = "UNX"
                   OR WS-REASON-ENTRY = "RCV"
                   OR WS-REASON-ENTRY = "FND"
               DISPLAY "Enter the reason code (UNR waste not entered,"
                   " UNX unexplained, RCV receiving error,"
                   " FND found stock): "
               ACCEPT WS-REASON-ENTRY
               IF WS-REASON-ENTRY NOT = "UNR"
                       AND WS-REASON-ENTRY NOT = "UNX"
                       AND WS-REASON-ENTRY NOT = "RCV"
                       AND WS-REASON-ENTRY NOT = "FND"
                   DISPLAY "Invalid reason code. Please try again."
               END-IF
           END-PERFORM.

      *> The lot takes the difference first, stopping at zero; what
      *> the lot actually moved is what the master moves, so lots and
      *> master keep footing. Loose stems found go onto the flower's
      *> newest lot; loose stems missing come off the master only,
      *> since they were never in a lot. The lot is read first to
      *> size the move but rewritten only once the master has taken
      *> it, so a flower that cannot be updated leaves both as they
      *> were.
       APPLY-COUNT-VARIANCE.
           MOVE "N" TO WS-VARIANCE-APPLIED-SW.
           MOVE CS-FLOWER-CODE TO FM-FLOWER-CODE.
           PERFORM READ-FLOWER-WITH-LOCK.
           IF WS-FM-STATUS NOT = "00"
               DISPLAY "Unable to update stock for " CS-FLOWER-CODE
                   ". The line is left open to post again."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-VARIANCE-QTY TO WS-APPLIED-QTY.
           MOVE CS-LOT-NUMBER TO WS-NEWEST-LOT-NUMBER.
           IF CS-LOT-NUMBER = 0 AND WS-VARIANCE-QTY > 0
               PERFORM FIND-NEWEST-LOT
           END-IF.
           IF WS-NEWEST-LOT-NUMBER NOT = 0
               MOVE WS-NEWEST-LOT-NUMBER TO LOT-NUMBER
               READ FLOWER-LOT-FILE
                   INVALID KEY
                       DISPLAY "Lot " LOT-NUMBER " is no longer on"
                           " file; the master alone is adjusted."
                       MOVE 0 TO WS-NEWEST-LOT-NUMBER
                   NOT INVALID KEY
                       COMPUTE WS-NEW-QTY =
                           LOT-QTY-REMAINING + WS-VARIANCE-QTY
                       IF WS-NEW-QTY < 0
                           COMPUTE WS-APPLIED-QTY =
                               0 - LOT-QTY-REMAINING
                       END-IF
               END-READ
           END-IF.

           COMPUTE WS-NEW-QTY = FM-QTY-ON-HAND + WS-APPLIED-QTY.
           IF WS-NEW-QTY < 0
               COMPUTE WS-APPLIED-QTY = 0 - FM-QTY-ON-HAND
               MOVE 0 TO WS-NEW-QTY
           END-IF.
           MOVE WS-NEW-QTY TO FM-QTY-ON-HAND.
           REWRITE FLOWER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Unable to update stock for "
                       FM-FLOWER-CODE
               NOT INVALID KEY
                   SET WS-VARIANCE-APPLIED TO TRUE
           END-REWRITE.
           UNLOCK FLOWER-MASTER-FILE.
           IF NOT WS-VARIANCE-APPLIED
               EXIT PARAGRAPH
           END-IF.
      *> The lot read above is still in the record area.
           IF WS-NEWEST-LOT-NUMBER NOT = 0
               ADD WS-APPLIED-QTY TO LOT-QTY-REMAINING
               REWRITE FLOWER-LOT-RECORD
                   INVALID KEY
                       DISPLAY "Unable to update lot " LOT-NUMBER
               END-REWRITE
           END-IF.

           IF WS-BASELINE-CUT
               PERFORM REBASE-SNAPSHOT
           END-IF.
           PERFORM APPEND-ADJUSTMENT-JOURNAL.
           ADD 1 TO WS-LINES-ADJUSTED.
           MOVE WS-APPLIED-QTY TO WS-ED-VAR-QTY.
           DISPLAY WS-ED-VAR-QTY " " CS-FLOWER-CODE " adjusted. On"
               " hand is now " FM-QTY-ON-HAND.

       FIND-NEWEST-LOT.
           MOVE 0 TO WS-NEWEST-LOT-NUMBER.
           MOVE CS-FLOWER-CODE TO LOT-FLOWER-CODE.
           START FLOWER-LOT-FILE KEY IS = LOT-FLOWER-CODE
               INVALID KEY
                   MOVE "23" TO WS-LOT-STATUS
           END-START.
           PERFORM UNTIL WS-LOT-STATUS NOT = "00"
               READ FLOWER-LOT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-LOT-STATUS
                   NOT AT END
                       IF LOT-FLOWER-CODE NOT = CS-FLOWER-CODE
                           MOVE "10" TO WS-LOT-STATUS
                       ELSE
                           IF LOT-NUMBER > WS-NEWEST-LOT-NUMBER
                               MOVE LOT-NUMBER TO WS-NEWEST-LOT-NUMBER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-LOT-STATUS.

      *> Locked read of the flower record keyed by FM-FLOWER-CODE,
      *> retried while a register holds the record (a lock-denied
      *> read, status 51, takes neither READ branch). The caller
      *> tests WS-FM-STATUS for "00".
       READ-FLOWER-WITH-LOCK.
           READ FLOWER-MASTER-FILE WITH LOCK
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-FM-STATUS = "51"
               DISPLAY "Waiting for a register to finish..."
               PERFORM UNTIL WS-FM-STATUS NOT = "51"
                   READ FLOWER-MASTER-FILE WITH LOCK
                       INVALID KEY
                           CONTINUE
                   END-READ
               END-PERFORM
           END-IF.

      *> Moves the flower's snapshot quantity by what was applied, so
      *> the baseline the next audit starts from is the counted stock.
       REBASE-SNAPSHOT.
           MOVE "N" TO WS-SNAPSHOT-FOUND-SW.
           OPEN I-O FLOWER-SNAPSHOT-FILE.
           IF WS-SN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-SN-STATUS NOT = "00" OR WS-SNAPSHOT-FOUND
               READ FLOWER-SNAPSHOT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-SN-STATUS
                   NOT AT END
                       IF SN-FLOWER-CODE = CS-FLOWER-CODE
                           SET WS-SNAPSHOT-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SNAPSHOT-FOUND
               COMPUTE WS-NEW-QTY = SN-QTY-ON-HAND + WS-APPLIED-QTY
               IF WS-NEW-QTY < 0
                   MOVE 0 TO WS-NEW-QTY
               END-IF
               MOVE WS-NEW-QTY TO SN-QTY-ON-HAND
               REWRITE FLOWER-SNAPSHOT-RECORD
           END-IF.
           CLOSE FLOWER-SNAPSHOT-FILE.

       APPEND-ADJUSTMENT-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-SYS-DATE TO IA-ADJUST-DATE.
           MOVE WS-SYS-TIME TO IA-ADJUST-TIME.
           MOVE CS-FLOWER-CODE TO IA-FLOWER-CODE.
           MOVE WS-NEWEST-LOT-NUMBER TO IA-LOT-NUMBER.
           MOVE CS-COUNT-DATE TO IA-COUNT-DATE.
           MOVE CS-SYSTEM-QTY TO IA-SYSTEM-QTY.
           MOVE CS-COUNTED-QTY TO IA-COUNTED-QTY.
           MOVE WS-APPLIED-QTY TO IA-ADJUST-QTY.
           MOVE CS-UNIT-COST TO IA-UNIT-COST.
           MOVE CS-REASON-CODE TO IA-REASON-CODE.
           MOVE CS-COUNTED-BY TO IA-COUNTED-BY.
           MOVE WS-APPROVING-MANAGER-ID TO IA-APPROVED-BY.
           IF WS-BASELINE-CUT
               MOVE "Y" TO IA-BASELINE-FLAG
           ELSE
               MOVE "N" TO IA-BASELINE-FLAG
           END-IF.
           WRITE INVENTORY-ADJUST-RECORD.
