      *> refunds and paid-outs, plus paid-ins, and prints the
      *> over/short. Sessions stay on DRAWSESS.DAT for audit.
      *>
      *> The deposit on a booking cancelled in CBBBOOK is refunded
      *> here as a paid-out marked DEPOSIT REFUND with the booking
      *> number, so the ledger export takes it off deposits held
      *> rather than booking it as an expense. It is checked against
      *> what the booking took and what has been refunded already.
      *>
      *> Close the drawer BEFORE running the close-of-business job:
      *> the expected-cash figure is totalled from the live sales
      *> file, which CBBCLOSE empties for the next day.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OT-STATUS.

      *> Read-only: a paid-out needs a manager's ID and PIN.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EM-STATUS.

      *> Read-only: a deposit refund is checked against the booking.
           SELECT BOOKED-ORDER-FILE ASSIGN TO "BOOKORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-BOOKING-NUMBER
               FILE STATUS IS WS-BK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRAWER-SESSION-FILE.
       FD  ORDER-TRANS-FILE.
           COPY "ORDTRANS.cpy".

       FD  EMPLOYEE-MASTER-FILE.
           COPY "EMPMAST.cpy".

       FD  BOOKED-ORDER-FILE.
           COPY "BOOKORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-DS-STATUS PIC XX.
       01 WS-DJ-STATUS PIC XX.
       01 WS-OT-STATUS PIC XX.
       01 WS-EM-STATUS PIC XX.
       01 WS-BK-STATUS PIC XX.
       01 WS-MENU-CHOICE PIC X.
       01 WS-REGISTER-ID PIC X(4).
       01 WS-ED-AMOUNT PIC ZZZ,ZZ9.99.
       01 WS-EXPECTED-CASH PIC S9(6)V99 VALUE 0.
       01 WS-OVER-SHORT PIC S9(6)V99 VALUE 0.

      *> Refunding a cancelled booking's deposit.
       01 WS-DEPOSIT-REFUND-RESPONSE PIC X.
       01 WS-BOOKING-ENTRY PIC 9(8) VALUE 0.
       01 WS-DEPOSIT-REFUND-REASON PIC X(30).
       01 WS-DEPOSIT-REFUNDED PIC 9(6)V99 VALUE 0.
       01 WS-DEPOSIT-REFUNDABLE PIC 9(6)V99 VALUE 0.

      *> Manager authorization for a paid-out.
       01 WS-AUTHORIZED-BY PIC X(6) VALUE SPACES.
       01 WS-PIN-EMPLOYEE-ID PIC X(6) VALUE SPACES.
       01 WS-PIN-ENTRY PIC X(4) VALUE SPACES.
       01 WS-PIN-ACCEPTED-SW PIC X VALUE "N".
           88 WS-PIN-ACCEPTED VALUE "Y".

       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-DATE-TIME-FIELDS REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-SYS-DATE PIC 9(8).
           END-IF.

       RECORD-PAID-OUT.
           MOVE "N" TO WS-PIN-ACCEPTED-SW.
           PERFORM READ-TODAYS-SESSION.
           IF WS-DS-STATUS NOT = "00" OR NOT DS-SESSION-OPEN
               DISPLAY "Open the drawer for today first."
           ELSE
               PERFORM AUTHORIZE-PAID-OUT
           END-IF.
           IF WS-PIN-ACCEPTED
               DISPLAY "Refund of a cancelled booking's deposit? (Y/N): "
               ACCEPT WS-DEPOSIT-REFUND-RESPONSE
               IF WS-DEPOSIT-REFUND-RESPONSE = "Y"
                       OR WS-DEPOSIT-REFUND-RESPONSE = "y"
                   PERFORM ACCEPT-DEPOSIT-REFUND
               ELSE
                   PERFORM ACCEPT-MOVEMENT-ENTRY
               END-IF
               IF WS-ENTRY-AMOUNT > 0
                   PERFORM APPEND-JOURNAL-OUT
                   ADD WS-ENTRY-AMOUNT TO DS-PAID-OUT-TOTAL
               END-IF
           END-IF.

      *> Cash leaving the till on a paid-out needs a manager's ID and
      *> PIN; the manager is journaled with the movement.
       AUTHORIZE-PAID-OUT.
           MOVE "N" TO WS-PIN-ACCEPTED-SW.
           MOVE SPACES TO WS-AUTHORIZED-BY.
           DISPLAY "A paid-out needs a manager. Manager ID: ".
           ACCEPT WS-PIN-EMPLOYEE-ID.
           DISPLAY "Manager PIN: ".
           ACCEPT WS-PIN-ENTRY.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EM-STATUS = "00"
               MOVE WS-PIN-EMPLOYEE-ID TO EM-EMPLOYEE-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EM-IS-MANAGER AND EM-IS-ACTIVE
                               AND EM-PIN = WS-PIN-ENTRY
                               AND WS-PIN-ENTRY NOT = SPACES
                           SET WS-PIN-ACCEPTED TO TRUE
                           MOVE EM-EMPLOYEE-ID TO WS-AUTHORIZED-BY
                       END-IF
               END-READ
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
           IF NOT WS-PIN-ACCEPTED
               DISPLAY "Manager ID or PIN not accepted. No paid-out."
           END-IF.

       RECORD-PAID-IN.
           MOVE SPACES TO WS-AUTHORIZED-BY.
           PERFORM READ-TODAYS-SESSION.
           IF WS-DS-STATUS NOT = "00" OR NOT DS-SESSION-OPEN
               DISPLAY "Open the drawer for today first."
           ELSE
               DISPLAY "Enter the reason (e.g. RIBBON RUN): "
               ACCEPT WS-ENTRY-REASON
               IF WS-ENTRY-REASON(1:14) = "DEPOSIT REFUND"
                   DISPLAY "Answer Y to the deposit refund question"
                       " for a booking deposit. Nothing recorded."
                   MOVE 0 TO WS-ENTRY-AMOUNT
               END-IF
           END-IF.

      *> Only a cancelled booking's deposit is refunded, and never
      *> more than it took less what earlier deposit refunds for the
      *> same booking already paid out of a drawer.
       ACCEPT-DEPOSIT-REFUND.
           MOVE 0 TO WS-ENTRY-AMOUNT.
           DISPLAY "Enter the booking number: ".
           ACCEPT WS-BOOKING-ENTRY.
           OPEN INPUT BOOKED-ORDER-FILE.
           IF WS-BK-STATUS NOT = "00"
               DISPLAY "Unable to open " "BOOKORD.DAT" " - status "
                   WS-BK-STATUS ". Nothing recorded."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BOOKING-ENTRY TO BK-BOOKING-NUMBER.
           READ BOOKED-ORDER-FILE
               INVALID KEY
                   MOVE "23" TO WS-BK-STATUS
           END-READ.
           CLOSE BOOKED-ORDER-FILE.
           IF WS-BK-STATUS NOT = "00"
               DISPLAY "Booking " WS-BOOKING-ENTRY " is not on file."
                   " Nothing recorded."
               EXIT PARAGRAPH
           END-IF.
           IF NOT BK-IS-CANCELLED
               DISPLAY "Booking " WS-BOOKING-ENTRY " is not cancelled;"
                   " cancel it in CBBBOOK first. Nothing recorded."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-DEPOSIT-REFUND-REASON.
           STRING "DEPOSIT REFUND " DELIMITED BY SIZE
               BK-BOOKING-NUMBER DELIMITED BY SIZE
               INTO WS-DEPOSIT-REFUND-REASON.
           PERFORM TALLY-DEPOSIT-REFUNDED.
           COMPUTE WS-DEPOSIT-REFUNDABLE =
               BK-DEPOSIT-PAID - WS-DEPOSIT-REFUNDED.
           IF BK-DEPOSIT-PAID <= WS-DEPOSIT-REFUNDED
               DISPLAY "The deposit on booking " WS-BOOKING-ENTRY
                   " has already been refunded. Nothing recorded."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DEPOSIT-REFUNDABLE TO WS-ED-AMOUNT.
           DISPLAY "Deposit refundable: $" WS-ED-AMOUNT.
           DISPLAY "Enter the amount to refund (Enter for all): ".
           ACCEPT WS-ENTRY-AMOUNT.
           IF WS-ENTRY-AMOUNT = 0
               MOVE WS-DEPOSIT-REFUNDABLE TO WS-ENTRY-AMOUNT
           END-IF.
           IF WS-ENTRY-AMOUNT > WS-DEPOSIT-REFUNDABLE
               DISPLAY "More than the deposit left to refund."
                   " Nothing recorded."
               MOVE 0 TO WS-ENTRY-AMOUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DEPOSIT-REFUND-REASON TO WS-ENTRY-REASON.

       TALLY-DEPOSIT-REFUNDED.
           MOVE 0 TO WS-DEPOSIT-REFUNDED.
           OPEN INPUT DRAWER-JOURNAL-FILE.
           IF WS-DJ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-DJ-STATUS NOT = "00"
               READ DRAWER-JOURNAL-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-DJ-STATUS
                   NOT AT END
                       IF DJ-PAID-OUT
                               AND DJ-REASON = WS-DEPOSIT-REFUND-REASON
                           ADD DJ-AMOUNT TO WS-DEPOSIT-REFUNDED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DRAWER-JOURNAL-FILE.

       APPEND-JOURNAL-OUT.
           SET DJ-PAID-OUT TO TRUE.
           MOVE WS-SYS-TIME TO DJ-ENTRY-TIME.
           MOVE WS-ENTRY-AMOUNT TO DJ-AMOUNT.
           MOVE WS-ENTRY-REASON TO DJ-REASON.
           MOVE WS-AUTHORIZED-BY TO DJ-AUTHORIZED-BY.
           OPEN EXTEND DRAWER-JOURNAL-FILE.
           IF WS-DJ-STATUS = "35"
               OPEN OUTPUT DRAWER-JOURNAL-FILE
