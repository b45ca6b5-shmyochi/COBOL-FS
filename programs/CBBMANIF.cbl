      *> status file, then builds the manifest from every status
      *> record still undelivered and due by the requested date -
      *> so a delivery that failed yesterday is automatically carried
      *> onto today's route. Dispatch then gives each delivery zone on
      *> the manifest to a driver, and one route sheet prints per
      *> driver, grouped by zone and then by requested delivery time.
      *> The driver checks each stop off afterwards in CBBDLVCK. Each
      *> stop is checked against its design-room work ticket
      *> (WORKTKT.DAT, kept by CBBTICKT) and flagged if the piece is
      *> not made yet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS DV-ORDER-NUMBER
               FILE STATUS IS WS-DV-STATUS.

           SELECT WORK-TICKET-FILE ASSIGN TO "WORKTKT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WT-TICKET-KEY
               FILE STATUS IS WS-WT-STATUS.

      *> Read-only: drivers are checked against the employee master
      *> and zone names come off the zone table (CBBZONLD).
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EM-STATUS.

           SELECT DELIVERY-ZONE-FILE ASSIGN TO "DLVZONE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DZ-ZONE-KEY
               FILE STATUS IS WS-DZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-TRANS-FILE.
       FD  DELIVERY-STATUS-FILE.
           COPY "DLVSTAT.cpy".

       FD  WORK-TICKET-FILE.
           COPY "WORKTKT.cpy".

       FD  EMPLOYEE-MASTER-FILE.
           COPY "EMPMAST.cpy".

       FD  DELIVERY-ZONE-FILE.
           COPY "DLVZONE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OT-STATUS PIC XX.
       01 WS-DV-STATUS PIC XX.
       01 WS-WT-STATUS PIC XX.
       01 WS-EM-STATUS PIC XX.
       01 WS-DZ-STATUS PIC XX.
       01 WS-EMP-FILE-OPEN-SW PIC X VALUE "N".
           88 WS-EMP-FILE-OPEN VALUE "Y".
       01 WS-ZONE-FILE-OPEN-SW PIC X VALUE "N".
           88 WS-ZONE-FILE-OPEN VALUE "Y".
       01 WS-TICKET-FILE-OPEN-SW PIC X VALUE "N".
           88 WS-TICKET-FILE-OPEN VALUE "Y".
       01 WS-UNMADE-COUNT PIC 9(4) VALUE 0.
       01 WS-REQUESTED-DATE PIC 9(8).
       01 WS-CARRIED-COUNT PIC 9(4) VALUE 0.

               10 MFE-COD-AMOUNT-DUE  PIC 9(6)V99.
               10 MFE-DELIVERY-ADDRESS PIC X(40).
               10 MFE-DELIVERY-DATE   PIC 9(8).
      *> Route order: driver, then zone, then requested time.
               10 MFE-ROUTE-KEY.
                   15 MFE-DRIVER-ID       PIC X(6).
                   15 MFE-DELIVERY-ZONE   PIC X(10).
                   15 MFE-DELIVERY-TIME   PIC 9(6).
               10 MFE-RECIPIENT-NAME  PIC X(30).
               10 MFE-RECIPIENT-PHONE PIC X(10).
               10 MFE-RELAY-PARTNER-ID PIC X(10).
               10 MFE-BOOKING-NUMBER  PIC 9(8).

       01 WS-MANIFEST-FULL-SW PIC X VALUE "N".
           88 WS-MANIFEST-FULL-WARNED VALUE "Y".
           05 WS-SAVE-COD-AMOUNT-DUE  PIC 9(6)V99.
           05 WS-SAVE-DELIVERY-ADDRESS PIC X(40).
           05 WS-SAVE-DELIVERY-DATE   PIC 9(8).
           05 WS-SAVE-ROUTE-KEY.
               10 WS-SAVE-DRIVER-ID       PIC X(6).
               10 WS-SAVE-DELIVERY-ZONE   PIC X(10).
               10 WS-SAVE-DELIVERY-TIME   PIC 9(6).
           05 WS-SAVE-RECIPIENT-NAME  PIC X(30).
           05 WS-SAVE-RECIPIENT-PHONE PIC X(10).
           05 WS-SAVE-RELAY-PARTNER-ID PIC X(10).
           05 WS-SAVE-BOOKING-NUMBER  PIC 9(8).

      *> The zones on this manifest, each with its stop count and the
      *> driver dispatch gives it. A zone starts with the driver it
      *> had on the last run, so a rerun only needs Enter.
       01 ZONE-ASSIGNMENT-TABLE.
           05 WS-ZONE-COUNT PIC 9(3) VALUE 0.
           05 ZONE-ASSIGNMENT-ENTRY OCCURS 100 TIMES.
               10 ZAE-DELIVERY-ZONE   PIC X(10).
               10 ZAE-STOP-COUNT      PIC 9(4).
               10 ZAE-DRIVER-ID       PIC X(6).
       01 WS-ZONE-IDX PIC 9(3) VALUE 0.
       01 WS-ZONE-FOUND-SW PIC X VALUE "N".
           88 WS-ZONE-FOUND VALUE "Y".
       01 WS-ZONE-TABLE-FULL-SW PIC X VALUE "N".
           88 WS-ZONE-TABLE-FULL-WARNED VALUE "Y".
       01 WS-DRIVER-ENTRY PIC X(6).
       01 WS-DRIVER-ACCEPTED-SW PIC X VALUE "N".
           88 WS-DRIVER-ACCEPTED VALUE "Y".
       01 WS-ZONE-NAME PIC X(20).
       01 WS-DRIVER-NAME PIC X(30).

      *> Route sheet control breaks and per-driver totals.
       01 WS-CURRENT-DRIVER-ID PIC X(6).
       01 WS-CURRENT-ZONE PIC X(10).
       01 WS-SHEET-STOP-COUNT PIC 9(4) VALUE 0.
       01 WS-SHEET-COD-TOTAL PIC 9(7)V99 VALUE 0.
       01 WS-SHEET-COUNT PIC 9(3) VALUE 0.
       01 WS-UNASSIGNED-COUNT PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

           CLOSE ORDER-TRANS-FILE.

           PERFORM BUILD-MANIFEST-FROM-STATUS.
           PERFORM ASSIGN-ZONES-TO-DRIVERS.
           PERFORM SAVE-DRIVER-ASSIGNMENTS.
           CLOSE DELIVERY-STATUS-FILE.

           PERFORM SORT-MANIFEST-BY-ROUTE.
           OPEN INPUT WORK-TICKET-FILE.
           IF WS-WT-STATUS = "00"
               SET WS-TICKET-FILE-OPEN TO TRUE
           END-IF.
           PERFORM DISPLAY-MANIFEST.
           IF WS-TICKET-FILE-OPEN
               CLOSE WORK-TICKET-FILE
           END-IF.
           IF WS-EMP-FILE-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
           IF WS-ZONE-FILE-OPEN
               CLOSE DELIVERY-ZONE-FILE
           END-IF.

           STOP RUN.

               CLOSE DELIVERY-STATUS-FILE
               OPEN I-O DELIVERY-STATUS-FILE
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EM-STATUS = "00"
               SET WS-EMP-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT DELIVERY-ZONE-FILE.
           IF WS-DZ-STATUS = "00"
               SET WS-ZONE-FILE-OPEN TO TRUE
           END-IF.

      *> Every delivery order on the sales file is registered on the
      *> status file as open. One already registered keeps whatever
           END-IF.
           MOVE 0 TO DV-COD-COLLECTED.
           MOVE SPACES TO DV-COD-SETTLED-FLAG.
           MOVE OT-RECIPIENT-NAME TO DV-RECIPIENT-NAME.
           MOVE OT-RECIPIENT-PHONE TO DV-RECIPIENT-PHONE.
           IF OT-IS-RELAY-IN
               MOVE OT-RELAY-PARTNER-ID TO DV-RELAY-PARTNER-ID
           ELSE
               MOVE SPACES TO DV-RELAY-PARTNER-ID
           END-IF.
           MOVE OT-BOOKING-NUMBER TO DV-BOOKING-NUMBER.
           MOVE OT-DELIVERY-ZONE TO DV-DELIVERY-ZONE.
           MOVE SPACES TO DV-DRIVER-ID.
           WRITE DELIVERY-STATUS-RECORD
               INVALID KEY
                   CONTINUE
               MOVE DV-DELIVERY-ADDRESS TO MFE-DELIVERY-ADDRESS(WS-MANIFEST-COUNT)
               MOVE DV-DELIVERY-DATE TO MFE-DELIVERY-DATE(WS-MANIFEST-COUNT)
               MOVE DV-DELIVERY-TIME TO MFE-DELIVERY-TIME(WS-MANIFEST-COUNT)
               MOVE DV-DELIVERY-ZONE
                   TO MFE-DELIVERY-ZONE(WS-MANIFEST-COUNT)
               MOVE DV-DRIVER-ID TO MFE-DRIVER-ID(WS-MANIFEST-COUNT)
               MOVE DV-RECIPIENT-NAME TO MFE-RECIPIENT-NAME(WS-MANIFEST-COUNT)
               MOVE DV-RECIPIENT-PHONE
                   TO MFE-RECIPIENT-PHONE(WS-MANIFEST-COUNT)
               MOVE DV-RELAY-PARTNER-ID
                   TO MFE-RELAY-PARTNER-ID(WS-MANIFEST-COUNT)
               MOVE DV-BOOKING-NUMBER
                   TO MFE-BOOKING-NUMBER(WS-MANIFEST-COUNT)
           END-IF.

      *> ------------------------------------------------------------
      *> Dispatch: each zone on the manifest goes to one driver. The
      *> driver must be an active employee when the employee master
      *> is there to check; NONE leaves the zone unassigned. Stops
      *> with no zone are handed out together as one "zone".
      *> ------------------------------------------------------------
       ASSIGN-ZONES-TO-DRIVERS.
           MOVE 0 TO WS-ZONE-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MANIFEST-COUNT
               PERFORM FIND-OR-ADD-ZONE
           END-PERFORM.
           IF WS-ZONE-COUNT > 0
               DISPLAY " "
               DISPLAY "Assign each zone to a driver (Enter keeps the"
                   " driver shown, NONE leaves it unassigned)."
               PERFORM VARYING WS-ZONE-IDX FROM 1 BY 1
                       UNTIL WS-ZONE-IDX > WS-ZONE-COUNT
                   PERFORM ASK-ZONE-DRIVER
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MANIFEST-COUNT
               PERFORM VARYING WS-ZONE-IDX FROM 1 BY 1
                       UNTIL WS-ZONE-IDX > WS-ZONE-COUNT
                   IF ZAE-DELIVERY-ZONE(WS-ZONE-IDX) =
                           MFE-DELIVERY-ZONE(WS-IDX)
                       MOVE ZAE-DRIVER-ID(WS-ZONE-IDX)
                           TO MFE-DRIVER-ID(WS-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       FIND-OR-ADD-ZONE.
           MOVE "N" TO WS-ZONE-FOUND-SW.
           PERFORM VARYING WS-ZONE-IDX FROM 1 BY 1
                   UNTIL WS-ZONE-IDX > WS-ZONE-COUNT OR WS-ZONE-FOUND
               IF ZAE-DELIVERY-ZONE(WS-ZONE-IDX) =
                       MFE-DELIVERY-ZONE(WS-IDX)
                   SET WS-ZONE-FOUND TO TRUE
                   ADD 1 TO ZAE-STOP-COUNT(WS-ZONE-IDX)
                   IF ZAE-DRIVER-ID(WS-ZONE-IDX) = SPACES
                       MOVE MFE-DRIVER-ID(WS-IDX)
                           TO ZAE-DRIVER-ID(WS-ZONE-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-ZONE-FOUND
               IF WS-ZONE-COUNT >= 100
                   IF NOT WS-ZONE-TABLE-FULL-WARNED
                       DISPLAY "Zone table full (100 max); stops in"
                           " further zones go unassigned."
                       SET WS-ZONE-TABLE-FULL-WARNED TO TRUE
                   END-IF
                   MOVE SPACES TO MFE-DRIVER-ID(WS-IDX)
               ELSE
                   ADD 1 TO WS-ZONE-COUNT
                   MOVE MFE-DELIVERY-ZONE(WS-IDX)
                       TO ZAE-DELIVERY-ZONE(WS-ZONE-COUNT)
                   MOVE 1 TO ZAE-STOP-COUNT(WS-ZONE-COUNT)
                   MOVE MFE-DRIVER-ID(WS-IDX)
                       TO ZAE-DRIVER-ID(WS-ZONE-COUNT)
               END-IF
           END-IF.

       ASK-ZONE-DRIVER.
           MOVE ZAE-DELIVERY-ZONE(WS-ZONE-IDX) TO WS-CURRENT-ZONE.
           PERFORM LOOKUP-ZONE-NAME.
           MOVE "N" TO WS-DRIVER-ACCEPTED-SW.
           PERFORM UNTIL WS-DRIVER-ACCEPTED
               DISPLAY "Zone " WS-CURRENT-ZONE " " WS-ZONE-NAME " - "
                   ZAE-STOP-COUNT(WS-ZONE-IDX) " stops - driver ["
                   ZAE-DRIVER-ID(WS-ZONE-IDX) "]: "
               ACCEPT WS-DRIVER-ENTRY
               EVALUATE TRUE
                   WHEN WS-DRIVER-ENTRY = SPACES
                       SET WS-DRIVER-ACCEPTED TO TRUE
                   WHEN WS-DRIVER-ENTRY = "NONE"
                       MOVE SPACES TO ZAE-DRIVER-ID(WS-ZONE-IDX)
                       SET WS-DRIVER-ACCEPTED TO TRUE
                   WHEN NOT WS-EMP-FILE-OPEN
                       MOVE WS-DRIVER-ENTRY
                           TO ZAE-DRIVER-ID(WS-ZONE-IDX)
                       SET WS-DRIVER-ACCEPTED TO TRUE
                   WHEN OTHER
                       MOVE WS-DRIVER-ENTRY TO EM-EMPLOYEE-ID
                       READ EMPLOYEE-MASTER-FILE
                           INVALID KEY
                               DISPLAY "Employee " WS-DRIVER-ENTRY
                                   " is not on file."
                           NOT INVALID KEY
                               IF EM-IS-ACTIVE
                                   MOVE WS-DRIVER-ENTRY
                                       TO ZAE-DRIVER-ID(WS-ZONE-IDX)
                                   SET WS-DRIVER-ACCEPTED TO TRUE
                               ELSE
                                   DISPLAY "Employee " WS-DRIVER-ENTRY
                                       " is not active."
                               END-IF
                       END-READ
               END-EVALUATE
           END-PERFORM.

      *> The driver goes back on each stop's status record, so the
      *> next run (and a rerun today) starts from today's dispatch.
       SAVE-DRIVER-ASSIGNMENTS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MANIFEST-COUNT
               MOVE MFE-ORDER-NUMBER(WS-IDX) TO DV-ORDER-NUMBER
               READ DELIVERY-STATUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DV-DRIVER-ID NOT = MFE-DRIVER-ID(WS-IDX)
                           MOVE MFE-DRIVER-ID(WS-IDX) TO DV-DRIVER-ID
                           REWRITE DELIVERY-STATUS-RECORD
                               INVALID KEY
                                   DISPLAY "Unable to save the driver"
                                       " for order " DV-ORDER-NUMBER
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

       LOOKUP-ZONE-NAME.
           MOVE SPACES TO WS-ZONE-NAME.
           IF WS-CURRENT-ZONE = SPACES
               MOVE "(no zone)" TO WS-ZONE-NAME
           ELSE
               IF WS-ZONE-FILE-OPEN
                   MOVE WS-CURRENT-ZONE TO DZ-ZONE-KEY
                   READ DELIVERY-ZONE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE DZ-ZONE-NAME TO WS-ZONE-NAME
                   END-READ
               END-IF
           END-IF.

       LOOKUP-DRIVER-NAME.
           MOVE SPACES TO WS-DRIVER-NAME.
           IF WS-CURRENT-DRIVER-ID = SPACES
               MOVE "UNASSIGNED" TO WS-DRIVER-NAME
           ELSE
               IF WS-EMP-FILE-OPEN
                   MOVE WS-CURRENT-DRIVER-ID TO EM-EMPLOYEE-ID
                   READ EMPLOYEE-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EM-EMPLOYEE-NAME TO WS-DRIVER-NAME
                   END-READ
               END-IF
           END-IF.

       SORT-MANIFEST-BY-ROUTE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MANIFEST-COUNT - 1
               PERFORM VARYING WS-SWAP-IDX FROM 1 BY 1
                       UNTIL WS-SWAP-IDX > WS-MANIFEST-COUNT - WS-IDX
                   IF MFE-ROUTE-KEY(WS-SWAP-IDX) >
                           MFE-ROUTE-KEY(WS-SWAP-IDX + 1)
                       MOVE MANIFEST-ENTRY(WS-SWAP-IDX) TO WS-SAVE-ENTRY
                       MOVE MANIFEST-ENTRY(WS-SWAP-IDX + 1)
                           TO MANIFEST-ENTRY(WS-SWAP-IDX)
               END-PERFORM
           END-PERFORM.

      *> One route sheet per driver, unassigned stops on a sheet of
      *> their own; within a sheet a heading for each zone, stops in
      *> time order, and the sheet's stop count and COD to collect.
       DISPLAY-MANIFEST.
           DISPLAY " ".
           DISPLAY "------------- DELIVERY MANIFEST -------------".
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-MANIFEST-COUNT
                   IF WS-IDX = 1 OR MFE-DRIVER-ID(WS-IDX) NOT =
                           WS-CURRENT-DRIVER-ID
                       IF WS-IDX > 1
                           PERFORM DISPLAY-ROUTE-SHEET-TOTALS
                       END-IF
                       PERFORM DISPLAY-ROUTE-SHEET-HEADING
                   END-IF
                   IF WS-SHEET-STOP-COUNT = 0 OR MFE-DELIVERY-ZONE(WS-IDX)
                           NOT = WS-CURRENT-ZONE
                       MOVE MFE-DELIVERY-ZONE(WS-IDX) TO WS-CURRENT-ZONE
                       PERFORM LOOKUP-ZONE-NAME
                       DISPLAY " "
                       DISPLAY "  Zone " WS-CURRENT-ZONE " " WS-ZONE-NAME
                   END-IF
                   ADD 1 TO WS-SHEET-STOP-COUNT
                   ADD MFE-COD-AMOUNT-DUE(WS-IDX) TO WS-SHEET-COD-TOTAL
                   IF MFE-DRIVER-ID(WS-IDX) = SPACES
                       ADD 1 TO WS-UNASSIGNED-COUNT
                   END-IF
                   MOVE MFE-GRAND-TOTAL(WS-IDX) TO WS-ED-AMOUNT
                   DISPLAY "Time " MFE-DELIVERY-TIME(WS-IDX)
                       " Order " MFE-ORDER-NUMBER(WS-IDX)
                       " Customer " MFE-CUSTOMER-ID(WS-IDX)
                       " Total $" WS-ED-AMOUNT
                   DISPLAY "    Deliver to: " MFE-DELIVERY-ADDRESS(WS-IDX)
                   IF MFE-RECIPIENT-NAME(WS-IDX) NOT = SPACES
                       DISPLAY "    Recipient: " MFE-RECIPIENT-NAME(WS-IDX)
                           " " MFE-RECIPIENT-PHONE(WS-IDX)
                   END-IF
                   IF MFE-RELAY-PARTNER-ID(WS-IDX) NOT = SPACES
                       DISPLAY "    Relay order from "
                           MFE-RELAY-PARTNER-ID(WS-IDX)
                   END-IF
                   IF WS-TICKET-FILE-OPEN
                       PERFORM CHECK-STOP-WORK-TICKET
                   END-IF
                   IF MFE-COD-AMOUNT-DUE(WS-IDX) > 0
                       MOVE MFE-COD-AMOUNT-DUE(WS-IDX) TO WS-ED-AMOUNT
                       DISPLAY "    COLLECT ON DELIVERY: $"
                           WS-ED-AMOUNT
                   END-IF
               END-PERFORM
               PERFORM DISPLAY-ROUTE-SHEET-TOTALS
               DISPLAY " "
               DISPLAY WS-SHEET-COUNT " route sheets, "
                   WS-MANIFEST-COUNT " stops."
           END-IF.
           IF WS-UNASSIGNED-COUNT > 0
               DISPLAY " "
               DISPLAY "WARNING: " WS-UNASSIGNED-COUNT " stops on this"
                   " manifest have no driver."
           END-IF.
           IF WS-UNMADE-COUNT > 0
               DISPLAY " "
               DISPLAY "WARNING: " WS-UNMADE-COUNT " stops on this"
                   " manifest are not marked made in the design room."
           END-IF.
           DISPLAY "-----------------------------------------------".

       DISPLAY-ROUTE-SHEET-HEADING.
           MOVE MFE-DRIVER-ID(WS-IDX) TO WS-CURRENT-DRIVER-ID.
           PERFORM LOOKUP-DRIVER-NAME.
           MOVE 0 TO WS-SHEET-STOP-COUNT.
           MOVE 0 TO WS-SHEET-COD-TOTAL.
           ADD 1 TO WS-SHEET-COUNT.
           DISPLAY " ".
           DISPLAY "================ ROUTE SHEET ================".
           DISPLAY "Driver: " WS-CURRENT-DRIVER-ID " " WS-DRIVER-NAME.
           DISPLAY "Delivery date: " WS-REQUESTED-DATE.

       DISPLAY-ROUTE-SHEET-TOTALS.
           DISPLAY " ".
           MOVE WS-SHEET-COD-TOTAL TO WS-ED-AMOUNT.
           DISPLAY "Stops on this sheet: " WS-SHEET-STOP-COUNT
               "   COD to collect: $" WS-ED-AMOUNT.
           DISPLAY "=============================================".

      *> A booking pickup is built against the booking's ticket; any
      *> other stop against the sale's own.
       CHECK-STOP-WORK-TICKET.
           IF MFE-BOOKING-NUMBER(WS-IDX) NOT = 0
               SET WT-FROM-BOOKING TO TRUE
               MOVE MFE-BOOKING-NUMBER(WS-IDX) TO WT-SOURCE-NUMBER
           ELSE
               SET WT-FROM-SALE TO TRUE
               MOVE MFE-ORDER-NUMBER(WS-IDX) TO WT-SOURCE-NUMBER
           END-IF.
           READ WORK-TICKET-FILE
               INVALID KEY
                   DISPLAY "    *** NO WORK TICKET - CHECK WITH THE"
                       " DESIGN ROOM ***"
                   ADD 1 TO WS-UNMADE-COUNT
               NOT INVALID KEY
                   IF WT-IS-OPEN
                       DISPLAY "    *** WORK TICKET " WT-TICKET-KEY
                           " NOT MADE (status " WT-STATUS ") ***"
                       ADD 1 TO WS-UNMADE-COUNT
                   END-IF
           END-READ.
