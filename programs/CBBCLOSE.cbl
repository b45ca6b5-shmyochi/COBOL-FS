               RECORD KEY IS HO-QUOTE-NUMBER
               FILE STATUS IS WS-HO-STATUS.

           SELECT WORK-TICKET-FILE ASSIGN TO "WORKTKT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WT-TICKET-KEY
               FILE STATUS IS WS-WT-STATUS.

      *> One compact row per flower code per business date, posted
      *> as each date is archived, so the trend report (CBBTREND)
      *> never has to open a shelf of archives.
       FD  HELD-ORDER-FILE.
           COPY "HELDORD.cpy".

       FD  WORK-TICKET-FILE.
           COPY "WORKTKT.cpy".

       FD  SALES-HISTORY-FILE.
           COPY "SALESHST.cpy".

       01 WS-SN-STATUS PIC XX.
       01 WS-HO-STATUS PIC XX.
       01 WS-SH-STATUS PIC XX.
       01 WS-WT-STATUS PIC XX.
       01 WS-TICKET-CUTOFF-DATE PIC 9(8) VALUE 0.
       01 WS-PURGED-TICKET-COUNT PIC 9(4) VALUE 0.
       01 WS-QUOTE-CUTOFF-DATE PIC 9(8) VALUE 0.
       01 WS-CUTOFF-DAY-NUMBER PIC 9(8) VALUE 0.
       01 WS-PURGED-QUOTE-COUNT PIC 9(4) VALUE 0.
           PERFORM POST-SALES-HISTORY.
           PERFORM SNAPSHOT-FLOWER-MASTER.
           PERFORM PURGE-STALE-QUOTES.
           PERFORM PURGE-FINISHED-TICKETS.
           PERFORM LOG-CLOSE-PHASE-C.

           DISPLAY "Close of business for " WS-BUSINESS-DATE
      *> Sales add and returns subtract, so the history carries net
      *> movement per code per date. Deposits (no lines) fall
      *> through the loop; booking reservations and un-reservations
      *> are not sales and are skipped outright, as are outgoing
      *> relays and returns against them, which a partner shop fills
      *> from its own stock.
       TALLY-SALES-HISTORY.
           IF OT-IS-RESERVE OR OT-IS-UNRESERVE OR OT-IS-RELAY-OUT
               CONTINUE
           ELSE
               IF OT-IS-RETURN
                   DISPLAY "Stale quotes purged: "
                       WS-PURGED-QUOTE-COUNT
               END-IF
           END-IF.

      *> Work tickets picked up, loaded or cancelled more than 30 days
      *> ago have no further use in the design room.
       PURGE-FINISHED-TICKETS.
           OPEN I-O WORK-TICKET-FILE.
           IF WS-WT-STATUS NOT = "00"
               CONTINUE
           ELSE
               COMPUTE WS-CUTOFF-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) - 30
               COMPUTE WS-TICKET-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CUTOFF-DAY-NUMBER)
               MOVE LOW-VALUES TO WT-TICKET-KEY
               START WORK-TICKET-FILE KEY IS NOT LESS THAN
                       WT-TICKET-KEY
                   INVALID KEY
                       MOVE "10" TO WS-WT-STATUS
               END-START
               PERFORM UNTIL WS-WT-STATUS NOT = "00"
                   READ WORK-TICKET-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-WT-STATUS
                       NOT AT END
                           IF (WT-IS-DONE OR WT-IS-CANCELLED)
                                   AND WT-STATUS-DATE
                                       < WS-TICKET-CUTOFF-DATE
                               DELETE WORK-TICKET-FILE RECORD
                                   INVALID KEY
                                       DISPLAY "Unable to purge ticket "
                                           WT-TICKET-KEY
                               END-DELETE
                               ADD 1 TO WS-PURGED-TICKET-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-TICKET-FILE
               IF WS-PURGED-TICKET-COUNT > 0
                   DISPLAY "Finished work tickets purged: "
                       WS-PURGED-TICKET-COUNT
               END-IF
           END-IF.
