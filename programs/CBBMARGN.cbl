           END-IF.

      *> Sales add, returns subtract; deposits and the booking stock
      *> journals carry no merchandise revenue and are skipped. So is
      *> an outgoing relay: no stems of ours went into it, and what
      *> it earns is the sending commission, not a margin on stock.
       TALLY-ONE-TRANSACTION.
           IF OT-IS-RELAY-OUT
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN OT-IS-RETURN
                   MOVE -1 TO WS-LINE-SIGN
