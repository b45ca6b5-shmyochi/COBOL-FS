           ELSE
               DISPLAY "PO " PO-PO-NUMBER ": " PO-QTY-SUGGESTED " "
                   PO-FLOWER-CODE " " PO-FLOWER-NAME
                   " from " PO-SUPPLIER-ID
               DISPLAY "Ordered " PO-ORDER-DATE ", expected "
                   PO-EXPECTED-DATE
               DISPLAY "Received so far: " PO-QTY-RECEIVED
               MOVE 0 TO WS-QTY-RECEIVED
               DISPLAY "Enter the quantity in this delivery: "
                                   PO-FLOWER-CODE " qty "
                                   PO-QTY-SUGGESTED " received "
                                   PO-QTY-RECEIVED " from "
                                   PO-SUPPLIER-ID " due "
                                   PO-EXPECTED-DATE
                           END-IF
                   END-READ
               END-PERFORM
