           SET GJ-IS-WRITE-OFF TO TRUE.
           MOVE GC-BALANCE TO GJ-AMOUNT.
           MOVE "DORMANCY WRITE-OFF" TO GJ-REFERENCE.
           MOVE SPACES TO GJ-TENDER-TYPE.
           OPEN EXTEND GC-JOURNAL-FILE.
           IF WS-GJ-STATUS = "35"
               OPEN OUTPUT GC-JOURNAL-FILE
