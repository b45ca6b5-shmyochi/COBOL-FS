      *> GLEXPLOG.cpy
      *> Record layout for GL-EXPORT-LOG-FILE, the control log written
      *> by CBBGLEXP. An exported entry (E) is appended when a date's
      *> journal goes out and a reversed entry (R) when it is taken
      *> back: a date whose latest entry is E refuses to export again
      *> until it has been reversed - as CLOSELOG.DAT guards a close.
       01  GL-EXPORT-LOG-RECORD.
           05  GX-BUSINESS-DATE        PIC 9(8).
           05  GX-ACTION               PIC X.
               88  GX-IS-EXPORTED      VALUE "E".
               88  GX-IS-REVERSED      VALUE "R".
           05  GX-RUN-DATE             PIC 9(8).
           05  GX-RUN-TIME             PIC 9(6).
           05  GX-ENTRY-TOTAL          PIC 9(9)V99.
