      *> OCCMERGE.cpy
      *> Record layout for OCCASION-MERGE-FILE, the mail-merge extract
      *> written by the monthly occasion reminder (CBBOCCAS): one
      *> record per recipient occasion falling due in the reminder
      *> window, carrying the customer to write to, who the flowers
      *> went to and what was sent last time. Every field is held as
      *> it prints, so the letters can be merged straight from it.
       01  OCCASION-MERGE-RECORD.
           05  OM-OCCASION-DATE        PIC 9(8).
           05  OM-OCCASION-NAME        PIC X(15).
           05  OM-CUSTOMER-ID          PIC X(10).
           05  OM-CUSTOMER-NAME        PIC X(30).
           05  OM-CUSTOMER-PHONE       PIC X(10).
           05  OM-CUSTOMER-ADDRESS     PIC X(40).
           05  OM-RECIPIENT-NAME       PIC X(30).
           05  OM-RECIPIENT-ADDRESS    PIC X(40).
      *> Zero date and blank description when nothing has been sent
      *> to the recipient through the register yet.
           05  OM-LAST-SENT-DATE       PIC 9(8).
           05  OM-LAST-SENT-DESC       PIC X(60).
           05  OM-LAST-SENT-TOTAL      PIC ZZZZZ9.99.
