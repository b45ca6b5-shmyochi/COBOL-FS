      *> CHGLOG.cpy
      *> Record layout for CHANGE-LOG-FILE, the audit trail of master
      *> maintenance. The maintenance programs (CBBFMLD, CBBAMLD,
      *> CBBCMLD, CBBGCLD, CBBTAXLD, CBBSUPLD, CBBZONLD) append one
      *> record for every field an add, change or delete touches,
      *> with the value before and after and the employee signed on
      *> to the program.
      *> Values are held as they display, so one layout serves every
      *> file. The change report (CBBCHGRP) selects from it by date,
      *> file and key and calls out the sensitive fields.
       01  CHANGE-LOG-RECORD.
           05  CG-CHANGE-DATE          PIC 9(8).
           05  CG-CHANGE-TIME          PIC 9(6).
           05  CG-CHANGED-BY           PIC X(6).
           05  CG-PROGRAM-NAME         PIC X(8).
      *> The master's file name less .DAT: FLWMAST, ARRMAST,
      *> CUSTMAST, RECIPNT, GIFTCERT, TAXCFG, SUPPMAST, DLVZONE.
      *> A recipient is keyed by its customer's ID, the recipient
      *> number going in the field name, e.g. RC-DELIVERY-ADDRESS(07).
           05  CG-FILE-NAME            PIC X(8).
           05  CG-RECORD-KEY           PIC X(10).
           05  CG-ACTION               PIC X.
               88  CG-IS-ADD           VALUE "A".
               88  CG-IS-CHANGE        VALUE "C".
               88  CG-IS-DELETE        VALUE "D".
      *> The copybook data name of the field, e.g. CM-CREDIT-LIMIT.
           05  CG-FIELD-NAME           PIC X(24).
           05  CG-BEFORE-VALUE         PIC X(40).
           05  CG-AFTER-VALUE          PIC X(40).
