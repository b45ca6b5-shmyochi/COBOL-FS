      *> EMPMAST.cpy
      *> Record layout for EMPLOYEE-MASTER-FILE, the staff allowed to
      *> sign on at the registers, the returns desk and the event
      *> book. Keyed by employee ID, which is the clerk ID stamped on
      *> every sales-file record. The PIN is keyed at sign-on. A
      *> clerk rings sales; a manager's PIN is also what lets through
      *> a credit-hold override, a void and a drawer paid-out. An
      *> employee who leaves is made inactive, not deleted, so old
      *> transactions still name someone. Maintained in CBBEMPLD.
       01  EMPLOYEE-MASTER-RECORD.
           05  EM-EMPLOYEE-ID           PIC X(6).
           05  EM-EMPLOYEE-NAME         PIC X(30).
           05  EM-PIN                   PIC X(4).
           05  EM-ROLE                  PIC X.
               88  EM-IS-CLERK          VALUE "C".
               88  EM-IS-MANAGER        VALUE "M".
           05  EM-ACTIVE-FLAG           PIC X.
               88  EM-IS-ACTIVE         VALUE "Y".
