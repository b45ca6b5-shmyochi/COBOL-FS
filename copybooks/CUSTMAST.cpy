           05  CM-LAST-ORDER-ITEMS OCCURS 10 TIMES.
               10  CM-LAST-FLOWER-CODE  PIC X(3).
               10  CM-LAST-QUANTITY     PIC 9(5).
      *> Sales tax exemption (churches, schools, resellers): the
      *> certificate on file and the date it runs out. The register
      *> and the event book charge no tax while the certificate is
      *> current and warn, charging tax, once it has expired.
           05  CM-TAX-EXEMPT-FLAG       PIC X.
               88  CM-IS-TAX-EXEMPT     VALUE "Y".
           05  CM-EXEMPT-CERT-NUMBER    PIC X(15).
           05  CM-EXEMPT-CERT-EXPIRY    PIC 9(8).
