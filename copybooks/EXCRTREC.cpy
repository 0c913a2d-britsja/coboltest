      *> ----------------------------------------------------------
      *> EXCRTREC.cpy
      *> Sales tax exemption certificate record layout - one
      *> record per customer plus the state the certificate
      *> covers, keyed by both.  CUST-TAX-EXEMPT only says the
      *> customer claims exemption; an order is zero-rated only
      *> when a certificate here covers the order's ship-to
      *> state on the order date, with the document itself on
      *> file.  An expiry date of zero is a certificate that
      *> does not lapse.  The issuing state is kept apart from
      *> the covered state for multistate certificates.
      *> ----------------------------------------------------------
       01  EXEMPT-CERT-RECORD.
           05  ECRT-KEY.
               10  ECRT-CUST-NUMBER   PIC 9(06).
               10  ECRT-STATE         PIC X(02).
           05  ECRT-CERT-NUMBER       PIC X(20).
           05  ECRT-ISSUING-STATE     PIC X(02).
           05  ECRT-EFFECTIVE-DATE    PIC 9(08).
           05  ECRT-EXPIRY-DATE       PIC 9(08).
           05  ECRT-DOC-ON-FILE       PIC X(01).
               88  ECRT-DOC-IS-ON-FILE    VALUE "Y".
           05  FILLER                 PIC X(20).
