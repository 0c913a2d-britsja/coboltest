      *> ----------------------------------------------------------
      *> WOFFREC.cpy
      *> Receivable write-off record layout - one record per
      *> order, keyed by order number, for a balance written off
      *> as uncollectable.  A small-balance residue is written
      *> off on the spot by the small-balance run; a bad debt is
      *> requested first and waits pending until a supervisor
      *> approves or rejects it.  The order's total and what had
      *> been paid before the write-off are kept here as they
      *> stood, and the GL extract stamps the record once its
      *> journal lines are on GLPOST.
      *> ----------------------------------------------------------
       01  WRITE-OFF-RECORD.
           05  WOFF-ORDER-NUMBER      PIC 9(08).
           05  WOFF-CUSTOMER-NUMBER   PIC 9(06).
           05  WOFF-INVOICE-NUMBER    PIC 9(08).
           05  WOFF-TYPE              PIC X(01).
               88  WOFF-TYPE-SMALL-BALANCE VALUE "S".
               88  WOFF-TYPE-BAD-DEBT      VALUE "B".
           05  WOFF-STATUS            PIC X(01).
               88  WOFF-STATUS-PENDING    VALUE "P".
               88  WOFF-STATUS-POSTED     VALUE "W".
               88  WOFF-STATUS-REJECTED   VALUE "R".
           05  WOFF-ORDER-TOTAL       PIC 9(07)V99.
           05  WOFF-AMOUNT-PAID       PIC 9(07)V99.
           05  WOFF-AMOUNT            PIC 9(07)V99.
           05  WOFF-REASON            PIC X(30).
           05  WOFF-REQUEST-DATE      PIC 9(08).
           05  WOFF-REQUESTED-BY      PIC X(08).
           05  WOFF-DECISION-DATE     PIC 9(08).
           05  WOFF-DECIDED-BY        PIC X(08).
           05  WOFF-GL-DATE           PIC 9(08).
           05  FILLER                 PIC X(20).
