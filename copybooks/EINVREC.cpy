      *> ----------------------------------------------------------
      *> EINVREC.cpy
      *> Outbound electronic invoice record layout (EINVOUT) -
      *> the same invoices INVPRT prints, for customers who take
      *> their documents electronically.  Each invoicing run that
      *> bills such a customer opens one numbered batch: a "B"
      *> batch header, then per invoice an "H" record (their
      *> order reference, terms, dates and amounts) followed by
      *> one "D" record per line, and a "T" trailer whose control
      *> totals - invoices, lines, records and amount billed -
      *> let the customer prove the batch arrived whole.  Every
      *> record carries the batch number so a resent batch can
      *> be recognised as the one already received.
      *> ----------------------------------------------------------
       01  EINV-RECORD.
           05  EINV-RECORD-TYPE       PIC X(01).
               88  EINV-IS-BATCH-HEADER   VALUE "B".
               88  EINV-IS-HEADER         VALUE "H".
               88  EINV-IS-DETAIL         VALUE "D".
               88  EINV-IS-TRAILER        VALUE "T".
           05  EINV-BATCH-NUMBER      PIC 9(08).
           05  EINV-BODY              PIC X(111).
           05  EINV-BATCH-HEADER REDEFINES EINV-BODY.
               10  EINV-CREATED-DATE  PIC 9(08).
               10  EINV-CREATED-TIME  PIC 9(06).
               10  EINV-RESEND-FLAG   PIC X(01).
                   88  EINV-IS-RESEND     VALUE "R".
               10  FILLER             PIC X(96).
           05  EINV-HEADER REDEFINES EINV-BODY.
               10  EINV-INVOICE-NUMBER PIC 9(08).
               10  EINV-INVOICE-DATE  PIC 9(08).
               10  EINV-ORDER-NUMBER  PIC 9(08).
               10  EINV-CUST-NUMBER   PIC 9(06).
               10  EINV-CUST-REFERENCE PIC X(12).
               10  EINV-TERMS-CODE    PIC X(06).
               10  EINV-DUE-DATE      PIC 9(08).
               10  EINV-SUBTOTAL      PIC 9(07)V99.
               10  EINV-TAX-AMOUNT    PIC 9(07)V99.
               10  EINV-FREIGHT-AMOUNT PIC 9(05)V99.
               10  EINV-TOTAL-AMOUNT  PIC 9(07)V99.
               10  EINV-DISC-AMOUNT   PIC 9(05)V99.
               10  EINV-DISC-DATE     PIC 9(08).
               10  EINV-LINE-COUNT    PIC 9(03).
               10  FILLER             PIC X(03).
           05  EINV-DETAIL REDEFINES EINV-BODY.
               10  EINV-DET-INVOICE-NUMBER PIC 9(08).
               10  EINV-LINE-NUMBER   PIC 9(03).
               10  EINV-ITEM-NUMBER   PIC X(10).
               10  EINV-QTY           PIC 9(05).
               10  EINV-UNIT-PRICE    PIC 9(05)V99.
               10  EINV-EXT-PRICE     PIC 9(07)V99.
               10  FILLER             PIC X(69).
           05  EINV-TRAILER REDEFINES EINV-BODY.
               10  EINV-INVOICE-COUNT PIC 9(05).
               10  EINV-DETAIL-COUNT  PIC 9(07).
               10  EINV-RECORD-COUNT  PIC 9(07).
               10  EINV-BATCH-TOTAL   PIC 9(11)V99.
               10  FILLER             PIC X(79).
