      *> ----------------------------------------------------------
      *> ASNREC.cpy
      *> Outbound advance ship notice record layout (ASNOUT) -
      *> sent to customers who take their documents
      *> electronically.  Each confirmation run that ships to
      *> such a customer opens one numbered batch: a "B" batch
      *> header, then per shipment an "H" record (their order
      *> reference, ship date, carrier and tracking) followed by
      *> one "D" record per line shipped with what is still on
      *> backorder, and a "T" trailer carrying the batch's
      *> control counts.  Every record carries the batch number
      *> so a resent batch can be recognised as the one already
      *> received.
      *> ----------------------------------------------------------
       01  ASN-RECORD.
           05  ASN-RECORD-TYPE        PIC X(01).
               88  ASN-IS-BATCH-HEADER    VALUE "B".
               88  ASN-IS-HEADER          VALUE "H".
               88  ASN-IS-DETAIL          VALUE "D".
               88  ASN-IS-TRAILER         VALUE "T".
           05  ASN-BATCH-NUMBER       PIC 9(08).
           05  ASN-BODY               PIC X(111).
           05  ASN-BATCH-HEADER REDEFINES ASN-BODY.
               10  ASN-CREATED-DATE   PIC 9(08).
               10  ASN-CREATED-TIME   PIC 9(06).
               10  ASN-RESEND-FLAG    PIC X(01).
                   88  ASN-IS-RESEND      VALUE "R".
               10  FILLER             PIC X(96).
           05  ASN-HEADER REDEFINES ASN-BODY.
               10  ASN-ORDER-NUMBER   PIC 9(08).
               10  ASN-CUST-NUMBER    PIC 9(06).
               10  ASN-CUST-REFERENCE PIC X(12).
               10  ASN-SHIP-DATE      PIC 9(08).
               10  ASN-SHIP-TO-CODE   PIC X(03).
               10  ASN-CARRIER-CODE   PIC X(04).
               10  ASN-SHIP-SERVICE   PIC X(02).
               10  ASN-TRACKING-NUMBER PIC X(20).
               10  ASN-WEIGHT         PIC 9(06)V99.
               10  ASN-LINE-COUNT     PIC 9(03).
               10  FILLER             PIC X(37).
           05  ASN-DETAIL REDEFINES ASN-BODY.
               10  ASN-DET-ORDER-NUMBER PIC 9(08).
               10  ASN-LINE-NUMBER    PIC 9(03).
               10  ASN-ITEM-NUMBER    PIC X(10).
               10  ASN-QTY-ORDERED    PIC 9(05).
               10  ASN-QTY-SHIPPED    PIC 9(05).
               10  ASN-QTY-BACKORDER  PIC 9(05).
               10  FILLER             PIC X(75).
           05  ASN-TRAILER REDEFINES ASN-BODY.
               10  ASN-SHIPMENT-COUNT PIC 9(05).
               10  ASN-RECORD-COUNT   PIC 9(07).
               10  ASN-TOTAL-QTY-SHIPPED PIC 9(09).
               10  FILLER             PIC X(90).
