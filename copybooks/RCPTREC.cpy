      *> ----------------------------------------------------------
      *> RCPTREC.cpy
      *> Receipt history record layout - one line appended to
      *> RCPTHIST for every receipt posted against a PO, carrying
      *> the PO's expected date alongside the date the goods
      *> actually arrived.  The PO itself only keeps a running
      *> received count, so this file is what the vendor
      *> performance report measures lateness and fill from.
      *> A receipt of a lot-controlled item carries the supplier
      *> lot it was received into.
      *> ----------------------------------------------------------
       01  RECEIPT-HISTORY-RECORD.
           05  RCPT-PO-NUMBER         PIC 9(08).
           05  RCPT-VENDOR-NUMBER     PIC 9(06).
           05  RCPT-ITEM-NUMBER       PIC X(10).
           05  RCPT-DATE              PIC 9(08).
           05  RCPT-EXPECTED-DATE     PIC 9(08).
           05  RCPT-QTY-RECEIVED      PIC 9(05).
           05  RCPT-UNIT-COST         PIC 9(05)V99.
           05  RCPT-USER-ID           PIC X(08).
           05  RCPT-LOT-NUMBER        PIC X(15).
           05  FILLER                 PIC X(05).
