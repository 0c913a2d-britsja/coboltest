      *> - zero or spaces means not yet extracted, which is what
      *> keeps a rerun from double-posting the period.
           05  INV-GL-EXTRACT-DATE    PIC 9(08).
      *> Freight billed on the invoice as its own line, and part
      *> of the invoice total.  Invoices raised before freight
      *> was billed carry spaces, read as zero.
           05  INV-FREIGHT-AMOUNT     PIC 9(05)V99.
      *> The order's payment terms as billed - the due date the
      *> invoice is aged from, and the early-payment discount
      *> with the last date it may be taken.  Invoices raised
      *> before terms existed carry spaces, read as due on the
      *> invoice date with no discount.
           05  INV-TERMS-CODE         PIC X(06).
           05  INV-DUE-DATE           PIC 9(08).
           05  INV-DISC-DATE          PIC 9(08).
           05  INV-DISC-AMOUNT        PIC 9(05)V99.
           05  FILLER                 PIC X(02).
