      *> unapplied-cash balance is where payment posting parks
      *> the excess of an overpaying remittance until it can be
      *> applied; customers filed before it existed carry spaces
      *> there, which readers treat as zero.  Customers flagged
      *> for electronic documents get their ship notices and
      *> invoices as outbound ASN and e-invoice batches as well
      *> as on paper.
      *> ----------------------------------------------------------
       01  CUSTOMER-RECORD.
           05  CUST-NUMBER            PIC 9(06).
      *> Default salesperson for the account - order entry
      *> carries it onto each order unless overridden there.
           05  CUST-SALESPERSON       PIC X(03).
      *> Payment terms code on the TERMS file - copied onto each
      *> order and from there onto the invoice.  Spaces (and
      *> customers filed before terms existed) means due on the
      *> invoice date with no discount.
           05  CUST-TERMS-CODE        PIC X(06).
      *> "Y" sends the customer's ship notices and invoices
      *> electronically; spaces (customers filed before the flag
      *> existed) means paper only.
           05  CUST-EDOC-FLAG         PIC X(01).
               88  CUST-WANTS-EDOCS       VALUE "Y".
