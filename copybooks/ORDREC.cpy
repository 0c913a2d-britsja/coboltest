      *> customer's billing address, exactly as before ship-to
      *> locations existed.
           05  ORD-SHIP-TO-CODE       PIC X(03).
      *> How the order goes out - a carrier and service off the
      *> carrier file (spaces means none chosen: our own truck
      *> or a customer pickup), the freight charged so far (each
      *> confirmed shipment adds its charge, which rides in the
      *> order total and is billed as its own invoice line) and
      *> the last shipment's tracking number.  Orders filed
      *> before freight existed carry spaces, read as none.
           05  ORD-CARRIER-CODE       PIC X(04).
           05  ORD-SHIP-SERVICE       PIC X(02).
           05  ORD-FREIGHT-AMOUNT     PIC 9(05)V99.
           05  ORD-TRACKING-NUMBER    PIC X(20).
      *> Payment terms copied from the customer at order entry.
      *> Invoicing works out the due date, the last discount
      *> date and the discount the terms allow; payment posting
      *> records the discount actually taken.  Orders filed
      *> before terms existed carry spaces, read as zero - an
      *> order never invoiced under terms has no due date of
      *> its own.
           05  ORD-TERMS-CODE         PIC X(06).
           05  ORD-DUE-DATE           PIC 9(08).
           05  ORD-DISC-DATE          PIC 9(08).
           05  ORD-DISC-ALLOWED       PIC 9(05)V99.
           05  ORD-DISC-TAKEN         PIC 9(05)V99.
      *> The payment that earned the discount - its date and
      *> its record number on PAYFILE - so the GL extract and
      *> statements show the discount against that remittance
      *> only, not every later one for the same amount.
      *> Orders stamped before this was kept carry spaces.
           05  ORD-DISC-PAY-DATE      PIC 9(08).
           05  ORD-DISC-PAY-SEQ       PIC 9(07).
      *> Balance written off as uncollectable - a small residue
      *> or an approved bad debt - and the day it went.  The
      *> write-off settles the order through ORD-AMOUNT-PAID
      *> the way a credit memo does, so every balance reader
      *> sees it cleared, while the total stays as invoiced and
      *> this shows how much of the settlement was never
      *> collected.  Orders filed before write-offs existed
      *> carry spaces, read as zero.
           05  ORD-WRITE-OFF-AMOUNT   PIC 9(07)V99.
           05  ORD-WRITE-OFF-DATE     PIC 9(08).
      *> Warehouse the order ships from - assigned at entry from
      *> the ship-to state.  Spaces means no warehouses were set
      *> up and the order works off the company-wide counts.
           05  ORD-WAREHOUSE          PIC X(02).
      *> The customer's own reference for the order, as it came
      *> in on an inbound order - sent back to them on ship
      *> notices and electronic invoices.  Spaces for orders
      *> keyed at the terminal.
           05  ORD-CUST-REFERENCE     PIC X(12).
           05  FILLER                 PIC X(22).
