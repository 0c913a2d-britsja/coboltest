      *> inside the system instead of on a spreadsheet.  Receipts
      *> post against PO-QTY-RECEIVED and add to the item's
      *> on-hand count; the PO closes once fully received.
      *> The vendor is a Vendor Master number; PO-VENDOR-NAME
      *> keeps the vendor's name as it stood when the PO was
      *> raised, and POs raised before the Vendor Master carry
      *> spaces in the number.  PO-QTY-BILLED is how much of the
      *> PO vendor invoices have already claimed, so the same
      *> receipt cannot be paid for twice; POs filed before
      *> payables carry spaces there, read as zero.  The
      *> warehouse is the building the goods are delivered to
      *> and received into; spaces on POs raised before
      *> warehouses existed.
      *> ----------------------------------------------------------
       01  PURCHASE-ORDER-RECORD.
           05  PO-NUMBER              PIC 9(08).
               88  PO-STATUS-OPEN         VALUE "O".
               88  PO-STATUS-RECEIVED     VALUE "R".
               88  PO-STATUS-CANCELLED    VALUE "C".
           05  PO-VENDOR-NUMBER       PIC 9(06).
           05  PO-QTY-BILLED          PIC 9(05).
           05  PO-WAREHOUSE           PIC X(02).
           05  FILLER                 PIC X(08).
