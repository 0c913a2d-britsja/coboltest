      *> ----------------------------------------------------------
      *> LOTSHP.cpy
      *> Lot shipment record layout - one record per order line
      *> per lot it was filled from, keyed lot first (item, lot,
      *> order, line) so a recall reads every shipment of a lot
      *> in one sweep.  Written at ship confirmation, added to
      *> when a later partial shipment of the line draws on the
      *> same lot, and the returned quantity goes up when a
      *> return of the line is received back into the lot.  The
      *> customer and ship-to are kept as they stood when the
      *> goods left.
      *> ----------------------------------------------------------
       01  LOT-SHIPMENT-RECORD.
           05  LSH-KEY.
               10  LSH-ITEM-NUMBER    PIC X(10).
               10  LSH-LOT-NUMBER     PIC X(15).
               10  LSH-ORDER-NUMBER   PIC 9(08).
               10  LSH-LINE-NUMBER    PIC 9(03).
           05  LSH-CUSTOMER-NUMBER    PIC 9(06).
           05  LSH-SHIP-TO-CODE       PIC X(03).
           05  LSH-WAREHOUSE          PIC X(02).
           05  LSH-SHIP-DATE          PIC 9(08).
           05  LSH-QTY-SHIPPED        PIC 9(07).
           05  LSH-QTY-RETURNED       PIC 9(07).
           05  FILLER                 PIC X(20).
