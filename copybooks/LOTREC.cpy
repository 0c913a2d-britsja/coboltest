      *> ----------------------------------------------------------
      *> LOTREC.cpy
      *> Supplier lot record layout - one record per lot of a
      *> lot-controlled item, keyed by item number plus the
      *> supplier's lot number.  Written by the first PO receipt
      *> into the lot and added to by any later one; on-hand is
      *> what of the lot is still on the shelf, company-wide.
      *> Shipments take from it, earliest expiry first unless
      *> the dock names the lot, and returns put back into it.
      *> An expiry date of zero is a lot that does not expire.
      *> The warehouse is where the lot was first received.
      *> ----------------------------------------------------------
       01  LOT-RECORD.
           05  LOT-KEY.
               10  LOT-ITEM-NUMBER    PIC X(10).
               10  LOT-NUMBER         PIC X(15).
           05  LOT-EXPIRY-DATE        PIC 9(08).
           05  LOT-RECEIVED-DATE      PIC 9(08).
           05  LOT-PO-NUMBER          PIC 9(08).
           05  LOT-VENDOR-NUMBER      PIC 9(06).
           05  LOT-WAREHOUSE          PIC X(02).
           05  LOT-QTY-RECEIVED       PIC 9(07).
           05  LOT-QTY-ON-HAND        PIC 9(07).
           05  LOT-QTY-SHIPPED        PIC 9(07).
           05  LOT-QTY-RETURNED       PIC 9(07).
           05  FILLER                 PIC X(20).
