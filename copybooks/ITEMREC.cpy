      *> shelf, allocated is what open orders have already
      *> claimed, and the difference is what is available to
      *> sell.  Items filed before inventory existed carry spaces
      *> in the counts, which readers treat as zero.  The reorder
      *> point, reorder quantity and preferred vendor drive the
      *> replenishment run; an item with no reorder point or
      *> quantity is not replenished, and items filed before
      *> them carry spaces, read as zero.  The average cost is
      *> the moving average of what the stock on hand cost,
      *> re-averaged on every PO receipt; it is what a shipment
      *> is costed at and what the inventory is valued at.  Items
      *> filed before costing carry spaces, read as zero (cost
      *> not yet known).  The shipping weight (pounds per unit)
      *> is what freight is rated on; spaces read as zero.  The
      *> item type marks a kit - sold as one item, stocked and
      *> shipped as the components on the kit component file
      *> (KITCOMP); a kit's own counts stay at zero.  Items filed
      *> before the type carry a space, read as stocked.  A
      *> lot-controlled item is received into supplier lots on
      *> the lot file (LOTFILE) and every shipment of it is
      *> traced to the lot(s) it came from; items filed before
      *> lot control carry a space, read as not controlled.
      *> ----------------------------------------------------------
       01  ITEM-RECORD.
           05  ITEM-NUMBER            PIC X(10).
               88  ITEM-STATUS-DISCONTINUED VALUE "D".
           05  ITEM-QTY-ON-HAND       PIC 9(07).
           05  ITEM-QTY-ALLOCATED     PIC 9(07).
           05  ITEM-REORDER-POINT     PIC 9(07).
           05  ITEM-REORDER-QTY       PIC 9(05).
           05  ITEM-PREFERRED-VENDOR  PIC 9(06).
           05  ITEM-AVG-COST          PIC 9(05)V99.
           05  ITEM-SHIP-WEIGHT       PIC 9(04)V99.
           05  ITEM-TYPE              PIC X(01).
               88  ITEM-IS-STOCKED          VALUE "S" " ".
               88  ITEM-IS-KIT              VALUE "K".
           05  ITEM-LOT-CONTROL       PIC X(01).
               88  ITEM-IS-LOT-CONTROLLED   VALUE "Y".
           05  FILLER                 PIC X(01).
