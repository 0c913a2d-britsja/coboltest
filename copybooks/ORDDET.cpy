      *> the remainder visible on the line instead of losing it.
      *> Lines filed before partial shipping existed carry
      *> spaces in both counts, which readers treat as zero.
      *> A backorder holds no stock of its own - the released
      *> count is how much of it the backorder fill run has
      *> since claimed from new receipts and made pickable, so
      *> backorder less released is what the line is still
      *> short.  Lines filed before the fill run existed carry
      *> spaces here, and readers treat the whole backorder as
      *> released - those lines kept their claim when they
      *> part-shipped.  The unit cost is the item's average cost
      *> at the time the line shipped (averaged over the parts
      *> of a line shipped in parts), so shipped quantity times
      *> unit cost is the cost of the goods that went; lines
      *> shipped before costing carry spaces, read as zero.
      *> ----------------------------------------------------------
       01  ORDER-DETAIL-RECORD.
           05  ORD-DET-KEY.
           05  ORD-DET-EXT-PRICE      PIC 9(07)V99.
           05  ORD-DET-QTY-SHIPPED    PIC 9(05).
           05  ORD-DET-QTY-BACKORDER  PIC 9(05).
           05  ORD-DET-QTY-RELEASED   PIC 9(05).
           05  ORD-DET-UNIT-COST      PIC 9(05)V99.
