      *> ----------------------------------------------------------
      *> KITREC.cpy
      *> Kit component record layout - one record per component
      *> of a kit item, keyed by the kit's item number plus the
      *> component's, so a kit's components read back together
      *> in component order.  A kit is priced and ordered as one
      *> line but holds no stock of its own; the quantity per
      *> kit times the kit quantity ordered is what is claimed,
      *> picked and shipped of each component.
      *> ----------------------------------------------------------
       01  KIT-COMPONENT-RECORD.
           05  KIT-KEY.
               10  KIT-ITEM-NUMBER    PIC X(10).
               10  KIT-COMPONENT-ITEM PIC X(10).
           05  KIT-QTY-PER            PIC 9(05).
           05  FILLER                 PIC X(20).
