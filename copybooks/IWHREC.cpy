      *> ----------------------------------------------------------
      *> IWHREC.cpy
      *> Item-by-warehouse stock record layout - one record per
      *> item per warehouse that has stocked it, keyed by item
      *> number plus warehouse code.  On-hand and allocated work
      *> the way the Item Master's counts do, for this building
      *> only; in-transit is stock shipped here on a transfer and
      *> not yet received.  The Item Master keeps the company
      *> totals, in-transit stock included, so its on-hand is
      *> the sum of every warehouse's on-hand and in-transit.
      *> The bin location is where the pickers find the item in
      *> this building, and what the pick list is sorted by.
      *> ----------------------------------------------------------
       01  ITEM-WAREHOUSE-RECORD.
           05  IWH-KEY.
               10  IWH-ITEM-NUMBER    PIC X(10).
               10  IWH-WHSE-CODE      PIC X(02).
           05  IWH-QTY-ON-HAND        PIC 9(07).
           05  IWH-QTY-ALLOCATED      PIC 9(07).
           05  IWH-QTY-IN-TRANSIT     PIC 9(07).
           05  IWH-BIN-LOCATION       PIC X(08).
           05  FILLER                 PIC X(20).
