      *> ----------------------------------------------------------
      *> MFSTREC.cpy
      *> Shipment manifest record layout - one line appended to
      *> SHIPMFST for every shipment ship confirmation accepts
      *> (the confirmations for one order, ship date and
      *> tracking number are one shipment).  The end-of-day
      *> carrier manifest is printed from this file, grouped by
      *> carrier, for the driver to sign.
      *> ----------------------------------------------------------
       01  SHIP-MANIFEST-RECORD.
           05  MFST-RUN-DATE          PIC 9(08).
           05  MFST-SHIP-DATE         PIC 9(08).
           05  MFST-CARRIER-CODE      PIC X(04).
           05  MFST-SHIP-SERVICE      PIC X(02).
           05  MFST-ORDER-NUMBER      PIC 9(08).
           05  MFST-CUSTOMER-NUMBER   PIC 9(06).
           05  MFST-SHIP-TO-CODE      PIC X(03).
           05  MFST-WEIGHT            PIC 9(06)V99.
           05  MFST-TRACKING-NUMBER   PIC X(20).
           05  MFST-FREIGHT-AMOUNT    PIC 9(05)V99.
           05  FILLER                 PIC X(10).
