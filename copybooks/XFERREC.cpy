      *> ----------------------------------------------------------
      *> XFERREC.cpy
      *> Stock transfer record layout - one record per transfer
      *> document, keyed by transfer number off the next-number
      *> control record.  Shipping a transfer takes the stock off
      *> the sending warehouse's on-hand and shows it in transit
      *> at the receiving one; receiving it moves it onto the
      *> receiving warehouse's on-hand.
      *> ----------------------------------------------------------
       01  TRANSFER-RECORD.
           05  XFER-NUMBER            PIC 9(08).
           05  XFER-ITEM-NUMBER       PIC X(10).
           05  XFER-FROM-WHSE         PIC X(02).
           05  XFER-TO-WHSE           PIC X(02).
           05  XFER-QTY               PIC 9(07).
           05  XFER-STATUS            PIC X(01).
               88  XFER-STATUS-IN-TRANSIT VALUE "T".
               88  XFER-STATUS-RECEIVED   VALUE "R".
           05  XFER-SHIP-DATE         PIC 9(08).
           05  XFER-SHIPPED-BY        PIC X(08).
           05  XFER-RECEIVED-DATE     PIC 9(08).
           05  XFER-RECEIVED-BY       PIC X(08).
           05  FILLER                 PIC X(20).
