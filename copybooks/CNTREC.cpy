      *> ----------------------------------------------------------
      *> CNTREC.cpy
      *> Physical count record layout - one record per item on
      *> the count file (CNTFILE), keyed by item number.  Printing
      *> a count sheet freezes the item's book quantity and unit
      *> value here, so the variance is measured against what the
      *> books said when the counters walked out, not against
      *> whatever receipts and shipments have done since.  The
      *> counted quantity and its reason are filled in when the
      *> count comes back, and the record is stamped posted once
      *> the supervisor-approved adjustment reaches on-hand.
      *> ----------------------------------------------------------
       01  PHYSICAL-COUNT-RECORD.
           05  CNT-ITEM-NUMBER        PIC X(10).
           05  CNT-SHEET-DATE         PIC 9(08).
           05  CNT-BOOK-QTY           PIC 9(07).
           05  CNT-UNIT-VALUE         PIC 9(05)V99.
           05  CNT-COUNTED-QTY        PIC 9(07).
           05  CNT-REASON             PIC X(20).
           05  CNT-COUNTED-BY         PIC X(08).
           05  CNT-STATUS             PIC X(01).
               88  CNT-STATUS-FROZEN      VALUE "F".
               88  CNT-STATUS-COUNTED     VALUE "C".
               88  CNT-STATUS-POSTED      VALUE "P".
           05  CNT-POSTED-DATE        PIC 9(08).
           05  FILLER                 PIC X(20).
