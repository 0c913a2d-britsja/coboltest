      *> ----------------------------------------------------------
      *> APDTLREC.cpy
      *> Vendor invoice line - one billed line per PO, keyed by
      *> voucher plus line number the way ORDDTL is keyed under
      *> its order.  The PO's ordered, received and previously
      *> billed quantities and its unit cost are kept exactly as
      *> they stood at match time, so the hold list shows the
      *> figures the decision was made on.  The variance is the
      *> billed amount less what the receipts at PO cost support.
      *> ----------------------------------------------------------
       01  AP-DETAIL-RECORD.
           05  APDTL-KEY.
               10  APDTL-VOUCHER-NUMBER PIC 9(08).
               10  APDTL-LINE-NUMBER    PIC 9(03).
           05  APDTL-PO-NUMBER        PIC 9(08).
           05  APDTL-ITEM-NUMBER      PIC X(10).
           05  APDTL-QTY-BILLED       PIC 9(05).
           05  APDTL-COST-BILLED      PIC 9(05)V99.
           05  APDTL-EXT-AMOUNT       PIC 9(07)V99.
           05  APDTL-PO-QTY-ORDERED   PIC 9(05).
           05  APDTL-PO-QTY-RECEIVED  PIC 9(05).
           05  APDTL-PO-QTY-BILLED    PIC 9(05).
           05  APDTL-PO-UNIT-COST     PIC 9(05)V99.
           05  APDTL-VARIANCE         PIC S9(07)V99.
           05  APDTL-MATCH-STATUS     PIC X(01).
               88  APDTL-MATCHED          VALUE "M".
               88  APDTL-QTY-MISMATCH     VALUE "Q".
               88  APDTL-COST-MISMATCH    VALUE "C".
           05  FILLER                 PIC X(10).
