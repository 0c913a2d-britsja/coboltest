      *> ----------------------------------------------------------
      *> TERMREC.cpy
      *> Payment terms record layout - one record per terms code
      *> (NET30, NET60, 2/10N30 and the like), keyed by the code
      *> the customer, order and invoice carry.  The net days set
      *> the invoice due date; a discount percentage with its
      *> discount days sets the early-payment discount and the
      *> last date it may be taken.  Both periods are calendar
      *> days counted from the invoice date.
      *> ----------------------------------------------------------
       01  TERMS-RECORD.
           05  TERMS-CODE             PIC X(06).
           05  TERMS-DESCRIPTION      PIC X(20).
           05  TERMS-NET-DAYS         PIC 9(03).
           05  TERMS-DISC-PCT         PIC 9V9999.
           05  TERMS-DISC-DAYS        PIC 9(03).
           05  FILLER                 PIC X(10).
