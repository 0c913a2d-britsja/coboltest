      *> ----------------------------------------------------------
      *> EDIREG.cpy
      *> Electronic document batch register (EDIREG) - one
      *> record per outbound batch of ship notices (type A) or
      *> electronic invoices (type I), keyed by type and batch
      *> number.  It holds the batch's control counts as created,
      *> and how often and by whom it has been resent; a resend
      *> copies the batch as first written back out of the
      *> history file (EDIHIST) under its own batch number, so
      *> nothing is generated twice.
      *> ----------------------------------------------------------
       01  EDI-REGISTER-RECORD.
           05  EREG-KEY.
               10  EREG-DOC-TYPE      PIC X(01).
                   88  EREG-IS-ASN        VALUE "A".
                   88  EREG-IS-INVOICE    VALUE "I".
               10  EREG-BATCH-NUMBER  PIC 9(08).
           05  EREG-CREATED-DATE      PIC 9(08).
           05  EREG-CREATED-TIME      PIC 9(06).
           05  EREG-DOC-COUNT         PIC 9(05).
           05  EREG-RECORD-COUNT      PIC 9(07).
           05  EREG-CONTROL-TOTAL     PIC 9(11)V99.
           05  EREG-STATUS            PIC X(01).
               88  EREG-STATUS-CREATED    VALUE "C".
               88  EREG-STATUS-RESENT     VALUE "R".
           05  EREG-RESEND-COUNT      PIC 9(03).
           05  EREG-LAST-SENT-DATE    PIC 9(08).
           05  EREG-LAST-SENT-TIME    PIC 9(06).
           05  EREG-RESENT-BY         PIC X(08).
           05  FILLER                 PIC X(20).
