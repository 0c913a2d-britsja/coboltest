      *> ----------------------------------------------------------
      *> VENDREC.cpy
      *> Vendor Master record layout - one record per supplier,
      *> keyed by vendor number, so a purchase order names a real
      *> vendor instead of whatever spelling was typed that day.
      *> The remit-to address is where POs and payments are sent,
      *> and the default lead time (working days) is where the
      *> expected date on a new PO starts from.
      *> ----------------------------------------------------------
       01  VENDOR-RECORD.
           05  VEND-NUMBER            PIC 9(06).
           05  VEND-NAME              PIC X(30).
           05  VEND-REMIT-ADDRESS.
               10  VEND-ADDR-LINE1    PIC X(30).
               10  VEND-ADDR-LINE2    PIC X(30).
               10  VEND-CITY          PIC X(20).
               10  VEND-STATE         PIC X(02).
               10  VEND-ZIP           PIC X(10).
           05  VEND-PHONE             PIC X(14).
           05  VEND-LEAD-DAYS         PIC 9(03).
           05  VEND-STATUS            PIC X(01).
               88  VEND-STATUS-ACTIVE     VALUE "A".
               88  VEND-STATUS-INACTIVE   VALUE "I".
           05  FILLER                 PIC X(20).
