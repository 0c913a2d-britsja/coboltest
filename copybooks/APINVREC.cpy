      *> ----------------------------------------------------------
      *> APINVREC.cpy
      *> Vendor (payables) invoice header - one record per
      *> supplier bill keyed in, numbered by voucher off the
      *> next-number control record.  The alternate key on vendor
      *> plus the vendor's own invoice number stops the same bill
      *> being entered twice.  Each billed line is matched against
      *> its PO on APDTL; a bill whose lines all match is approved
      *> for payment, anything else is held with its variance
      *> until a supervisor releases it.  The two extract stamps
      *> let the GL extract journalize the liability and the
      *> payment once each.
      *> ----------------------------------------------------------
       01  AP-INVOICE-RECORD.
           05  APINV-VOUCHER-NUMBER   PIC 9(08).
           05  APINV-VENDOR-KEY.
               10  APINV-VENDOR-NUMBER  PIC 9(06).
               10  APINV-VENDOR-INVOICE PIC X(15).
           05  APINV-INVOICE-DATE     PIC 9(08).
           05  APINV-DUE-DATE         PIC 9(08).
           05  APINV-LINE-COUNT       PIC 9(03).
           05  APINV-AMOUNT           PIC 9(07)V99.
           05  APINV-VARIANCE         PIC S9(07)V99.
           05  APINV-STATUS           PIC X(01).
               88  APINV-STATUS-APPROVED  VALUE "A".
               88  APINV-STATUS-HELD      VALUE "H".
               88  APINV-STATUS-PAID      VALUE "P".
           05  APINV-ENTRY-DATE       PIC 9(08).
           05  APINV-ENTERED-BY       PIC X(08).
           05  APINV-PAID-DATE        PIC 9(08).
           05  APINV-CHECK-NUMBER     PIC 9(08).
           05  APINV-GL-INV-DATE      PIC 9(08).
           05  APINV-GL-PAY-DATE      PIC 9(08).
           05  FILLER                 PIC X(20).
