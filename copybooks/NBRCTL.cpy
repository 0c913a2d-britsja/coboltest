      *> ----------------------------------------------------------
      *> NBRCTL.cpy
      *> Next-number control record - holds the last order,
      *> invoice, purchase order, quote, RA, payables voucher,
      *> vendor check, stock transfer and outbound electronic
      *> document batch numbers assigned, so
      *> each series reads, increments and rewrites one small
      *> record instead of scanning a whole master file for the
      *> highest number on file.  A record written before a
      *> series existed is short, and the missing number reads
      *> as spaces (zero).
      *> ----------------------------------------------------------
       01  NUMBER-CONTROL-RECORD.
           05  NBRCTL-LAST-ORDER-NUMBER   PIC 9(08).
           05  NBRCTL-LAST-PO-NUMBER      PIC 9(08).
           05  NBRCTL-LAST-QUOTE-NUMBER   PIC 9(08).
           05  NBRCTL-LAST-RA-NUMBER      PIC 9(08).
           05  NBRCTL-LAST-VOUCHER-NUMBER PIC 9(08).
           05  NBRCTL-LAST-CHECK-NUMBER   PIC 9(08).
           05  NBRCTL-LAST-TRANSFER-NUMBER PIC 9(08).
           05  NBRCTL-LAST-EDI-BATCH-NUMBER PIC 9(08).
