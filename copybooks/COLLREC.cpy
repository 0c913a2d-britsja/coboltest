      *> ----------------------------------------------------------
      *> COLLREC.cpy
      *> Collection note record layout - one record per contact
      *> a collector makes with a past-due customer, keyed by
      *> customer number and the date and time the note was
      *> taken, so a customer's notes read back in the order
      *> they were written and the last one read is the latest.
      *> A promise to pay carries its amount and date; payments
      *> posted for the customer on or before that date are
      *> credited against it until it is kept, and the daily
      *> broken-promise run flags any still short once the date
      *> has passed.
      *> ----------------------------------------------------------
       01  COLLECTION-NOTE-RECORD.
           05  COLL-KEY.
               10  COLL-CUSTOMER-NUMBER   PIC 9(06).
               10  COLL-NOTE-DATE         PIC 9(08).
               10  COLL-NOTE-TIME         PIC 9(06).
           05  COLL-OPERATOR          PIC X(08).
           05  COLL-CONTACT-NAME      PIC X(30).
           05  COLL-NOTE-TEXT         PIC X(60).
           05  COLL-PROMISE-AMOUNT    PIC 9(07)V99.
           05  COLL-PROMISE-DATE      PIC 9(08).
           05  COLL-PROMISE-PAID      PIC 9(07)V99.
           05  COLL-PROMISE-STATUS    PIC X(01).
               88  COLL-NO-PROMISE        VALUE "N".
               88  COLL-PROMISE-OPEN      VALUE "O".
               88  COLL-PROMISE-KEPT      VALUE "K".
               88  COLL-PROMISE-BROKEN    VALUE "B".
           05  COLL-FOLLOWUP-DATE     PIC 9(08).
           05  FILLER                 PIC X(20).
