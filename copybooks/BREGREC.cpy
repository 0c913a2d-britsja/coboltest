      *> ----------------------------------------------------------
      *> BREGREC.cpy
      *> SUMIN batch register record layout - one record per
      *> batch id ever received (SUMBREG), so coboltest remembers
      *> what it has already processed and posted.  The batch is
      *> registered when it is first received, with the count and
      *> hash total it was proved against, and restamped on every
      *> run after that; a re-run needs a supervisor's override,
      *> who is kept here.  A batch that failed its controls is
      *> registered as failed and may simply be re-sent.  The
      *> posting run stamps the date, time and result once its
      *> accepted records are on the Customer Master.
      *> ----------------------------------------------------------
       01  BATCH-REGISTER-RECORD.
           05  BREG-BATCH-ID          PIC X(08).
           05  BREG-BATCH-DATE        PIC 9(08).
           05  BREG-RECEIVED-DATE     PIC 9(08).
           05  BREG-RECEIVED-TIME     PIC 9(06).
           05  BREG-RECORD-COUNT      PIC 9(07).
           05  BREG-HASH-TOTAL        PIC S9(13)V99.
           05  BREG-ACCEPTED-COUNT    PIC 9(05).
           05  BREG-REJECTED-COUNT    PIC 9(05).
           05  BREG-STATUS            PIC X(01).
               88  BREG-STATUS-FAILED     VALUE "F".
               88  BREG-STATUS-PROCESSED  VALUE "E".
               88  BREG-STATUS-POSTED     VALUE "P".
           05  BREG-RUN-COUNT         PIC 9(03).
           05  BREG-LAST-RUN-DATE     PIC 9(08).
           05  BREG-LAST-RUN-TIME     PIC 9(06).
           05  BREG-OVERRIDE-BY       PIC X(08).
           05  BREG-POSTED-DATE       PIC 9(08).
           05  BREG-POSTED-TIME       PIC 9(06).
           05  BREG-POSTED-ADDED      PIC 9(05).
           05  BREG-POSTED-FAILED     PIC 9(05).
           05  FILLER                 PIC X(20).
