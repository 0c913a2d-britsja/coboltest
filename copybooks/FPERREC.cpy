      *> ----------------------------------------------------------
      *> FPERREC.cpy
      *> Fiscal period calendar record layout (FISCPER) - one
      *> record per accounting period, keyed by fiscal year and
      *> period number (CCYYPP), with the first and last dates
      *> it takes in.  DateServices answers which period a date
      *> falls in and whether it is still open; JanApp's
      *> Administration menu maintains the calendar, and the
      *> period-close run stamps a period closed once everything
      *> dated in it has gone to the general ledger.  Nothing is
      *> posted into a closed period.
      *> ----------------------------------------------------------
       01  FISCAL-PERIOD-RECORD.
           05  FPER-PERIOD-ID         PIC 9(06).
           05  FPER-PERIOD-ID-PARTS REDEFINES FPER-PERIOD-ID.
               10  FPER-FISCAL-YEAR   PIC 9(04).
               10  FPER-PERIOD-NUMBER PIC 9(02).
           05  FPER-START-DATE        PIC 9(08).
           05  FPER-END-DATE          PIC 9(08).
           05  FPER-STATUS            PIC X(01).
               88  FPER-STATUS-OPEN       VALUE "O".
               88  FPER-STATUS-CLOSED     VALUE "C".
           05  FPER-CLOSED-DATE       PIC 9(08).
           05  FPER-CLOSED-BY         PIC X(08).
           05  FILLER                 PIC X(20).
