      *>   DSRV-TEST-WORK-DAY: whether DSRV-DATE-1 is a working
      *>                       day, answered on the workday
      *>                       switch.
      *>   DSRV-ADD-CALENDAR-DAYS: DSRV-DATE-1 plus DSRV-DAY-COUNT
      *>                       calendar days into
      *>                       DSRV-RESULT-DATE.
      *>   DSRV-FISCAL-PERIOD: the fiscal period DSRV-DATE-1 falls
      *>                       in (its id, first and last dates)
      *>                       and whether it is open or closed;
      *>                       for a closed period, the first day
      *>                       of the next open period into
      *>                       DSRV-RESULT-DATE (zero if none is
      *>                       open yet).  A date the FISCPER
      *>                       calendar does not cover answers
      *>                       not found.
      *> ----------------------------------------------------------
       01  DATE-SERVICE-AREA.
           05  DSRV-FUNCTION          PIC X(01).
               88  DSRV-VALIDATE-DATE     VALUE "V".
               88  DSRV-ADD-BUSINESS-DAYS VALUE "B".
               88  DSRV-TEST-WORK-DAY     VALUE "W".
               88  DSRV-ADD-CALENDAR-DAYS VALUE "C".
               88  DSRV-FISCAL-PERIOD     VALUE "P".
           05  DSRV-DATE-1            PIC 9(08).
           05  DSRV-DATE-2            PIC 9(08).
           05  DSRV-DAY-COUNT         PIC S9(07).
               88  DSRV-DATE-IS-VALID     VALUE "Y".
           05  DSRV-WORKDAY-SWITCH    PIC X(01).
               88  DSRV-IS-WORK-DAY       VALUE "Y".
           05  DSRV-PERIOD-ID         PIC 9(06).
           05  DSRV-PERIOD-START      PIC 9(08).
           05  DSRV-PERIOD-END        PIC 9(08).
           05  DSRV-PERIOD-SWITCH     PIC X(01).
               88  DSRV-PERIOD-IS-OPEN    VALUE "O".
               88  DSRV-PERIOD-IS-CLOSED  VALUE "C".
               88  DSRV-PERIOD-NOT-FOUND  VALUE "N".
