      *> ----------------------------------------------------------
      *> JOBSTAT.cpy
      *> Job-stream step status record layout - one record per
      *> step of the nightly job stream (JOBSTAT), keyed by step
      *> id.  A step is stamped running before it starts and
      *> stamped again with its end time and outcome when it
      *> finishes, so a run that dies mid-step still shows where
      *> it got to.  A restart reruns every step not stamped
      *> completed and leaves the completed ones alone.
      *> ----------------------------------------------------------
       01  JOB-STATUS-RECORD.
           05  JST-STEP-ID            PIC X(08).
           05  JST-STREAM-DATE        PIC 9(08).
           05  JST-MENU-CHOICE        PIC 9(01).
           05  JST-SUB-CHOICE         PIC 9(01).
           05  JST-STATUS             PIC X(01).
               88  JST-STATUS-NOT-RUN     VALUE "N".
               88  JST-STATUS-RUNNING     VALUE "R".
               88  JST-STATUS-COMPLETED   VALUE "C".
               88  JST-STATUS-WARNING     VALUE "W".
               88  JST-STATUS-FAILED      VALUE "F".
               88  JST-STATUS-SKIPPED     VALUE "S".
           05  JST-START-DATE         PIC 9(08).
           05  JST-START-TIME         PIC 9(06).
           05  JST-END-DATE           PIC 9(08).
           05  JST-END-TIME           PIC 9(06).
           05  JST-OUTCOME            PIC X(70).
           05  JST-FORCED             PIC X(01).
               88  JST-WAS-FORCED         VALUE "Y".
           05  JST-RUN-COUNT          PIC 9(03).
           05  FILLER                 PIC X(20).
