      *> ----------------------------------------------------------
      *> WHSEREC.cpy
      *> Warehouse record layout - one record per building we
      *> ship from, keyed by a two-character warehouse code.  An
      *> order ships from the active warehouse that lists the
      *> order's ship-to state among the states it serves, and
      *> from the default warehouse when none does.  Stock held
      *> in each warehouse is on the item-by-warehouse file
      *> (IWHREC).
      *> ----------------------------------------------------------
       01  WAREHOUSE-RECORD.
           05  WHSE-CODE              PIC X(02).
           05  WHSE-NAME              PIC X(30).
           05  WHSE-ADDR-LINE1        PIC X(30).
           05  WHSE-CITY              PIC X(20).
           05  WHSE-STATE             PIC X(02).
           05  WHSE-ZIP               PIC X(10).
           05  WHSE-STATUS            PIC X(01).
               88  WHSE-STATUS-ACTIVE     VALUE "A".
               88  WHSE-STATUS-INACTIVE   VALUE "I".
           05  WHSE-DEFAULT-FLAG      PIC X(01).
               88  WHSE-IS-DEFAULT        VALUE "Y".
           05  WHSE-STATES-SERVED.
               10  WHSE-SERVED-STATE  PIC X(02) OCCURS 20 TIMES.
           05  FILLER                 PIC X(20).
