      *> ----------------------------------------------------------
      *> CARRREC.cpy
      *> Carrier record layout - one record per carrier and
      *> service level, keyed by carrier code plus service code,
      *> since the same carrier charges differently for ground
      *> and next-day.  The rate basis says how freight is
      *> worked out when the dock does not report the actual
      *> charge: per pound of shipping weight, or a flat amount
      *> per shipment.
      *> ----------------------------------------------------------
       01  CARRIER-RECORD.
           05  CARR-KEY.
               10  CARR-CODE          PIC X(04).
               10  CARR-SERVICE       PIC X(02).
           05  CARR-NAME              PIC X(30).
           05  CARR-SERVICE-DESC      PIC X(20).
           05  CARR-RATE-BASIS        PIC X(01).
               88  CARR-BASIS-WEIGHT      VALUE "W".
               88  CARR-BASIS-FLAT        VALUE "F".
           05  CARR-RATE              PIC 9(05)V99.
           05  CARR-STATUS            PIC X(01).
               88  CARR-STATUS-ACTIVE     VALUE "A".
               88  CARR-STATUS-INACTIVE   VALUE "I".
           05  FILLER                 PIC X(20).
