               10  ORDHST-TIME-MM      PIC 9(02).
               10  ORDHST-TIME-SS      PIC 9(02).
           05  ORDHST-USER-ID         PIC X(08).
           05  ORDHST-BEFORE-IMAGE    PIC X(250).
           05  ORDHST-AFTER-IMAGE     PIC X(250).
           05  FILLER                 PIC X(10).
