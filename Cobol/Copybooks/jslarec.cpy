       01  JSLA-RECORD.
           05  JSLA-JOB            PIC X(18).
           05  JSLA-LATEST-FINISH.
               10  JSLA-FINISH-HH  PIC X(2).
               10  JSLA-FINISH-MM  PIC X(2).
           05  JSLA-MAX-ELAPSED    PIC X(5).
