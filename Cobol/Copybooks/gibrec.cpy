           05  GIB-HDR-RUN-DATE    PIC 9(8).
           05  GIB-HDR-SEED        PIC 9(18).
           05  GIB-HDR-REQ-LINES   PIC 9(4).
           05  GIB-HDR-NOTE        PIC X(42).
           05  GIB-HDR-PROFILE     PIC X(8).
       01  GIB-DETAIL-RECORD REDEFINES GIB-RECORD.
           05  GIB-DTL-TYPE        PIC X(1).
           05  GIB-DTL-TEXT        PIC X(80).
           05  GIB-SEC-RUN-DATE    PIC 9(8).
           05  GIB-SEC-SEED        PIC 9(18).
           05  GIB-SEC-LINES       PIC 9(4).
           05  FILLER              PIC X(42).
           05  GIB-SEC-PROFILE     PIC X(8).
       01  GIB-TRAILER-RECORD REDEFINES GIB-RECORD.
           05  GIB-TRL-TYPE            PIC X(1).
           05  GIB-TRL-LINES-WRITTEN   PIC 9(4).
