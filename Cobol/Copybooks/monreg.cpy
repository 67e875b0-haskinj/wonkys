       01  MREG-RECORD.
           05  MREG-MONTH          PIC X(6).
           05  MREG-CLOSE-DATE     PIC 9(8).
           05  MREG-CLOSE-TIME     PIC 9(6).
           05  MREG-DAYS-RUN       PIC 9(2).
           05  MREG-DAYS-PACKED    PIC 9(2).
           05  MREG-HIST-PATH      PIC X(24).
