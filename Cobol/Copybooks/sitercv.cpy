       01  SRCV-RECORD.
           05  SRCV-SITE           PIC X(4).
           05  SRCV-BUS-DATE       PIC 9(8).
           05  SRCV-SEQ            PIC 9(6).
           05  SRCV-MADE-DATE      PIC 9(8).
           05  SRCV-MADE-TIME      PIC 9(6).
           05  SRCV-RECV-DATE      PIC 9(8).
           05  SRCV-RECV-TIME      PIC 9(6).
           05  SRCV-RECORDS        PIC 9(6).
