       01  MHST-RECORD.
           05  MHST-DATE           PIC 9(8).
           05  MHST-REPORT         PIC X(16).
           05  MHST-LINE-NO        PIC 9(5).
           05  MHST-TEXT           PIC X(80).
