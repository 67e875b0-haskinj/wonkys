       01  OAUD-RECORD.
           05  OAUD-OPERATOR       PIC X(8).
           05  OAUD-DATE           PIC 9(8).
           05  OAUD-TIME           PIC 9(6).
           05  OAUD-PROGRAM        PIC X(15).
           05  OAUD-FUNCTION       PIC X(12).
           05  OAUD-OUTCOME        PIC X(8).
               88  OAUD-IS-DENIED  VALUE "DENIED".
           05  OAUD-DETAIL         PIC X(40).
