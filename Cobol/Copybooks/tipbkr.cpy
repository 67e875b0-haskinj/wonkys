       01  TIPB-RECORD.
           05  TIPB-REC-TYPE       PIC X(1).
               88  TIPB-REC-IS-HEADER  VALUE "H".
               88  TIPB-REC-IS-TIP     VALUE "D".
               88  TIPB-REC-IS-TRAILER VALUE "T".
           05  TIPB-REC-BODY       PIC X(82).
       01  TIPB-HEADER-RECORD REDEFINES TIPB-RECORD.
           05  TIPB-HDR-TYPE       PIC X(1).
           05  TIPB-HDR-BUS-DATE   PIC 9(8).
           05  TIPB-HDR-TAKEN-DATE PIC 9(8).
           05  TIPB-HDR-TAKEN-TIME PIC 9(6).
           05  FILLER              PIC X(60).
       01  TIPB-TIP-RECORD REDEFINES TIPB-RECORD.
           05  TIPB-TIP-TYPE       PIC X(1).
           05  TIPB-TIP-IMAGE      PIC X(82).
       01  TIPB-TRAILER-RECORD REDEFINES TIPB-RECORD.
           05  TIPB-TRL-TYPE       PIC X(1).
           05  TIPB-TRL-COUNT      PIC 9(6).
           05  FILLER              PIC X(76).
