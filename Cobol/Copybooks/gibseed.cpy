       01  GIB-SEED-RECORD.
           05  GIB-SEED-VALUE      PIC 9(18).
           05  GIB-SEED-GEN        PIC 9(7).
           05  GIB-SEED-RUN-DATE   PIC 9(8).
           05  GIB-SEED-RUN-TIME   PIC 9(6).
           05  GIB-SEED-CLOCK-SEED PIC 9(18).
           05  GIB-SEED-RESEEDED   PIC X(1).
               88  GIB-SEED-WAS-RESEEDED   VALUE "Y".
