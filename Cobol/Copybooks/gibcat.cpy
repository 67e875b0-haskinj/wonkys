           05  GIB-CAT-GEN         PIC 9(7).
           05  GIB-CAT-RUN-DATE    PIC 9(8).
           05  GIB-CAT-PATH        PIC X(60).
           05  GIB-CAT-STATUS      PIC X(1).
               88  GIB-CAT-ON-DISK     VALUE SPACE.
               88  GIB-CAT-OFFLOADED   VALUE "O".
