       01  GIB-PROF-RECORD.
           05  GIB-PROF-NAME       PIC X(8).
           05  GIB-PROF-SIZE       PIC X(2).
           05  GIB-PROF-CHARS      PIC X(94).
