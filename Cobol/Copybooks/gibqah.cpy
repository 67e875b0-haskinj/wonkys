           05  GIB-QAH-TOTAL       PIC 9(11).
           05  GIB-QAH-OVER-CT     PIC 9(2).
           05  GIB-QAH-UNDER-CT    PIC 9(2).
           05  GIB-QAH-PROFILE     PIC X(8).
