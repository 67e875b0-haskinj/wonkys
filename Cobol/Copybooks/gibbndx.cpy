       01  GIB-BNDX-RECORD.
           05  GIB-BNDX-GEN        PIC 9(7).
           05  GIB-BNDX-RUN-DATE   PIC 9(8).
           05  GIB-BNDX-DTL-COUNT  PIC 9(4).
           05  GIB-BNDX-REC-COUNT  PIC 9(6).
           05  GIB-BNDX-START      PIC 9(9).
           05  GIB-BNDX-OFFL-DATE  PIC 9(8).
           05  GIB-BNDX-BUNDLE     PIC X(40).
