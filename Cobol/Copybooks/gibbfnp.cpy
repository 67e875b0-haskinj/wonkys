       01  GIB-BFIND-PARMS.
           05  GBF-GEN             PIC 9(7).
           05  GBF-BUNDLE          PIC X(40).
           05  GBF-START           PIC 9(9).
           05  GBF-REC-COUNT       PIC 9(6).
           05  GBF-DTL-COUNT       PIC 9(4).
           05  GBF-RESULT          PIC X(1).
               88  GBF-FOUND           VALUE "Y".
               88  GBF-NOT-FOUND       VALUE "N".
