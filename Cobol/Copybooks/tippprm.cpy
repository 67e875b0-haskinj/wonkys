       01  TIP-PEND-PARMS.
           05  TPP-MAKER           PIC X(8).
           05  TPP-SOURCE          PIC X(1).
           05  TPP-ACTION          PIC X(1).
           05  TPP-BEFORE          PIC X(82).
           05  TPP-AFTER           PIC X(82).
           05  TPP-ID              PIC 9(6).
           05  TPP-RESULT          PIC X(1).
               88  TPP-QUEUED      VALUE "Y".
               88  TPP-NOT-QUEUED  VALUE "N".
