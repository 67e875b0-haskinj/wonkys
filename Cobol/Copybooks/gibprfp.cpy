       01  GIB-PROFILE-PARMS.
           05  GPP-NAME            PIC X(8).
           05  GPP-SIZE            PIC 9(2).
           05  GPP-CHARS           PIC X(94).
           05  GPP-RESULT          PIC X(1).
               88  GPP-FOUND           VALUE "Y".
               88  GPP-NOT-FOUND       VALUE "N".
