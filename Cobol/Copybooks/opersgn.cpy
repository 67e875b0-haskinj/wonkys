               88  SIGNON-FN-BATCH     VALUE "B".
               88  SIGNON-FN-PURGE     VALUE "P".
               88  SIGNON-FN-CONFIG    VALUE "C".
               88  SIGNON-FN-CLOSE     VALUE "E".
           05  SIGNON-OPERATOR     PIC X(8).
           05  SIGNON-RESULT       PIC X(1).
               88  SIGNON-GRANTED      VALUE "Y".
               88  SIGNON-DENIED       VALUE "N".
           05  SIGNON-PROGRAM      PIC X(15).
