       01  ASPL-RECORD.
           05  ASPL-TYPE           PIC X(3).
               88  ASPL-IS-NEW     VALUE "NEW".
               88  ASPL-IS-ESC     VALUE "ESC".
           05  ASPL-SPOOL-DATE     PIC 9(8).
           05  ASPL-SPOOL-TIME     PIC 9(6).
           05  ASPL-TARGET         PIC X(8).
           05  ASPL-LEVEL          PIC 9(1).
           05  ASPL-REASON         PIC X(8).
           05  ASPL-ALERT-DATE     PIC 9(8).
           05  ASPL-ALERT-TIME     PIC 9(6).
           05  ASPL-AGE-MINUTES    PIC 9(5).
           05  ASPL-TEXT           PIC X(40).
