       01  AESC-RECORD.
           05  AESC-REASON         PIC X(8).
           05  AESC-MINUTES        PIC X(5).
           05  AESC-NEW-TARGET     PIC X(8).
           05  AESC-ESC-TARGET     PIC X(8).
