       01  NXL-RECORD.
           05  NXL-REC-TYPE        PIC X(1).
               88  NXL-IS-EXPORT   VALUE "E".
               88  NXL-IS-TIP      VALUE "T".
           05  NXL-DATE            PIC 9(8).
           05  NXL-TIME            PIC 9(6).
           05  NXL-BOARD           PIC X(12).
           05  NXL-BODY            PIC X(80).
       01  NXL-EXPORT-RECORD REDEFINES NXL-RECORD.
           05  FILLER              PIC X(27).
           05  NXL-KIND            PIC X(1).
               88  NXL-KIND-FRAMES VALUE "F".
               88  NXL-KIND-MARQUEE   VALUE "M".
           05  NXL-SET-NAME        PIC X(12).
           05  NXL-SET-DATE        PIC 9(8).
           05  NXL-LANG            PIC X(2).
           05  NXL-FRAMES          PIC 9(4).
           05  NXL-DELAY-CS        PIC 9(4).
           05  NXL-TIP-COUNT       PIC 9(3).
           05  NXL-OUT-NAME        PIC X(40).
           05  FILLER              PIC X(6).
       01  NXL-TIP-RECORD REDEFINES NXL-RECORD.
           05  FILLER              PIC X(27).
           05  NXL-TIP-KEY         PIC X(4).
           05  NXL-TIP-TEXT        PIC X(60).
           05  FILLER              PIC X(16).
