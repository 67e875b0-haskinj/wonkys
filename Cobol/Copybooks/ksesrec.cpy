       01  KSES-RECORD.
           05  KSES-DATE           PIC 9(8).
           05  KSES-EVENT-ID       PIC X(8).
           05  KSES-VENUE          PIC X(20).
           05  KSES-WINDOW-START   PIC 9(4).
           05  KSES-WINDOW-END     PIC 9(4).
           05  KSES-START-TIME     PIC 9(6).
           05  KSES-END-TIME       PIC 9(6).
           05  KSES-RAVE-CYCLES    PIC 9(4).
           05  KSES-NEON-CYCLES    PIC 9(4).
           05  KSES-PLAYLIST       PIC X(12).
