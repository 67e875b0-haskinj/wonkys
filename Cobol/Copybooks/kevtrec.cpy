       01  KEVT-RECORD.
           05  KEVT-EVENT-ID       PIC X(8).
           05  KEVT-VENUE          PIC X(20).
           05  KEVT-DATE           PIC X(8).
           05  KEVT-START          PIC X(4).
           05  KEVT-END            PIC X(4).
           05  KEVT-LANGS          PIC X(20).
           05  KEVT-PLAYLIST       PIC X(12).
