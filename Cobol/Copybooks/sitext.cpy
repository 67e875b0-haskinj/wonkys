       01  SXT-RECORD.
           05  SXT-SITE            PIC X(4).
           05  SXT-BUS-DATE        PIC 9(8).
           05  SXT-REC-TYPE        PIC X(1).
               88  SXT-IS-HEADER   VALUE "H".
               88  SXT-IS-LANG     VALUE "L".
               88  SXT-IS-TIP      VALUE "K".
               88  SXT-IS-JOB      VALUE "J".
               88  SXT-IS-TRAILER  VALUE "T".
           05  SXT-BODY            PIC X(67).
       01  SXT-HEADER-RECORD REDEFINES SXT-RECORD.
           05  FILLER              PIC X(13).
           05  SXT-SEQ             PIC 9(6).
           05  SXT-MADE-DATE       PIC 9(8).
           05  SXT-MADE-TIME       PIC 9(6).
           05  FILLER              PIC X(47).
       01  SXT-LANG-RECORD REDEFINES SXT-RECORD.
           05  FILLER              PIC X(13).
           05  SXT-L-LANG          PIC X(2).
           05  SXT-L-RUNS          PIC 9(5).
           05  SXT-L-ZERO-RUNS     PIC 9(5).
           05  FILLER              PIC X(55).
       01  SXT-TIP-RECORD REDEFINES SXT-RECORD.
           05  FILLER              PIC X(13).
           05  SXT-K-KEY.
               10  SXT-K-LANG      PIC X(2).
               10  SXT-K-NUMBER    PIC 9(2).
           05  SXT-K-SHOWN         PIC 9(6).
           05  FILLER              PIC X(57).
       01  SXT-JOB-RECORD REDEFINES SXT-RECORD.
           05  FILLER              PIC X(13).
           05  SXT-J-NAME          PIC X(18).
           05  SXT-J-START         PIC 9(6).
           05  SXT-J-END           PIC 9(6).
           05  SXT-J-OUTCOME       PIC X(1).
               88  SXT-J-COMPLETED VALUE "C".
               88  SXT-J-FAILED    VALUE "F".
               88  SXT-J-SKIPPED   VALUE "S".
           05  SXT-J-STATUS        PIC 9(4).
           05  FILLER              PIC X(32).
       01  SXT-TRAILER-RECORD REDEFINES SXT-RECORD.
           05  FILLER              PIC X(13).
           05  SXT-T-COUNT         PIC 9(6).
           05  SXT-T-SHOWN         PIC 9(7).
           05  FILLER              PIC X(54).
