       01  TIPP-RECORD.
           05  TIPP-ID             PIC 9(6).
           05  TIPP-SUB-DATE       PIC 9(8).
           05  TIPP-SUB-TIME       PIC 9(6).
           05  TIPP-MAKER          PIC X(8).
           05  TIPP-SOURCE         PIC X(1).
               88  TIPP-FROM-MAINT VALUE "M".
               88  TIPP-FROM-BATCH VALUE "B".
           05  TIPP-ACTION         PIC X(1).
               88  TIPP-IS-ADD     VALUE "A".
               88  TIPP-IS-EDIT    VALUE "E".
               88  TIPP-IS-RETIRE  VALUE "R".
               88  TIPP-IS-LOAD    VALUE "L".
           05  TIPP-STATUS         PIC X(1).
               88  TIPP-IS-PENDING  VALUE "P".
               88  TIPP-IS-APPROVED VALUE "A".
               88  TIPP-IS-REJECTED VALUE "R".
           05  TIPP-CHECKER        PIC X(8).
           05  TIPP-DEC-DATE       PIC 9(8).
           05  TIPP-DEC-TIME       PIC 9(6).
           05  TIPP-BEFORE         PIC X(82).
           05  TIPP-AFTER          PIC X(82).
