       01  JOB-STEP-RECORD.
           05  JOB-STEP-NUMBER     PIC 9(2).
           05  JOB-STEP-PROGRAM    PIC X(18).
           05  JOB-STEP-DEPENDS.
               10  JOB-STEP-DEP    PIC 9(2) OCCURS 3 TIMES.
           05  JOB-STEP-ON-FAIL    PIC X(1).
               88  JOB-STEP-STOPS-STREAM   VALUE "S".
           05  JOB-STEP-CAL-CLASS  PIC X(1).
               88  JOB-STEP-CAL-GIB    VALUE "G".
               88  JOB-STEP-CAL-RAVE   VALUE "R".
               88  JOB-STEP-CAL-NEON   VALUE "N".
           05  JOB-STEP-FINAL      PIC X(1).
               88  JOB-STEP-IS-FINAL   VALUE "Y".
