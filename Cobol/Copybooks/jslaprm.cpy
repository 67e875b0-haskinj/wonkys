       01  JOB-SLA-PARMS.
           05  JSP-JOB             PIC X(18).
           05  JSP-START-TIME      PIC 9(6).
           05  JSP-END-TIME        PIC 9(6).
           05  JSP-LATEST-FINISH   PIC 9(4).
           05  JSP-MAX-ELAPSED     PIC 9(5).
           05  JSP-ELAPSED         PIC 9(5).
           05  JSP-FINISH-TARGET   PIC X(1).
               88  JSP-HAS-FINISH-TARGET  VALUE "Y".
           05  JSP-ELAPSED-TARGET  PIC X(1).
               88  JSP-HAS-ELAPSED-TARGET VALUE "Y".
           05  JSP-FINISH-RESULT   PIC X(1).
               88  JSP-FINISHED-LATE      VALUE "Y".
           05  JSP-ELAPSED-RESULT  PIC X(1).
               88  JSP-RAN-LONG           VALUE "Y".
