       01  OPER-AUDIT-PARMS.
           05  OAP-OPERATOR        PIC X(8).
           05  OAP-PROGRAM         PIC X(15).
           05  OAP-FUNCTION        PIC X(12).
           05  OAP-OUTCOME         PIC X(8).
           05  OAP-DETAIL          PIC X(40).
