       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER-AUDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "opaudit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       COPY "oaudrec".
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-RUN-TIME         PIC 9(6).
       01  WS-CLOCK-TIME       PIC 9(8).
       LINKAGE SECTION.
       COPY "oaudprm".
       PROCEDURE DIVISION USING OPER-AUDIT-PARMS.
       MAIN-PARA.
           CALL "BUS-DATE" USING WS-RUN-DATE.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE WS-CLOCK-TIME(1:6) TO WS-RUN-TIME.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS = "05"
               OR WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE SPACES TO OAUD-RECORD.
           MOVE FUNCTION UPPER-CASE(OAP-OPERATOR) TO OAUD-OPERATOR.
           MOVE WS-RUN-DATE TO OAUD-DATE.
           MOVE WS-RUN-TIME TO OAUD-TIME.
           MOVE OAP-PROGRAM TO OAUD-PROGRAM.
           MOVE OAP-FUNCTION TO OAUD-FUNCTION.
           MOVE OAP-OUTCOME TO OAUD-OUTCOME.
           MOVE OAP-DETAIL TO OAUD-DETAIL.
           WRITE OAUD-RECORD.
           CLOSE AUDIT-FILE.
           GOBACK.
