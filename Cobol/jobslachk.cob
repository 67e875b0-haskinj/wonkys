       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-SLA-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOB-SLA-FILE ASSIGN TO "jobsla.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-SLA-FILE.
       COPY "jslarec".
       WORKING-STORAGE SECTION.
       01  WS-SLA-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-EOF          VALUE "Y" FALSE "N".
       01  WS-TIME-PARTS.
           05  WS-TP-HH        PIC 9(2).
           05  WS-TP-MM        PIC 9(2).
           05  WS-TP-SS        PIC 9(2).
       01  WS-TIME-SECS        PIC S9(7).
       01  WS-START-SECS       PIC S9(7).
       01  WS-END-SECS         PIC S9(7).
       01  WS-TARGET-SECS      PIC S9(7).
       01  WS-ELAPSED-SECS     PIC S9(7).
       LINKAGE SECTION.
       COPY "jslaprm".
       PROCEDURE DIVISION USING JOB-SLA-PARMS.
       MAIN-PARA.
           MOVE 0 TO JSP-LATEST-FINISH.
           MOVE 0 TO JSP-MAX-ELAPSED.
           MOVE "N" TO JSP-FINISH-TARGET.
           MOVE "N" TO JSP-ELAPSED-TARGET.
           MOVE "N" TO JSP-FINISH-RESULT.
           MOVE "N" TO JSP-ELAPSED-RESULT.
           PERFORM FIND-JOB-TARGET.
           MOVE JSP-START-TIME TO WS-TIME-PARTS.
           PERFORM TIME-TO-SECONDS.
           MOVE WS-TIME-SECS TO WS-START-SECS.
           MOVE JSP-END-TIME TO WS-TIME-PARTS.
           PERFORM TIME-TO-SECONDS.
           MOVE WS-TIME-SECS TO WS-END-SECS.
           COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS.
           IF WS-ELAPSED-SECS < 0
               ADD 86400 TO WS-ELAPSED-SECS
           END-IF.
           MOVE WS-ELAPSED-SECS TO JSP-ELAPSED.
           IF JSP-HAS-ELAPSED-TARGET
               AND JSP-ELAPSED > JSP-MAX-ELAPSED
               MOVE "Y" TO JSP-ELAPSED-RESULT
           END-IF.
           IF JSP-HAS-FINISH-TARGET
               PERFORM CHECK-FINISH-TIME
           END-IF.
           GOBACK.
       FIND-JOB-TARGET.
           SET WS-EOF TO FALSE.
           OPEN INPUT JOB-SLA-FILE.
           IF WS-SLA-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ JOB-SLA-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF FUNCTION UPPER-CASE(JSLA-JOB) = JSP-JOB
                           PERFORM STORE-JOB-TARGET
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOB-SLA-FILE.
       STORE-JOB-TARGET.
           IF JSLA-LATEST-FINISH IS NUMERIC
               AND JSLA-FINISH-HH < "24"
               AND JSLA-FINISH-MM < "60"
               MOVE JSLA-LATEST-FINISH TO JSP-LATEST-FINISH
               MOVE "Y" TO JSP-FINISH-TARGET
           END-IF.
           IF JSLA-MAX-ELAPSED IS NUMERIC
               AND JSLA-MAX-ELAPSED > "00000"
               MOVE JSLA-MAX-ELAPSED TO JSP-MAX-ELAPSED
               MOVE "Y" TO JSP-ELAPSED-TARGET
           END-IF.
       CHECK-FINISH-TIME.
           MOVE JSP-LATEST-FINISH TO WS-TIME-PARTS(1:4).
           MOVE 0 TO WS-TP-SS.
           PERFORM TIME-TO-SECONDS.
           MOVE WS-TIME-SECS TO WS-TARGET-SECS.
           IF WS-TARGET-SECS < WS-START-SECS
               AND WS-TARGET-SECS < 43200
               AND WS-START-SECS NOT < 43200
               ADD 86400 TO WS-TARGET-SECS
           END-IF.
           IF WS-END-SECS < WS-START-SECS
               ADD 86400 TO WS-END-SECS
           END-IF.
           IF WS-END-SECS > WS-TARGET-SECS
               MOVE "Y" TO JSP-FINISH-RESULT
           END-IF.
       TIME-TO-SECONDS.
           COMPUTE WS-TIME-SECS =
               (WS-TP-HH * 3600) + (WS-TP-MM * 60) + WS-TP-SS.
