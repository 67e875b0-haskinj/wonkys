               FILE STATUS IS WS-TRN-STATUS.
           SELECT TRN-RPT-FILE ASSIGN TO "ravetrn.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TIP-FILE.
           05  TRN-CATEGORY    PIC X(1).
       FD  TRN-RPT-FILE.
       01  TRN-RPT-LINE        PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-TIP-STATUS       PIC X(2).
           88  WS-TIP-FILE-LOCKED VALUE "61" "93" "94" "99".
           88  WS-EOF          VALUE "Y" FALSE "N".
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-READ-COUNT       PIC 9(4) VALUE 0.
       01  WS-QUEUE-COUNT      PIC 9(4) VALUE 0.
       01  WS-REJECT-COUNT     PIC 9(4) VALUE 0.
       01  WS-EXPORT-COUNT     PIC 9(4) VALUE 0.
       01  WS-RESULT-TEXT      PIC X(8).
       01  WS-REASON-TEXT      PIC X(24).
       01  WS-OUT-LINE         PIC X(80).
       01  WS-COUNT-DISPLAY    PIC ZZZ9.
       01  WS-PEND-ACTION      PIC X(1).
       01  WS-BEFORE-IMAGE     PIC X(82).
       01  WS-AFTER-IMAGE      PIC X(82).
       01  WS-AUDIT-OUTCOME    PIC X(8).
       01  WS-AUDIT-DETAIL     PIC X(40).
       COPY "opersgn".
       COPY "tippprm".
       COPY "oaudprm".
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
       SIGN-ON-OPERATOR.
           MOVE SPACES TO SIGNON-PARMS.
           SET SIGNON-FN-BATCH TO TRUE.
           MOVE "TIP-BATCH" TO SIGNON-PROGRAM.
           CALL "OPER-SIGNON" USING SIGNON-PARMS.
       RUN-APPLY-FILES.
           OPEN INPUT TRN-FILE.
           IF WS-TRN-STATUS NOT = "00"
               DISPLAY "TRANSACTION FILE ravetrn.dat NOT FOUND."
               CLOSE TRN-FILE
               MOVE "FAILED" TO WS-AUDIT-OUTCOME
               MOVE "ravetrn.dat NOT FOUND" TO WS-AUDIT-DETAIL
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-TIP-FILE-IO
                       WS-TIP-STATUS
                   CLOSE TRN-FILE
                   CLOSE TIP-FILE
                   MOVE "FAILED" TO WS-AUDIT-OUTCOME
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "ravetips.dat OPEN FAILED, STATUS="
                       DELIMITED SIZE
                       WS-TIP-STATUS DELIMITED SIZE
                       INTO WS-AUDIT-DETAIL
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM RUN-APPLY-PASS
           CLOSE TIP-FILE.
           DISPLAY "TRANSACTION REPORT WRITTEN: ravetrn.rpt".
           IF WS-REJECT-COUNT > 0
               MOVE "REJECTS" TO WS-AUDIT-OUTCOME
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "QUEUED" TO WS-AUDIT-OUTCOME
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "READ " DELIMITED SIZE
               WS-READ-COUNT DELIMITED SIZE
               " QUEUED " DELIMITED SIZE
               WS-QUEUE-COUNT DELIMITED SIZE
               " REJECTED " DELIMITED SIZE
               WS-REJECT-COUNT DELIMITED SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-RECORD.
       WRITE-AUDIT-RECORD.
           MOVE SPACES TO OPER-AUDIT-PARMS.
           MOVE SIGNON-OPERATOR TO OAP-OPERATOR.
           MOVE "TIP-BATCH" TO OAP-PROGRAM.
           MOVE "APPLY-TRANS" TO OAP-FUNCTION.
           MOVE WS-AUDIT-OUTCOME TO OAP-OUTCOME.
           MOVE WS-AUDIT-DETAIL TO OAP-DETAIL.
           CALL "OPER-AUDIT" USING OPER-AUDIT-PARMS.
       OPEN-TIP-FILE-IO.
           MOVE 0 TO WS-LOCK-TRY.
           OPEN I-O TIP-FILE.
               END-READ
           END-PERFORM.
       APPLY-ONE-TRANSACTION.
           MOVE "QUEUED" TO WS-RESULT-TEXT.
           MOVE SPACES TO WS-REASON-TEXT.
           EVALUATE TRUE
               WHEN TRN-LANG = SPACES
                   MOVE "REJECTED" TO WS-RESULT-TEXT
                   MOVE "BAD TRANSACTION CODE" TO WS-REASON-TEXT
           END-EVALUATE.
           IF WS-RESULT-TEXT = "QUEUED"
               ADD 1 TO WS-QUEUE-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
           MOVE "TIP NUMBER NOT NUMERIC" TO WS-REASON-TEXT.
       APPLY-ADD.
           PERFORM BUILD-TIP-FROM-TRN.
           MOVE TIP-RECORD TO WS-AFTER-IMAGE.
           READ TIP-FILE
               INVALID KEY
                   MOVE "A" TO WS-PEND-ACTION
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   PERFORM QUEUE-PENDING-CHANGE
               NOT INVALID KEY
                   MOVE "REJECTED" TO WS-RESULT-TEXT
                   MOVE "TIP ALREADY EXISTS" TO WS-REASON-TEXT
           END-READ.
       APPLY-REPLACE.
           MOVE TRN-LANG TO TIP-LANG.
           MOVE TRN-NUMBER TO TIP-NUMBER.
                   MOVE TIP-RECORD TO WS-BEFORE-IMAGE
           END-READ.
           PERFORM BUILD-TIP-FROM-TRN.
           IF WS-BEFORE-IMAGE = SPACES
               MOVE "A" TO WS-PEND-ACTION
           ELSE
               MOVE "E" TO WS-PEND-ACTION
           END-IF.
           MOVE TIP-RECORD TO WS-AFTER-IMAGE.
           PERFORM QUEUE-PENDING-CHANGE.
       APPLY-RETIRE.
           MOVE TRN-LANG TO TIP-LANG.
           MOVE TRN-NUMBER TO TIP-NUMBER.
               NOT INVALID KEY
                   MOVE TIP-RECORD TO WS-BEFORE-IMAGE
                   SET TIP-IS-RETIRED TO TRUE
                   MOVE "R" TO WS-PEND-ACTION
                   MOVE TIP-RECORD TO WS-AFTER-IMAGE
                   PERFORM QUEUE-PENDING-CHANGE
           END-READ.
       QUEUE-PENDING-CHANGE.
           MOVE SPACES TO TIP-PEND-PARMS.
           MOVE SIGNON-OPERATOR TO TPP-MAKER.
           MOVE "B" TO TPP-SOURCE.
           MOVE WS-PEND-ACTION TO TPP-ACTION.
           MOVE WS-BEFORE-IMAGE TO TPP-BEFORE.
           MOVE WS-AFTER-IMAGE TO TPP-AFTER.
           CALL "TIP-PEND-WRITE" USING TIP-PEND-PARMS.
           IF TPP-NOT-QUEUED
               MOVE "REJECTED" TO WS-RESULT-TEXT
               MOVE "PENDING FILE UNWRITABLE" TO WS-REASON-TEXT
           END-IF.
       BUILD-TIP-FROM-TRN.
           MOVE TRN-LANG TO TIP-LANG.
           MOVE TRN-NUMBER TO TIP-NUMBER.
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE TRN-RPT-LINE FROM WS-OUT-LINE.
           MOVE WS-QUEUE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "TRANSACTIONS QUEUED FOR APPROVAL: " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE TRN-RPT-LINE FROM WS-OUT-LINE.
