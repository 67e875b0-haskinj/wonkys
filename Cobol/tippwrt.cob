       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIP-PEND-WRITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-FILE ASSIGN TO "tippend.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT PEND-HIST-FILE ASSIGN TO "tipphist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEND-FILE.
       COPY "tippnd".
       FD  PEND-HIST-FILE.
       01  TIPH-RECORD.
           05  TIPH-ID             PIC 9(6).
           05  FILLER              PIC X(211).
       WORKING-STORAGE SECTION.
       01  WS-PEND-STATUS      PIC X(2) VALUE "00".
       01  WS-HIST-STATUS      PIC X(2) VALUE "00".
       01  WS-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-EOF          VALUE "Y" FALSE "N".
       01  WS-HIGH-ID          PIC 9(6) VALUE 0.
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-RUN-TIME         PIC 9(6).
       01  WS-CLOCK-TIME       PIC 9(8).
       LINKAGE SECTION.
       COPY "tippprm".
       PROCEDURE DIVISION USING TIP-PEND-PARMS.
       MAIN-PARA.
           SET TPP-NOT-QUEUED TO TRUE.
           MOVE 0 TO TPP-ID.
           MOVE 0 TO WS-HIGH-ID.
           PERFORM SCAN-PENDING-IDS.
           PERFORM SCAN-HISTORY-IDS.
           CALL "BUS-DATE" USING WS-RUN-DATE.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE WS-CLOCK-TIME(1:6) TO WS-RUN-TIME.
           OPEN EXTEND PEND-FILE.
           IF WS-PEND-STATUS = "05" OR WS-PEND-STATUS = "35"
               OPEN OUTPUT PEND-FILE
           END-IF.
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "PENDING FILE tippend.dat NOT WRITABLE "
                   "(STATUS=" WS-PEND-STATUS ")"
               CLOSE PEND-FILE
               GOBACK
           END-IF.
           MOVE SPACES TO TIPP-RECORD.
           ADD 1 TO WS-HIGH-ID GIVING TIPP-ID.
           MOVE WS-RUN-DATE TO TIPP-SUB-DATE.
           MOVE WS-RUN-TIME TO TIPP-SUB-TIME.
           MOVE TPP-MAKER TO TIPP-MAKER.
           MOVE TPP-SOURCE TO TIPP-SOURCE.
           MOVE TPP-ACTION TO TIPP-ACTION.
           SET TIPP-IS-PENDING TO TRUE.
           MOVE SPACES TO TIPP-CHECKER.
           MOVE 0 TO TIPP-DEC-DATE.
           MOVE 0 TO TIPP-DEC-TIME.
           MOVE TPP-BEFORE TO TIPP-BEFORE.
           MOVE TPP-AFTER TO TIPP-AFTER.
           WRITE TIPP-RECORD.
           CLOSE PEND-FILE.
           MOVE TIPP-ID TO TPP-ID.
           SET TPP-QUEUED TO TRUE.
           GOBACK.
       SCAN-PENDING-IDS.
           SET WS-EOF TO FALSE.
           OPEN INPUT PEND-FILE.
           IF WS-PEND-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ PEND-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF TIPP-ID IS NUMERIC
                           AND TIPP-ID > WS-HIGH-ID
                           MOVE TIPP-ID TO WS-HIGH-ID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PEND-FILE.
       SCAN-HISTORY-IDS.
           SET WS-EOF TO FALSE.
           OPEN INPUT PEND-HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ PEND-HIST-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF TIPH-ID IS NUMERIC
                           AND TIPH-ID > WS-HIGH-ID
                           MOVE TIPH-ID TO WS-HIGH-ID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PEND-HIST-FILE.
