           SELECT OPTIONAL GIB-CAP-RPT ASSIGN TO "gibcap.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-RPT-STATUS.
           SELECT OPTIONAL KIOSK-SESS-FILE ASSIGN TO "kiosksess.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESS-FILE-STATUS.
           SELECT OPS-SUM-RPT ASSIGN TO "opssummary.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       01  GIB-RECON-LINE      PIC X(80).
       FD  GIB-CAP-RPT.
       01  GIB-CAP-LINE        PIC X(80).
       FD  KIOSK-SESS-FILE.
       COPY "ksesrec".
       FD  OPS-SUM-RPT.
       01  OPS-SUM-LINE        PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-CAL-SKIP-COUNT   PIC 9(4) VALUE 0.
       01  WS-CAL-REASON-TEXT  PIC X(8).
       01  WS-CAL-SKIP-NOTE    PIC X(40).
       01  WS-DEP-SKIP-COUNT   PIC 9(4) VALUE 0.
       01  WS-DEP-STEP-TEXT    PIC X(2).
       01  WS-DEP-AFTER-TEXT   PIC X(2).
       01  WS-RUN-DATE-TEXT    PIC X(8).
       01  WS-WORST-STATUS     PIC S9(4) VALUE 0.
       01  WS-RAVE-RUN-COUNT   PIC 9(4) VALUE 0.
       01  WS-RECON-RESULT     PIC X(9) VALUE "NOT FOUND".
       01  WS-CAP-RPT-STATUS   PIC X(2) VALUE "00".
       01  WS-CAP-RESULT       PIC X(9) VALUE "NOT FOUND".
       01  WS-SESS-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-SESS-COUNT       PIC 9(4) VALUE 0.
       01  WS-SESS-RAVE-TOTAL  PIC 9(6) VALUE 0.
       01  WS-SESS-NEON-TOTAL  PIC 9(6) VALUE 0.
       01  WS-VERDICT-FLAG     PIC X(1) VALUE "G".
           88  WS-VERDICT-GREEN   VALUE "G".
           88  WS-VERDICT-RED     VALUE "R".
           PERFORM WRITE-REPORT-HEADING.
           PERFORM SUMMARIZE-MENU-LOG.
           PERFORM SUMMARIZE-RAVE-LOG.
           PERFORM SUMMARIZE-KIOSK-SESSIONS.
           PERFORM SUMMARIZE-RECON-RPT.
           PERFORM SUMMARIZE-CAPACITY-RPT.
           PERFORM WRITE-VERDICT.
       INITIALIZE-RUN.
           MOVE 0 TO WS-JOB-LINE-COUNT.
           MOVE 0 TO WS-CAL-SKIP-COUNT.
           MOVE 0 TO WS-DEP-SKIP-COUNT.
           MOVE 0 TO WS-WORST-STATUS.
           MOVE 0 TO WS-RAVE-RUN-COUNT.
           MOVE 0 TO WS-RAVE-ZERO-COUNT.
           MOVE SPACES TO WS-RAVE-LAST-TIPS.
           MOVE 0 TO WS-SESS-COUNT.
           MOVE 0 TO WS-SESS-RAVE-TOTAL.
           MOVE 0 TO WS-SESS-NEON-TOTAL.
           MOVE "NOT FOUND" TO WS-RECON-RESULT.
           MOVE "NOT FOUND" TO WS-CAP-RESULT.
           MOVE "G" TO WS-VERDICT-FLAG.
           CLOSE MENU-LOG-FILE.
           IF WS-JOB-LINE-COUNT = 0
               AND WS-CAL-SKIP-COUNT = 0
               AND WS-DEP-SKIP-COUNT = 0
               MOVE "  *** NO JOB LOG LINES FOUND FOR TODAY ***"
                   TO WS-OUT-LINE
               WRITE OPS-SUM-LINE FROM WS-OUT-LINE
           END-IF.
       CHECK-MENU-LOG-LINE.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-TEXT.
           EVALUATE TRUE
               WHEN WS-LOG-LINE(1:8) = WS-RUN-DATE-TEXT
                   AND WS-LOG-LINE(10:13) = "CALENDAR JOB="
                   PERFORM WRITE-CALENDAR-SKIP-LINE
               WHEN WS-LOG-LINE(1:8) = WS-RUN-DATE-TEXT
                   AND WS-LOG-LINE(10:11) = "STREAM JOB="
                   PERFORM WRITE-DEPENDENCY-SKIP-LINE
               WHEN OTHER
                   PERFORM CHECK-JOB-STATUS-LINE
           END-EVALUATE.
       WRITE-CALENDAR-SKIP-LINE.
           ADD 1 TO WS-CAL-SKIP-COUNT.
           MOVE SPACES TO WS-LOG-JOB-NAME.
           MOVE WS-LOG-JOB-NAME TO WS-OUT-LINE(1:18).
           MOVE WS-CAL-SKIP-NOTE TO WS-OUT-LINE(21:40).
           WRITE OPS-SUM-LINE FROM WS-OUT-LINE.
       WRITE-DEPENDENCY-SKIP-LINE.
           ADD 1 TO WS-DEP-SKIP-COUNT.
           MOVE SPACES TO WS-LOG-JOB-NAME.
           MOVE SPACES TO WS-DEP-STEP-TEXT.
           MOVE SPACES TO WS-DEP-AFTER-TEXT.
           UNSTRING WS-LOG-LINE
               DELIMITED BY " STREAM JOB="
                   OR " SKIPPED REASON=DEPEND STEP=" OR " AFTER="
               INTO WS-LOG-DATE-TEXT
                   WS-LOG-JOB-NAME
                   WS-DEP-STEP-TEXT
                   WS-DEP-AFTER-TEXT.
           MOVE SPACES TO WS-CAL-SKIP-NOTE.
           STRING "SKIPPED -- STEP " DELIMITED SIZE
               WS-DEP-AFTER-TEXT DELIMITED SIZE
               " DID NOT COMPLETE" DELIMITED SIZE
               INTO WS-CAL-SKIP-NOTE.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE WS-LOG-JOB-NAME TO WS-OUT-LINE(1:18).
           MOVE WS-CAL-SKIP-NOTE TO WS-OUT-LINE(21:40).
           WRITE OPS-SUM-LINE FROM WS-OUT-LINE.
       CHECK-JOB-STATUS-LINE.
           MOVE SPACES TO WS-LOG-DATE-TEXT.
           MOVE SPACES TO WS-LOG-START-TEXT.
                   ADD 1 TO WS-RAVE-ZERO-COUNT
               END-IF
           END-IF.
       SUMMARIZE-KIOSK-SESSIONS.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE OPS-SUM-LINE FROM WS-OUT-LINE.
           MOVE "KIOSK EVENT SESSIONS" TO WS-OUT-LINE.
           WRITE OPS-SUM-LINE FROM WS-OUT-LINE.
           SET WS-EOF TO FALSE.
           OPEN INPUT KIOSK-SESS-FILE.
           IF WS-SESS-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ KIOSK-SESS-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF KSES-DATE IS NUMERIC
                           AND KSES-DATE = WS-RUN-DATE
                           PERFORM WRITE-KIOSK-SESSION-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE KIOSK-SESS-FILE.
           MOVE WS-SESS-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "KIOSK SESSIONS TODAY: " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE OPS-SUM-LINE FROM WS-OUT-LINE.
           IF WS-SESS-COUNT > 0
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-SESS-RAVE-TOTAL TO WS-ELAPSED-DISPLAY
               STRING "  RAVE-SAFE CYCLES: " DELIMITED SIZE
                   WS-ELAPSED-DISPLAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-SESS-NEON-TOTAL TO WS-ELAPSED-DISPLAY
               STRING "  NEON-STATIC CYCLES: " DELIMITED SIZE
                   WS-ELAPSED-DISPLAY DELIMITED SIZE
                   INTO WS-OUT-LINE(30:51)
               WRITE OPS-SUM-LINE FROM WS-OUT-LINE
           END-IF.
       WRITE-KIOSK-SESSION-LINE.
           ADD 1 TO WS-SESS-COUNT.
           IF KSES-RAVE-CYCLES IS NUMERIC
               ADD KSES-RAVE-CYCLES TO WS-SESS-RAVE-TOTAL
           END-IF.
           IF KSES-NEON-CYCLES IS NUMERIC
               ADD KSES-NEON-CYCLES TO WS-SESS-NEON-TOTAL
           END-IF.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  " DELIMITED SIZE
               KSES-EVENT-ID DELIMITED SIZE
               " " DELIMITED SIZE
               KSES-VENUE DELIMITED SIZE
               " " DELIMITED SIZE
               KSES-START-TIME DELIMITED SIZE
               "-" DELIMITED SIZE
               KSES-END-TIME DELIMITED SIZE
               " RAVE=" DELIMITED SIZE
               KSES-RAVE-CYCLES DELIMITED SIZE
               " NEON=" DELIMITED SIZE
               KSES-NEON-CYCLES DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE OPS-SUM-LINE FROM WS-OUT-LINE.
       SUMMARIZE-RECON-RPT.
           SET WS-EOF TO FALSE.
           OPEN INPUT GIB-RECON-RPT.
