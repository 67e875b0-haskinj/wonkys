           SELECT OPTIONAL MENU-CAL-FILE ASSIGN TO "wonkycal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT OPTIONAL MENU-JOB-FILE ASSIGN TO "wonkyjob.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-FILE-STATUS.
           SELECT OPTIONAL RAVE-CTL-FILE ASSIGN TO "ravectl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAVE-CTL-STATUS.
           SELECT PROBE-FILE ASSIGN TO "gibarch/preflt.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.
           SELECT OPTIONAL NEON-PLAY-FILE ASSIGN TO DYNAMIC
               WS-PLAY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAY-FILE-STATUS.
           SELECT OPTIONAL ALERT-FILE ASSIGN TO "alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.
           SELECT OPTIONAL KIOSK-EVT-FILE ASSIGN TO "kioskevt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-FILE-STATUS.
           SELECT KIOSK-SESS-FILE ASSIGN TO "kiosksess.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESS-FILE-STATUS.
           SELECT TIP-FILE ASSIGN TO "ravetips.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       01  MENU-LOG-RECORD     PIC X(80).
       FD  MENU-CAL-FILE.
       01  MENU-CAL-RECORD     PIC X(80).
       FD  MENU-JOB-FILE.
       COPY "jobstep".
       FD  RAVE-CTL-FILE.
       01  RAVE-CTL-RECORD     PIC X(80).
       FD  NEON-CTL-FILE.
       01  NEON-PLAY-RECORD    PIC X(80).
       FD  ALERT-FILE.
       COPY "alrtrec".
       FD  KIOSK-EVT-FILE.
       COPY "kevtrec".
       FD  KIOSK-SESS-FILE.
       COPY "ksesrec".
       FD  TIP-FILE.
       COPY "tiprec".
       WORKING-STORAGE SECTION.
           05  WS-CTL-SKIP-GIB PIC X(1).
           05  WS-CTL-SKIP-RAVE   PIC X(1).
           05  WS-CTL-SKIP-NEON   PIC X(1).
           05  WS-CTL-RESTART  PIC X(2).
       01  WS-BATCH-MODE-FLAG  PIC X(1) VALUE "N".
           88  WS-BATCH-MODE   VALUE "Y".
       01  WS-POLICY-FLAG      PIC X(1) VALUE "C".
           88  WS-SKIP-RAVE    VALUE "Y".
       01  WS-SKIP-NEON-FLAG   PIC X(1) VALUE "N".
           88  WS-SKIP-NEON    VALUE "Y".
       01  WS-RESTART-STEP     PIC 9(2) VALUE 0.
       01  WS-JOB-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-JOB-EOF-FLAG     PIC X(1) VALUE "N".
           88  WS-JOB-EOF      VALUE "Y" FALSE "N".
       01  WS-STEP-COUNT       PIC 9(2) VALUE 0.
       01  WS-STEP-TBL.
           05  WS-STEP-ENTRY OCCURS 50 TIMES.
               10  WS-ST-NUMBER    PIC 9(2).
               10  WS-ST-PROGRAM   PIC X(18).
               10  WS-ST-DEP       PIC 9(2) OCCURS 3 TIMES.
               10  WS-ST-ON-FAIL   PIC X(1).
               10  WS-ST-CAL-CLASS PIC X(1).
               10  WS-ST-FINAL     PIC X(1).
               10  WS-ST-RESULT    PIC X(1).
       01  WS-STEP-IDX         PIC 9(2).
       01  WS-STEP-SCAN        PIC 9(2).
       01  WS-STEP-PREV        PIC 9(2).
       01  WS-STEP-RUNS        PIC 9(1).
       01  WS-STEP-BYPASS-FLAG PIC X(1) VALUE "N".
           88  WS-STEP-BYPASS  VALUE "Y".
       01  WS-DEP-IDX          PIC 9(1).
       01  WS-DEP-STEP         PIC 9(2).
       01  WS-DEP-FOUND-FLAG   PIC X(1).
           88  WS-DEP-FOUND    VALUE "Y".
       01  WS-DEP-FAIL-FLAG    PIC X(1).
           88  WS-DEP-FAILED   VALUE "Y".
       01  WS-DEP-FAIL-STEP    PIC 9(2).
       01  WS-LOG-PTR          PIC 9(3).
       01  WS-CAL-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-CAL-RECORD-TEXT  PIC X(80).
       01  WS-CAL-FIELDS REDEFINES WS-CAL-RECORD-TEXT.
           88  WS-KIOSK-DONE   VALUE "Y".
       COPY "raveprm".
       COPY "neonprm".
       COPY "oaudprm".
       COPY "jslaprm".
       COPY "alrtprm".
       01  WS-TIP-STATUS       PIC X(2).
       01  WS-MORE-TIPS-FLAG   PIC X(1) VALUE "Y".
           88  WS-MORE-TIPS    VALUE "Y" FALSE "N".
           05  WS-PLAY-NAME    PIC X(12) OCCURS 50 TIMES.
       01  WS-PLAY-IDX         PIC 9(2) VALUE 0.
       01  WS-PLAY-TEXT        PIC X(12).
       01  WS-PLAY-PATH        PIC X(40) VALUE "neonplay.dat".
       01  WS-EVT-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-EVT-EOF-FLAG     PIC X(1).
           88  WS-EVT-EOF      VALUE "Y" FALSE "N".
       01  WS-EVT-SCHEDULE-FLAG   PIC X(1) VALUE "N".
           88  WS-EVT-SCHEDULED   VALUE "Y".
       01  WS-EVT-COUNT        PIC 9(2) VALUE 0.
       01  WS-EVT-TBL.
           05  WS-EVT-ENTRY OCCURS 50 TIMES.
               10  WS-EV-ID        PIC X(8).
               10  WS-EV-VENUE     PIC X(20).
               10  WS-EV-DATE      PIC 9(8).
               10  WS-EV-START     PIC 9(4).
               10  WS-EV-END       PIC 9(4).
               10  WS-EV-LANGS     PIC X(20).
               10  WS-EV-PLAYLIST  PIC X(12).
               10  WS-EV-RUN-FLAG  PIC X(1).
       01  WS-EVT-IDX          PIC 9(2).
       01  WS-EVT-NEXT         PIC 9(2).
       01  WS-EVT-LANG-IDX     PIC 9(2).
       01  WS-EVT-LANG-POS     PIC 9(2).
       01  WS-EVT-WINDOW-FLAG  PIC X(1) VALUE "N".
           88  WS-EVT-WINDOW-OPEN VALUE "Y" FALSE "N".
       01  WS-EVT-NOW-HHMM     PIC 9(4).
       01  WS-EVT-NOW-SECS     PIC 9(5).
       01  WS-EVT-WAIT-SECS    PIC 9(5).
       01  WS-EVT-WAIT-NANOS   PIC S9(18) COMP-5.
       01  WS-EVT-NOW-TIME.
           05  WS-EVT-NOW-HH   PIC 9(2).
           05  WS-EVT-NOW-MM   PIC 9(2).
           05  WS-EVT-NOW-SS   PIC 9(2).
       01  WS-EVT-START-HHMM.
           05  WS-EVT-START-HH PIC 9(2).
           05  WS-EVT-START-MM PIC 9(2).
       01  WS-SESS-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-SESS-START-TIME  PIC 9(6).
       01  WS-SESS-RAVE-CYCLES PIC 9(4).
       01  WS-SESS-NEON-CYCLES PIC 9(4).
       01  WS-SCAN-IDX         PIC 9(2).
       01  WS-HIT-IDX          PIC 9(2).
       01  WS-LOG-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-JOB-START-TIME   PIC 9(6).
       01  WS-JOB-END-TIME     PIC 9(6).
       01  WS-JOB-STATUS       PIC S9(4).
       01  WS-JOB-STEP         PIC 9(2) VALUE 0.
       01  WS-CHOICE           PIC X(1) VALUE SPACE.
           88  WS-CHOICE-EXIT  VALUE "0".
       01  WS-RAVE-CTL-STATUS  PIC X(2) VALUE "00".
       01  WS-ALERT-COUNT      PIC 9(3) VALUE 0.
       01  WS-ALERT-OPEN-COUNT PIC 9(3) VALUE 0.
       01  WS-ALERT-TBL.
           05  WS-ALERT-ENTRY  PIC X(100) OCCURS 999 TIMES.
       01  WS-ALERT-WORK.
           05  WS-AL-STATUS    PIC X(1).
           05  WS-AL-REASON    PIC X(8).
           05  WS-AL-ACK-OP    PIC X(8).
           05  WS-AL-ACK-DATE  PIC 9(8).
           05  WS-AL-ACK-TIME  PIC 9(6).
           05  WS-AL-NTF-LEVEL PIC 9(1).
           05  WS-AL-NTF-DATE  PIC 9(8).
           05  WS-AL-NTF-TIME  PIC 9(6).
       01  WS-ALERT-IDX        PIC 9(4).
       01  WS-ALERT-SEQ        PIC ZZZ9.
       01  WS-ACK-INPUT        PIC X(3).
       01  WS-ACK-COUNT        PIC 9(3).
       01  WS-ACK-DATE         PIC 9(8).
       01  WS-ACK-TIME         PIC 9(6).
       01  WS-CLOCK-TIME       PIC 9(8).
       01  WS-SLA-HHMM         PIC 9(4).
       01  WS-SLA-SECS-DISPLAY PIC ZZZZ9.
       01  WS-SLA-MAX-DISPLAY  PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO RAVE-PARMS.
                   IF WS-CTL-RESTART IS NUMERIC
                       MOVE WS-CTL-RESTART TO WS-RESTART-STEP
                   END-IF
                   IF WS-CTL-RESTART(1:1) IS NUMERIC
                       AND WS-CTL-RESTART(2:1) = SPACE
                       MOVE WS-CTL-RESTART(1:1) TO WS-RESTART-STEP
                   END-IF
               END-IF
           END-IF.
           CLOSE MENU-CTL-FILE.
           DISPLAY "  1) GIBBERISH-TO-DISK".
           DISPLAY "  2) RAVE-SAFE".
           DISPLAY "  3) NEON-STATIC".
           DISPLAY "  4) RUN NIGHTLY JOB STREAM (UNATTENDED)".
           DISPLAY "  5) ACKNOWLEDGE ALERTS".
           DISPLAY "  0) EXIT".
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
       APPLY-ACKNOWLEDGMENT.
           MOVE 0 TO WS-ACK-COUNT.
           CALL "BUS-DATE" USING WS-ACK-DATE.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE WS-CLOCK-TIME(1:6) TO WS-ACK-TIME.
           EVALUATE TRUE
               WHEN WS-ACK-INPUT = SPACES
                   CONTINUE
               MOVE WS-ACK-TIME TO WS-AL-ACK-TIME
               MOVE WS-ALERT-WORK TO WS-ALERT-ENTRY(WS-ALERT-IDX)
               ADD 1 TO WS-ACK-COUNT
               PERFORM AUDIT-ONE-ACK
           END-IF.
       AUDIT-ONE-ACK.
           MOVE SPACES TO OPER-AUDIT-PARMS.
           MOVE WS-AL-ACK-OP TO OAP-OPERATOR.
           MOVE "WONKYS-MENU" TO OAP-PROGRAM.
           MOVE "ACK-ALERT" TO OAP-FUNCTION.
           MOVE "ACKED" TO OAP-OUTCOME.
           STRING WS-AL-REASON DELIMITED SPACE
               " RAISED " DELIMITED SIZE
               WS-AL-DATE DELIMITED SIZE
               " " DELIMITED SIZE
               WS-AL-TIME DELIMITED SIZE
               INTO OAP-DETAIL.
           CALL "OPER-AUDIT" USING OPER-AUDIT-PARMS.
       REWRITE-ALERT-FILE.
           OPEN OUTPUT ALERT-FILE.
           PERFORM VARYING WS-ALERT-IDX FROM 1 BY 1
       RUN-ALL-JOBS.
           MOVE 0 TO WS-WORST-STATUS.
           MOVE "N" TO WS-STREAM-STOP-FLAG.
           MOVE 0 TO WS-JOB-STEP.
           PERFORM LOAD-JOB-STREAM.
           PERFORM READ-PROCESSING-CALENDAR.
           PERFORM RUN-PREFLIGHT.
           PERFORM RUN-STREAM-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.
           MOVE 0 TO WS-JOB-STEP.
       LOAD-JOB-STREAM.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE 0 TO WS-STEP-PREV.
           SET WS-JOB-EOF TO FALSE.
           OPEN INPUT MENU-JOB-FILE.
           IF WS-JOB-FILE-STATUS NOT = "00"
               SET WS-JOB-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-JOB-EOF
               READ MENU-JOB-FILE
                   AT END
                       SET WS-JOB-EOF TO TRUE
                   NOT AT END
                       PERFORM STORE-JOB-STEP
               END-READ
           END-PERFORM.
           CLOSE MENU-JOB-FILE.
           IF WS-STEP-COUNT = 0
               PERFORM LOAD-DEFAULT-JOB-STREAM
           END-IF.
       STORE-JOB-STEP.
           EVALUATE TRUE
               WHEN JOB-STEP-NUMBER NOT NUMERIC
                   OR JOB-STEP-NUMBER = 0
                   OR JOB-STEP-PROGRAM = SPACES
                   CONTINUE
               WHEN JOB-STEP-NUMBER NOT > WS-STEP-PREV
                   DISPLAY "JOB STREAM STEP " JOB-STEP-NUMBER
                       " OUT OF SEQUENCE IN wonkyjob.dat -- IGNORED."
               WHEN WS-STEP-COUNT NOT < 50
                   DISPLAY "JOB STREAM STEP " JOB-STEP-NUMBER
                       " OVER 50 STEPS IN wonkyjob.dat -- IGNORED."
               WHEN OTHER
                   ADD 1 TO WS-STEP-COUNT
                   MOVE JOB-STEP-NUMBER TO WS-STEP-PREV
                   MOVE JOB-STEP-NUMBER TO WS-ST-NUMBER(WS-STEP-COUNT)
                   MOVE FUNCTION UPPER-CASE(JOB-STEP-PROGRAM)
                       TO WS-ST-PROGRAM(WS-STEP-COUNT)
                   PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                       UNTIL WS-DEP-IDX > 3
                       IF JOB-STEP-DEP(WS-DEP-IDX) IS NUMERIC
                           MOVE JOB-STEP-DEP(WS-DEP-IDX)
                               TO WS-ST-DEP(WS-STEP-COUNT, WS-DEP-IDX)
                       ELSE
                           MOVE 0
                               TO WS-ST-DEP(WS-STEP-COUNT, WS-DEP-IDX)
                       END-IF
                   END-PERFORM
                   MOVE JOB-STEP-ON-FAIL TO WS-ST-ON-FAIL(WS-STEP-COUNT)
                   MOVE JOB-STEP-CAL-CLASS
                       TO WS-ST-CAL-CLASS(WS-STEP-COUNT)
                   MOVE JOB-STEP-FINAL TO WS-ST-FINAL(WS-STEP-COUNT)
                   MOVE SPACE TO WS-ST-RESULT(WS-STEP-COUNT)
           END-EVALUATE.
       LOAD-DEFAULT-JOB-STREAM.
           MOVE SPACES TO WS-STEP-TBL.
           MOVE 4 TO WS-STEP-COUNT.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               MOVE WS-STEP-IDX TO WS-ST-NUMBER(WS-STEP-IDX)
               PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > 3
                   MOVE 0 TO WS-ST-DEP(WS-STEP-IDX, WS-DEP-IDX)
               END-PERFORM
           END-PERFORM.
           MOVE "GIBBERISH-TO-DISK" TO WS-ST-PROGRAM(1).
           MOVE "G" TO WS-ST-CAL-CLASS(1).
           MOVE "RAVE-SAFE" TO WS-ST-PROGRAM(2).
           MOVE "R" TO WS-ST-CAL-CLASS(2).
           MOVE "NEON-STATIC" TO WS-ST-PROGRAM(3).
           MOVE "N" TO WS-ST-CAL-CLASS(3).
           MOVE "OPS-SUMMARY" TO WS-ST-PROGRAM(4).
           MOVE "Y" TO WS-ST-FINAL(4).
       SET-STEP-RUNS.
           MOVE "N" TO WS-STEP-BYPASS-FLAG.
           EVALUATE WS-ST-CAL-CLASS(WS-STEP-IDX)
               WHEN "G"
                   MOVE WS-CAL-GIB-RUNS TO WS-STEP-RUNS
                   IF WS-SKIP-GIB
                       SET WS-STEP-BYPASS TO TRUE
                   END-IF
               WHEN "R"
                   MOVE WS-CAL-RAVE-RUNS TO WS-STEP-RUNS
                   IF WS-SKIP-RAVE
                       SET WS-STEP-BYPASS TO TRUE
                   END-IF
               WHEN "N"
                   MOVE WS-CAL-NEON-RUNS TO WS-STEP-RUNS
                   IF WS-SKIP-NEON
                       SET WS-STEP-BYPASS TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE 1 TO WS-STEP-RUNS
           END-EVALUATE.
           IF WS-ST-NUMBER(WS-STEP-IDX) < WS-RESTART-STEP
               SET WS-STEP-BYPASS TO TRUE
           END-IF.
       RUN-STREAM-STEP.
           MOVE WS-ST-PROGRAM(WS-STEP-IDX) TO WS-JOB-NAME.
           MOVE WS-ST-NUMBER(WS-STEP-IDX) TO WS-JOB-STEP.
           PERFORM SET-STEP-RUNS.
           EVALUATE TRUE
               WHEN WS-STEP-BYPASS
                   MOVE "B" TO WS-ST-RESULT(WS-STEP-IDX)
               WHEN WS-STREAM-STOPPED
                   AND WS-ST-FINAL(WS-STEP-IDX) NOT = "Y"
                   MOVE "S" TO WS-ST-RESULT(WS-STEP-IDX)
               WHEN WS-STEP-RUNS = 0
                   MOVE "C" TO WS-ST-RESULT(WS-STEP-IDX)
                   PERFORM LOG-CALENDAR-SKIP
               WHEN OTHER
                   PERFORM CHECK-STEP-DEPENDENCIES
                   IF WS-DEP-FAILED
                       MOVE "D" TO WS-ST-RESULT(WS-STEP-IDX)
                       PERFORM LOG-DEPENDENCY-SKIP
                   ELSE
                       MOVE "R" TO WS-ST-RESULT(WS-STEP-IDX)
                       PERFORM WS-STEP-RUNS TIMES
                           IF NOT WS-STREAM-STOPPED
                               OR WS-ST-FINAL(WS-STEP-IDX) = "Y"
                               PERFORM RUN-STEP-PROGRAM
                               PERFORM TRACK-STEP-STATUS
                           END-IF
                       END-PERFORM
                   END-IF
           END-EVALUATE.
       CHECK-STEP-DEPENDENCIES.
           MOVE "N" TO WS-DEP-FAIL-FLAG.
           MOVE 0 TO WS-DEP-FAIL-STEP.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > 3 OR WS-DEP-FAILED
               MOVE WS-ST-DEP(WS-STEP-IDX, WS-DEP-IDX) TO WS-DEP-STEP
               IF WS-DEP-STEP > 0
                   PERFORM CHECK-ONE-DEPENDENCY
               END-IF
           END-PERFORM.
       CHECK-ONE-DEPENDENCY.
           MOVE "N" TO WS-DEP-FOUND-FLAG.
           PERFORM VARYING WS-STEP-SCAN FROM 1 BY 1
               UNTIL WS-STEP-SCAN NOT < WS-STEP-IDX
               IF WS-ST-NUMBER(WS-STEP-SCAN) = WS-DEP-STEP
                   SET WS-DEP-FOUND TO TRUE
                   IF WS-ST-RESULT(WS-STEP-SCAN) = "F"
                       OR WS-ST-RESULT(WS-STEP-SCAN) = "D"
                       OR WS-ST-RESULT(WS-STEP-SCAN) = "S"
                       SET WS-DEP-FAILED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-DEP-FOUND
               SET WS-DEP-FAILED TO TRUE
           END-IF.
           IF WS-DEP-FAILED
               MOVE WS-DEP-STEP TO WS-DEP-FAIL-STEP
           END-IF.
       RUN-STEP-PROGRAM.
           EVALUATE WS-JOB-NAME
               WHEN "GIBBERISH-TO-DISK"
                   PERFORM RUN-GIBBERISH
               WHEN "RAVE-SAFE"
                   PERFORM RUN-RAVESAFE
               WHEN "NEON-STATIC"
                   PERFORM RUN-NEONSTATIC
               WHEN "OPS-SUMMARY"
                   PERFORM RUN-OPSSUMMARY
               WHEN OTHER
                   PERFORM RUN-STREAM-PROGRAM
           END-EVALUATE.
       RUN-STREAM-PROGRAM.
           PERFORM START-JOB-TIMER.
           CALL WS-JOB-NAME
               ON EXCEPTION
                   DISPLAY "JOB STREAM PROGRAM NOT FOUND: "
                       WS-JOB-NAME
                   MOVE 8 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-JOB-STATUS.
           CANCEL WS-JOB-NAME.
           PERFORM LOG-JOB-RESULT.
       TRACK-STEP-STATUS.
           PERFORM TRACK-JOB-STATUS.
           IF WS-JOB-STATUS NOT = 0
               MOVE "F" TO WS-ST-RESULT(WS-STEP-IDX)
               IF WS-ST-ON-FAIL(WS-STEP-IDX) = "S"
                   SET WS-STREAM-STOPPED TO TRUE
               END-IF
           END-IF.
       RUN-PREFLIGHT.
           MOVE "PREFLIGHT" TO WS-JOB-NAME.
           PERFORM START-JOB-TIMER.
           WRITE PREFLT-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE PREFLT-LINE FROM WS-OUT-LINE.
           PERFORM PREFLIGHT-CHECK-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE PREFLT-LINE FROM WS-OUT-LINE.
           IF WS-PREFLT-ERRORS = 0
               DISPLAY "PREFLIGHT FAILED -- STREAM REFUSED, "
                   "SEE preflight.rpt"
           END-IF.
       PREFLIGHT-CHECK-STEP.
           PERFORM SET-STEP-RUNS.
           IF NOT WS-STEP-BYPASS
               AND WS-STEP-RUNS > 0
               EVALUATE WS-ST-PROGRAM(WS-STEP-IDX)
                   WHEN "GIBBERISH-TO-DISK"
                       PERFORM PREFLIGHT-CHECK-GIBARCH
                       PERFORM PREFLIGHT-CHECK-CKPT
                   WHEN "RAVE-SAFE"
                       PERFORM PREFLIGHT-CHECK-TIPS
                   WHEN "NEON-STATIC"
                       PERFORM PREFLIGHT-CHECK-NEON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       WRITE-PREFLIGHT-ERROR.
           ADD 1 TO WS-PREFLT-ERRORS.
           WRITE PREFLT-LINE FROM WS-OUT-LINE.
               WS-JOB-NAME DELIMITED SPACE
               " SKIPPED REASON=" DELIMITED SIZE
               WS-CAL-REASON DELIMITED SPACE
               " STEP=" DELIMITED SIZE
               WS-JOB-STEP DELIMITED SIZE
               INTO WS-LOG-LINE.
           PERFORM WRITE-MENU-LOG-LINE.
       LOG-DEPENDENCY-SKIP.
           MOVE SPACES TO WS-LOG-LINE.
           STRING WS-BUS-DATE DELIMITED SIZE
               " STREAM JOB=" DELIMITED SIZE
               WS-JOB-NAME DELIMITED SPACE
               " SKIPPED REASON=DEPEND STEP=" DELIMITED SIZE
               WS-JOB-STEP DELIMITED SIZE
               " AFTER=" DELIMITED SIZE
               WS-DEP-FAIL-STEP DELIMITED SIZE
               INTO WS-LOG-LINE.
           PERFORM WRITE-MENU-LOG-LINE.
           DISPLAY "STEP " WS-JOB-STEP " " WS-JOB-NAME
               " SKIPPED -- DEPENDS ON STEP " WS-DEP-FAIL-STEP.
       TRACK-JOB-STATUS.
           IF WS-JOB-STATUS > WS-WORST-STATUS
               MOVE WS-JOB-STATUS TO WS-WORST-STATUS
           MOVE RETURN-CODE TO WS-JOB-STATUS.
           PERFORM LOG-JOB-RESULT.
       RUN-KIOSK-LOOP.
           COMPUTE WS-KIOSK-NANOS = WS-KIOSK-SECS * 1000000000.
           PERFORM LOAD-EVENT-SCHEDULE.
           IF WS-EVT-SCHEDULED
               PERFORM RUN-NEXT-EVENT UNTIL WS-KIOSK-DONE
           ELSE
               PERFORM LOAD-KIOSK-LANGS
               PERFORM LOAD-NEON-PLAYLIST
               PERFORM UNTIL WS-KIOSK-DONE
                   PERFORM NEXT-KIOSK-LANG
                   PERFORM SET-RAVE-RUN-PARMS
                   PERFORM RUN-RAVESAFE
                   CALL "CBL_GC_NANOSLEEP" USING WS-KIOSK-NANOS
                   PERFORM SET-NEON-RUN-PARMS
                   PERFORM RUN-NEONSTATIC
               END-PERFORM
           END-IF.
       NEXT-KIOSK-LANG.
           ADD 1 TO WS-KIOSK-LANG-IDX.
           IF WS-KIOSK-LANG-IDX > WS-KIOSK-LANG-COUNT
               MOVE 1 TO WS-KIOSK-LANG-IDX
           END-IF.
       LOAD-EVENT-SCHEDULE.
           MOVE 0 TO WS-EVT-COUNT.
           SET WS-EVT-EOF TO FALSE.
           OPEN INPUT KIOSK-EVT-FILE.
           IF WS-EVT-FILE-STATUS = "00"
               SET WS-EVT-SCHEDULED TO TRUE
           ELSE
               SET WS-EVT-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EVT-EOF
               READ KIOSK-EVT-FILE
                   AT END
                       SET WS-EVT-EOF TO TRUE
                   NOT AT END
                       PERFORM STORE-KIOSK-EVENT
               END-READ
           END-PERFORM.
           CLOSE KIOSK-EVT-FILE.
           IF WS-EVT-SCHEDULED
               DISPLAY "KIOSK: " WS-EVT-COUNT
                   " EVENT SESSION(S) SCHEDULED"
           END-IF.
       STORE-KIOSK-EVENT.
           IF KEVT-EVENT-ID = SPACES
               OR KEVT-DATE IS NOT NUMERIC
               OR KEVT-START IS NOT NUMERIC
               OR KEVT-END IS NOT NUMERIC
               DISPLAY "KIOSK: EVENT RECORD IGNORED -- " KEVT-EVENT-ID
           ELSE
               IF KEVT-END NOT > KEVT-START
                   OR KEVT-END > "2359"
                   OR KEVT-START(3:2) > "59"
                   OR KEVT-END(3:2) > "59"
                   DISPLAY "KIOSK: EVENT " KEVT-EVENT-ID
                       " IGNORED -- INVALID SESSION WINDOW"
               ELSE
                   IF WS-EVT-COUNT < 50
                       ADD 1 TO WS-EVT-COUNT
                       MOVE KEVT-EVENT-ID TO WS-EV-ID(WS-EVT-COUNT)
                       MOVE KEVT-VENUE TO WS-EV-VENUE(WS-EVT-COUNT)
                       MOVE KEVT-DATE TO WS-EV-DATE(WS-EVT-COUNT)
                       MOVE KEVT-START TO WS-EV-START(WS-EVT-COUNT)
                       MOVE KEVT-END TO WS-EV-END(WS-EVT-COUNT)
                       MOVE KEVT-LANGS TO WS-EV-LANGS(WS-EVT-COUNT)
                       MOVE KEVT-PLAYLIST
                           TO WS-EV-PLAYLIST(WS-EVT-COUNT)
                       MOVE "N" TO WS-EV-RUN-FLAG(WS-EVT-COUNT)
                   END-IF
               END-IF
           END-IF.
       RUN-NEXT-EVENT.
           CALL "BUS-DATE" USING WS-BUS-DATE.
           PERFORM READ-KIOSK-CLOCK.
           MOVE 0 TO WS-EVT-NEXT.
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
               UNTIL WS-EVT-IDX > WS-EVT-COUNT
               IF WS-EV-RUN-FLAG(WS-EVT-IDX) = "N"
                   AND WS-EV-DATE(WS-EVT-IDX) = WS-BUS-DATE
                   AND WS-EV-END(WS-EVT-IDX) > WS-EVT-NOW-HHMM
                   IF WS-EVT-NEXT = 0
                       MOVE WS-EVT-IDX TO WS-EVT-NEXT
                   ELSE
                       IF WS-EV-START(WS-EVT-IDX)
                           < WS-EV-START(WS-EVT-NEXT)
                           MOVE WS-EVT-IDX TO WS-EVT-NEXT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-EVT-NEXT = 0
               DISPLAY "KIOSK: NO FURTHER EVENTS SCHEDULED FOR "
                   WS-BUS-DATE " -- KIOSK MODE ENDING"
               SET WS-KIOSK-DONE TO TRUE
           ELSE
               MOVE "Y" TO WS-EV-RUN-FLAG(WS-EVT-NEXT)
               IF WS-EV-START(WS-EVT-NEXT) > WS-EVT-NOW-HHMM
                   PERFORM WAIT-FOR-EVENT
               END-IF
               PERFORM RUN-EVENT-SESSION
           END-IF.
       READ-KIOSK-CLOCK.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE WS-CLOCK-TIME(1:6) TO WS-EVT-NOW-TIME.
           MOVE WS-CLOCK-TIME(1:4) TO WS-EVT-NOW-HHMM.
           COMPUTE WS-EVT-NOW-SECS =
               WS-EVT-NOW-HH * 3600 + WS-EVT-NOW-MM * 60
               + WS-EVT-NOW-SS.
       WAIT-FOR-EVENT.
           DISPLAY "KIOSK: WAITING FOR EVENT " WS-EV-ID(WS-EVT-NEXT)
               " AT " WS-EV-START(WS-EVT-NEXT).
           MOVE WS-EV-START(WS-EVT-NEXT) TO WS-EVT-START-HHMM.
           COMPUTE WS-EVT-WAIT-SECS =
               WS-EVT-START-HH * 3600 + WS-EVT-START-MM * 60
               - WS-EVT-NOW-SECS.
           COMPUTE WS-EVT-WAIT-NANOS = WS-EVT-WAIT-SECS * 1000000000.
           CALL "CBL_GC_NANOSLEEP" USING WS-EVT-WAIT-NANOS.
       RUN-EVENT-SESSION.
           DISPLAY "KIOSK: EVENT " WS-EV-ID(WS-EVT-NEXT) " AT "
               FUNCTION TRIM(WS-EV-VENUE(WS-EVT-NEXT)) " -- "
               WS-EV-START(WS-EVT-NEXT) " TO "
               WS-EV-END(WS-EVT-NEXT).
           PERFORM LOAD-EVENT-LANGS.
           IF WS-EV-PLAYLIST(WS-EVT-NEXT) = SPACES
               MOVE "neonplay.dat" TO WS-PLAY-PATH
           ELSE
               MOVE SPACES TO WS-PLAY-PATH
               STRING "neonlib/" DELIMITED SIZE
                   WS-EV-PLAYLIST(WS-EVT-NEXT) DELIMITED SPACE
                   ".ply" DELIMITED SIZE
                   INTO WS-PLAY-PATH
               END-STRING
           END-IF.
           PERFORM LOAD-NEON-PLAYLIST.
           IF WS-PLAY-COUNT = 0
               AND WS-EV-PLAYLIST(WS-EVT-NEXT) NOT = SPACES
               DISPLAY "KIOSK: PLAYLIST "
                   FUNCTION TRIM(WS-PLAY-PATH)
                   " NOT FOUND OR EMPTY -- DEFAULT FRAMES USED"
           END-IF.
           MOVE 0 TO WS-KIOSK-LANG-IDX.
           MOVE 0 TO WS-SESS-RAVE-CYCLES.
           MOVE 0 TO WS-SESS-NEON-CYCLES.
           PERFORM READ-KIOSK-CLOCK.
           MOVE WS-EVT-NOW-TIME TO WS-SESS-START-TIME.
           PERFORM CHECK-EVENT-WINDOW.
           PERFORM RUN-EVENT-CYCLE UNTIL NOT WS-EVT-WINDOW-OPEN.
           PERFORM WRITE-SESSION-RECORD.
           DISPLAY "KIOSK: EVENT " WS-EV-ID(WS-EVT-NEXT)
               " CLOSED -- RAVE-SAFE CYCLES " WS-SESS-RAVE-CYCLES
               " NEON-STATIC CYCLES " WS-SESS-NEON-CYCLES.
       LOAD-EVENT-LANGS.
           MOVE 0 TO WS-KIOSK-LANG-COUNT.
           PERFORM VARYING WS-EVT-LANG-IDX FROM 1 BY 1
               UNTIL WS-EVT-LANG-IDX > 10
               COMPUTE WS-EVT-LANG-POS = WS-EVT-LANG-IDX * 2 - 1
               IF WS-EV-LANGS(WS-EVT-NEXT)(WS-EVT-LANG-POS:2)
                   NOT = SPACES
                   ADD 1 TO WS-KIOSK-LANG-COUNT
                   MOVE FUNCTION UPPER-CASE(
                       WS-EV-LANGS(WS-EVT-NEXT)(WS-EVT-LANG-POS:2))
                       TO WS-KIOSK-LANG(WS-KIOSK-LANG-COUNT)
               END-IF
           END-PERFORM.
           IF WS-KIOSK-LANG-COUNT = 0
               PERFORM LOAD-KIOSK-LANGS
           END-IF.
       CHECK-EVENT-WINDOW.
           CALL "BUS-DATE" USING WS-BUS-DATE.
           PERFORM READ-KIOSK-CLOCK.
           IF WS-BUS-DATE = WS-EV-DATE(WS-EVT-NEXT)
               AND WS-EVT-NOW-HHMM < WS-EV-END(WS-EVT-NEXT)
               SET WS-EVT-WINDOW-OPEN TO TRUE
           ELSE
               SET WS-EVT-WINDOW-OPEN TO FALSE
           END-IF.
       RUN-EVENT-CYCLE.
           PERFORM NEXT-KIOSK-LANG.
           PERFORM SET-RAVE-RUN-PARMS.
           PERFORM RUN-RAVESAFE.
           ADD 1 TO WS-SESS-RAVE-CYCLES.
           PERFORM CHECK-EVENT-WINDOW.
           IF WS-EVT-WINDOW-OPEN
               CALL "CBL_GC_NANOSLEEP" USING WS-KIOSK-NANOS
               PERFORM CHECK-EVENT-WINDOW
           END-IF.
           IF WS-EVT-WINDOW-OPEN
               PERFORM SET-NEON-RUN-PARMS
               PERFORM RUN-NEONSTATIC
               ADD 1 TO WS-SESS-NEON-CYCLES
               PERFORM CHECK-EVENT-WINDOW
           END-IF.
       WRITE-SESSION-RECORD.
           PERFORM READ-KIOSK-CLOCK.
           MOVE WS-EV-DATE(WS-EVT-NEXT) TO KSES-DATE.
           MOVE WS-EV-ID(WS-EVT-NEXT) TO KSES-EVENT-ID.
           MOVE WS-EV-VENUE(WS-EVT-NEXT) TO KSES-VENUE.
           MOVE WS-EV-START(WS-EVT-NEXT) TO KSES-WINDOW-START.
           MOVE WS-EV-END(WS-EVT-NEXT) TO KSES-WINDOW-END.
           MOVE WS-SESS-START-TIME TO KSES-START-TIME.
           MOVE WS-EVT-NOW-TIME TO KSES-END-TIME.
           MOVE WS-SESS-RAVE-CYCLES TO KSES-RAVE-CYCLES.
           MOVE WS-SESS-NEON-CYCLES TO KSES-NEON-CYCLES.
           MOVE WS-EV-PLAYLIST(WS-EVT-NEXT) TO KSES-PLAYLIST.
           OPEN EXTEND KIOSK-SESS-FILE.
           IF WS-SESS-FILE-STATUS = "05" OR WS-SESS-FILE-STATUS = "35"
               OPEN OUTPUT KIOSK-SESS-FILE
           END-IF.
           WRITE KSES-RECORD.
           CLOSE KIOSK-SESS-FILE.
       LOAD-KIOSK-LANGS.
           CALL "BUS-DATE" USING WS-BUS-DATE.
           MOVE 0 TO WS-KIOSK-LANG-COUNT.
           MOVE 0 TO WS-KIOSK-LANG-IDX.
           SET WS-MORE-TIPS TO TRUE.
           OPEN INPUT TIP-FILE.
           IF WS-TIP-STATUS NOT = "00"
               CLOSE TIP-FILE
       START-JOB-TIMER.
           MOVE 0 TO RETURN-CODE.
           CALL "BUS-DATE" USING WS-JOB-START-DATE.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE WS-CLOCK-TIME(1:6) TO WS-JOB-START-TIME.
       LOG-JOB-RESULT.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE WS-CLOCK-TIME(1:6) TO WS-JOB-END-TIME.
           MOVE SPACES TO WS-LOG-LINE.
           MOVE 1 TO WS-LOG-PTR.
           STRING WS-JOB-START-DATE DELIMITED SIZE
               " START=" DELIMITED SIZE
               WS-JOB-START-TIME DELIMITED SIZE
               WS-JOB-NAME DELIMITED SPACE
               " STATUS=" DELIMITED SIZE
               WS-JOB-STATUS DELIMITED SIZE
               INTO WS-LOG-LINE
               WITH POINTER WS-LOG-PTR
           END-STRING.
           IF WS-JOB-STEP > 0
               STRING " STEP=" DELIMITED SIZE
                   WS-JOB-STEP DELIMITED SIZE
                   INTO WS-LOG-LINE
                   WITH POINTER WS-LOG-PTR
               END-STRING
           END-IF.
           IF WS-KIOSK-MODE
               STRING " MODE=KIOSK" DELIMITED SIZE
                   INTO WS-LOG-LINE
                   WITH POINTER WS-LOG-PTR
               END-STRING
           END-IF.
           PERFORM WRITE-MENU-LOG-LINE.
           IF NOT WS-KIOSK-MODE
               PERFORM CHECK-JOB-TARGET
           END-IF.
       CHECK-JOB-TARGET.
           MOVE WS-JOB-NAME TO JSP-JOB.
           MOVE WS-JOB-START-TIME TO JSP-START-TIME.
           MOVE WS-JOB-END-TIME TO JSP-END-TIME.
           CALL "JOB-SLA-CHECK" USING JOB-SLA-PARMS.
           IF JSP-FINISHED-LATE
               MOVE WS-JOB-END-TIME(1:4) TO WS-SLA-HHMM
               MOVE SPACES TO ARP-TEXT
               STRING WS-JOB-NAME DELIMITED SPACE
                   " ENDED " DELIMITED SIZE
                   WS-SLA-HHMM DELIMITED SIZE
                   " AFTER " DELIMITED SIZE
                   JSP-LATEST-FINISH DELIMITED SIZE
                   INTO ARP-TEXT
               PERFORM RAISE-JOB-TARGET-ALERT
           END-IF.
           IF JSP-RAN-LONG
               MOVE JSP-ELAPSED TO WS-SLA-SECS-DISPLAY
               MOVE JSP-MAX-ELAPSED TO WS-SLA-MAX-DISPLAY
               MOVE SPACES TO ARP-TEXT
               STRING WS-JOB-NAME DELIMITED SPACE
                   " RAN " DELIMITED SIZE
                   FUNCTION TRIM(WS-SLA-SECS-DISPLAY) DELIMITED SIZE
                   "S MAX " DELIMITED SIZE
                   FUNCTION TRIM(WS-SLA-MAX-DISPLAY) DELIMITED SIZE
                   "S" DELIMITED SIZE
                   INTO ARP-TEXT
               PERFORM RAISE-JOB-TARGET-ALERT
           END-IF.
       RAISE-JOB-TARGET-ALERT.
           DISPLAY "SERVICE TARGET MISSED: " ARP-TEXT.
           MOVE "JOBSLA" TO ARP-REASON.
           CALL "ALERT-RAISE" USING ALERT-RAISE-PARMS.
       WRITE-MENU-LOG-LINE.
           OPEN EXTEND MENU-LOG-FILE.
           IF WS-LOG-FILE-STATUS = "05" OR WS-LOG-FILE-STATUS = "35"
