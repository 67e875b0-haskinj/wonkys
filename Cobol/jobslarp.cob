       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-SLA-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SLA-CTL-FILE ASSIGN TO "jslactl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT OPTIONAL MENU-LOG-FILE ASSIGN TO "wonkysmenu.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENU-LOG-STATUS.
           SELECT JOB-SLA-RPT ASSIGN TO "jobslarp.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SLA-CTL-FILE.
       01  SLA-CTL-RECORD      PIC X(80).
       FD  MENU-LOG-FILE.
       01  MENU-LOG-RECORD     PIC X(80).
       FD  JOB-SLA-RPT.
       01  JOB-SLA-LINE        PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "jslaprm".
       01  WS-CTL-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-MENU-LOG-STATUS  PIC X(2) VALUE "00".
       01  WS-CTL-FIELDS.
           05  WS-CTL-MONTH    PIC X(6).
       01  WS-REPORT-MONTH.
           05  WS-RM-YYYY      PIC 9(4).
           05  WS-RM-MM        PIC 9(2).
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-BUS-DATE-PARTS REDEFINES WS-BUS-DATE.
           05  WS-BD-YYYY      PIC 9(4).
           05  WS-BD-MM        PIC 9(2).
           05  WS-BD-DD        PIC 9(2).
       01  WS-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-EOF          VALUE "Y" FALSE "N".
       01  WS-FOUND-FLAG       PIC X(1) VALUE "N".
           88  WS-FOUND        VALUE "Y" FALSE "N".
       01  WS-LINE-OK-FLAG     PIC X(1) VALUE "N".
           88  WS-LINE-OK      VALUE "Y" FALSE "N".
       01  WS-LOG-LINE         PIC X(80).
       01  WS-LOG-DATE-TEXT    PIC X(8).
       01  WS-LOG-START-TEXT   PIC X(6).
       01  WS-LOG-END-TEXT     PIC X(6).
       01  WS-LOG-JOB-NAME     PIC X(18).
       01  WS-STAT-TEXT        PIC X(4).
       01  WS-STAT-NUM REDEFINES WS-STAT-TEXT
                               PIC S9(4).
       01  WS-JOB-COUNT        PIC 9(2) VALUE 0.
       01  WS-JOB-IDX          PIC 9(2).
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 50 TIMES.
               10  WS-JT-NAME          PIC X(18).
               10  WS-JT-RUNS          PIC 9(7).
               10  WS-JT-TARGETED      PIC 9(7).
               10  WS-JT-ON-TIME       PIC 9(7).
               10  WS-JT-TOTAL-SECS    PIC 9(12).
               10  WS-JT-WORST-SECS    PIC 9(5).
               10  WS-JT-FINISH        PIC 9(4).
               10  WS-JT-FINISH-FLAG   PIC X(1).
                   88  WS-JT-HAS-FINISH    VALUE "Y".
               10  WS-JT-MAX-ELAPSED   PIC 9(5).
               10  WS-JT-ELAPSED-FLAG  PIC X(1).
                   88  WS-JT-HAS-ELAPSED   VALUE "Y".
       01  WS-TOTAL-RUNS       PIC 9(7) VALUE 0.
       01  WS-TOTAL-TARGETED   PIC 9(7) VALUE 0.
       01  WS-TOTAL-ON-TIME    PIC 9(7) VALUE 0.
       01  WS-BREACH-COUNT     PIC 9(7) VALUE 0.
       01  WS-LATE-COUNT       PIC 9(7) VALUE 0.
       01  WS-LONG-COUNT       PIC 9(7) VALUE 0.
       01  WS-KIOSK-COUNT      PIC 9(7) VALUE 0.
       01  WS-KIOSK-TALLY      PIC 9(2).
       01  WS-OVERFLOW-FLAG    PIC X(1) VALUE "N".
           88  WS-COUNT-OVERFLOW VALUE "Y" FALSE "N".
       01  WS-AVG-SECS         PIC 9(5).
       01  WS-PCT-TENTHS       PIC 9(4).
       01  WS-PCT              PIC 9(3)V9.
       01  WS-BREACH-TEXT      PIC X(25).
       01  WS-OUT-LINE         PIC X(80).
       01  WS-COUNT-DISPLAY    PIC ZZZZZZ9.
       01  WS-COUNT2-DISPLAY   PIC ZZZZZZ9.
       01  WS-COUNT3-DISPLAY   PIC ZZZZZZ9.
       01  WS-COUNT4-DISPLAY   PIC ZZZZZZ9.
       01  WS-PCT-DISPLAY      PIC ZZ9.9.
       01  WS-SECS-DISPLAY     PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "BUS-DATE" USING WS-BUS-DATE.
           PERFORM READ-RUN-PARAMETERS.
           IF WS-RM-YYYY NOT NUMERIC OR WS-RM-MM NOT NUMERIC
               OR WS-RM-MM < 1 OR WS-RM-MM > 12
               DISPLAY "JOB SLA REPORT: INVALID MONTH "
                   WS-REPORT-MONTH " IN jslactl.dat."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT JOB-SLA-RPT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM TALLY-JOB-HISTORY.
           PERFORM WRITE-JOB-SECTION.
           PERFORM WRITE-BREACH-SECTION.
           PERFORM WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE JOB-SLA-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           EVALUATE TRUE
               WHEN WS-COUNT-OVERFLOW
                   STRING "SLA: *** FAIL -- COUNTS OVERFLOWED, "
                       DELIMITED SIZE
                       "REPORT INCOMPLETE ***" DELIMITED SIZE
                       INTO WS-OUT-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN WS-TOTAL-RUNS = 0
                   STRING "SLA: *** FAIL -- NO JOB HISTORY FOR "
                       DELIMITED SIZE
                       WS-REPORT-MONTH DELIMITED SIZE
                       " ***" DELIMITED SIZE
                       INTO WS-OUT-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN WS-BREACH-COUNT > 0
                   MOVE WS-BREACH-COUNT TO WS-COUNT-DISPLAY
                   STRING "SLA: *** FAIL -- " DELIMITED SIZE
                       FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED SIZE
                       " BREACH(ES) ***" DELIMITED SIZE
                       INTO WS-OUT-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN WS-TOTAL-TARGETED = 0
                   MOVE "SLA: PASS -- NO SERVICE TARGETS SET"
                       TO WS-OUT-LINE
                   MOVE 0 TO RETURN-CODE
               WHEN OTHER
                   MOVE "SLA: PASS -- ALL SERVICE TARGETS MET"
                       TO WS-OUT-LINE
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           WRITE JOB-SLA-LINE FROM WS-OUT-LINE.
           CLOSE JOB-SLA-RPT.
           DISPLAY "JOB SLA REPORT WRITTEN: jobslarp.rpt".
           GOBACK.
       READ-RUN-PARAMETERS.
           IF WS-BD-MM = 1
               COMPUTE WS-RM-YYYY = WS-BD-YYYY - 1
               MOVE 12 TO WS-RM-MM
           ELSE
               MOVE WS-BD-YYYY TO WS-RM-YYYY
               COMPUTE WS-RM-MM = WS-BD-MM - 1
           END-IF.
           OPEN INPUT SLA-CTL-FILE.
           IF WS-CTL-FILE-STATUS = "00"
               READ SLA-CTL-FILE INTO WS-CTL-FIELDS
               IF WS-CTL-FILE-STATUS = "00"
                   AND WS-CTL-MONTH NOT = SPACES
                   MOVE WS-CTL-MONTH TO WS-REPORT-MONTH
               END-IF
           END-IF.
           CLOSE SLA-CTL-FILE.
       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "JOB SERVICE-LEVEL COMPLIANCE FOR MONTH "
               DELIMITED SIZE
               WS-REPORT-MONTH DELIMITED SIZE
               "  (RUN " DELIMITED SIZE
               WS-BUS-DATE DELIMITED SIZE
               ")" DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE JOB-SLA-LINE FROM WS-OUT-LINE.
       TALLY-JOB-HISTORY.
           SET WS-EOF TO FALSE.
           OPEN INPUT MENU-LOG-FILE.
           IF WS-MENU-LOG-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ MENU-LOG-FILE INTO WS-LOG-LINE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-JOB-STATUS-LINE
                       IF WS-LINE-OK
                           IF WS-KIOSK-TALLY > 0
                               ADD 1 TO WS-KIOSK-COUNT
                                   ON SIZE ERROR
                                       SET WS-COUNT-OVERFLOW TO TRUE
                               END-ADD
                           ELSE
                               PERFORM TALLY-JOB-RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MENU-LOG-FILE.
       CHECK-JOB-STATUS-LINE.
           SET WS-LINE-OK TO FALSE.
           MOVE SPACES TO WS-LOG-DATE-TEXT.
           MOVE SPACES TO WS-LOG-START-TEXT.
           MOVE SPACES TO WS-LOG-END-TEXT.
           MOVE SPACES TO WS-LOG-JOB-NAME.
           MOVE SPACES TO WS-STAT-TEXT.
           UNSTRING WS-LOG-LINE
               DELIMITED BY " START=" OR " END="
                   OR " JOB=" OR " STATUS="
               INTO WS-LOG-DATE-TEXT
                   WS-LOG-START-TEXT
                   WS-LOG-END-TEXT
                   WS-LOG-JOB-NAME
                   WS-STAT-TEXT.
           MOVE 0 TO WS-KIOSK-TALLY.
           INSPECT WS-LOG-LINE TALLYING WS-KIOSK-TALLY
               FOR ALL " MODE=KIOSK".
           IF WS-LOG-DATE-TEXT IS NUMERIC
               AND WS-LOG-DATE-TEXT(1:6) = WS-REPORT-MONTH
               AND WS-LOG-START-TEXT IS NUMERIC
               AND WS-LOG-END-TEXT IS NUMERIC
               AND WS-STAT-NUM IS NUMERIC
               AND WS-LOG-JOB-NAME NOT = SPACES
               SET WS-LINE-OK TO TRUE
               MOVE WS-LOG-JOB-NAME TO JSP-JOB
               MOVE WS-LOG-START-TEXT TO JSP-START-TIME
               MOVE WS-LOG-END-TEXT TO JSP-END-TIME
               CALL "JOB-SLA-CHECK" USING JOB-SLA-PARMS
           END-IF.
       TALLY-JOB-RUN.
           ADD 1 TO WS-TOTAL-RUNS
               ON SIZE ERROR
                   SET WS-COUNT-OVERFLOW TO TRUE
           END-ADD.
           PERFORM FIND-JOB-ENTRY.
           IF JSP-HAS-FINISH-TARGET OR JSP-HAS-ELAPSED-TARGET
               ADD 1 TO WS-TOTAL-TARGETED
                   ON SIZE ERROR
                       SET WS-COUNT-OVERFLOW TO TRUE
               END-ADD
               IF NOT JSP-FINISHED-LATE AND NOT JSP-RAN-LONG
                   ADD 1 TO WS-TOTAL-ON-TIME
                       ON SIZE ERROR
                           SET WS-COUNT-OVERFLOW TO TRUE
                   END-ADD
               END-IF
           END-IF.
           IF WS-FOUND
               ADD 1 TO WS-JT-RUNS(WS-JOB-IDX)
                   ON SIZE ERROR
                       SET WS-COUNT-OVERFLOW TO TRUE
               END-ADD
               ADD JSP-ELAPSED TO WS-JT-TOTAL-SECS(WS-JOB-IDX)
                   ON SIZE ERROR
                       SET WS-COUNT-OVERFLOW TO TRUE
               END-ADD
               IF JSP-ELAPSED > WS-JT-WORST-SECS(WS-JOB-IDX)
                   MOVE JSP-ELAPSED TO WS-JT-WORST-SECS(WS-JOB-IDX)
               END-IF
               MOVE JSP-FINISH-TARGET TO WS-JT-FINISH-FLAG(WS-JOB-IDX)
               MOVE JSP-LATEST-FINISH TO WS-JT-FINISH(WS-JOB-IDX)
               MOVE JSP-ELAPSED-TARGET TO WS-JT-ELAPSED-FLAG(WS-JOB-IDX)
               MOVE JSP-MAX-ELAPSED TO WS-JT-MAX-ELAPSED(WS-JOB-IDX)
               IF JSP-HAS-FINISH-TARGET OR JSP-HAS-ELAPSED-TARGET
                   ADD 1 TO WS-JT-TARGETED(WS-JOB-IDX)
                       ON SIZE ERROR
                           SET WS-COUNT-OVERFLOW TO TRUE
                   END-ADD
                   IF NOT JSP-FINISHED-LATE AND NOT JSP-RAN-LONG
                       ADD 1 TO WS-JT-ON-TIME(WS-JOB-IDX)
                           ON SIZE ERROR
                               SET WS-COUNT-OVERFLOW TO TRUE
                       END-ADD
                   END-IF
               END-IF
           END-IF.
       FIND-JOB-ENTRY.
           SET WS-FOUND TO FALSE.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT OR WS-FOUND
               IF WS-JT-NAME(WS-JOB-IDX) = WS-LOG-JOB-NAME
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-JOB-IDX
           ELSE
               IF WS-JOB-COUNT < 50
                   ADD 1 TO WS-JOB-COUNT
                   MOVE WS-JOB-COUNT TO WS-JOB-IDX
                   MOVE WS-LOG-JOB-NAME TO WS-JT-NAME(WS-JOB-IDX)
                   MOVE 0 TO WS-JT-RUNS(WS-JOB-IDX)
                   MOVE 0 TO WS-JT-TARGETED(WS-JOB-IDX)
                   MOVE 0 TO WS-JT-ON-TIME(WS-JOB-IDX)
                   MOVE 0 TO WS-JT-TOTAL-SECS(WS-JOB-IDX)
                   MOVE 0 TO WS-JT-WORST-SECS(WS-JOB-IDX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-IF.
       WRITE-JOB-SECTION.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE JOB-SLA-LINE FROM WS-OUT-LINE.
           MOVE "COMPLIANCE BY JOB (ELAPSED IN SECONDS)" TO WS-OUT-LINE.
           WRITE JOB-SLA-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE "JOB" TO WS-OUT-LINE(3:3).
           MOVE "RUNS" TO WS-OUT-LINE(25:4).
           MOVE "ON-TIME" TO WS-OUT-LINE(30:7).
           MOVE "PCT" TO WS-OUT-LINE(40:3).
           MOVE "AVG" TO WS-OUT-LINE(46:3).
           MOVE "WORST" TO WS-OUT-LINE(51:5).
           MOVE "FINISH" TO WS-OUT-LINE(57:6).
           MOVE "MAX-EL" TO WS-OUT-LINE(64:6).
           WRITE JOB-SLA-LINE FROM WS-OUT-LINE.
           IF WS-JOB-COUNT = 0
               MOVE "  NO JOB LINES IN wonkysmenu.log FOR THIS MONTH"
                   TO WS-OUT-LINE
               WRITE JOB-SLA-LINE FROM WS-OUT-LINE
           END-IF.
           PERFORM WRITE-JOB-LINE
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT.
       WRITE-JOB-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE WS-JT-NAME(WS-JOB-IDX) TO WS-OUT-LINE(3:18).
           MOVE WS-JT-RUNS(WS-JOB-IDX) TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-OUT-LINE(22:7).
           IF WS-JT-TARGETED(WS-JOB-IDX) = 0
               MOVE "-" TO WS-OUT-LINE(36:1)
               MOVE "N/A" TO WS-OUT-LINE(40:3)
           ELSE
               MOVE WS-JT-ON-TIME(WS-JOB-IDX) TO WS-COUNT2-DISPLAY
               MOVE WS-COUNT2-DISPLAY TO WS-OUT-LINE(30:7)
               COMPUTE WS-PCT-TENTHS =
                   (WS-JT-ON-TIME(WS-JOB-IDX) * 1000)
                   / WS-JT-TARGETED(WS-JOB-IDX)
               COMPUTE WS-PCT = WS-PCT-TENTHS * 0.1
               MOVE WS-PCT TO WS-PCT-DISPLAY
               MOVE WS-PCT-DISPLAY TO WS-OUT-LINE(38:5)
           END-IF.
           COMPUTE WS-AVG-SECS =
               WS-JT-TOTAL-SECS(WS-JOB-IDX) / WS-JT-RUNS(WS-JOB-IDX).
           MOVE WS-AVG-SECS TO WS-SECS-DISPLAY.
           MOVE WS-SECS-DISPLAY TO WS-OUT-LINE(44:5).
           MOVE WS-JT-WORST-SECS(WS-JOB-IDX) TO WS-SECS-DISPLAY.
           MOVE WS-SECS-DISPLAY TO WS-OUT-LINE(51:5).
           IF WS-JT-HAS-FINISH(WS-JOB-IDX)
               MOVE WS-JT-FINISH(WS-JOB-IDX) TO WS-OUT-LINE(59:4)
           ELSE
               MOVE "-" TO WS-OUT-LINE(62:1)
           END-IF.
           IF WS-JT-HAS-ELAPSED(WS-JOB-IDX)
               MOVE WS-JT-MAX-ELAPSED(WS-JOB-IDX) TO WS-SECS-DISPLAY
               MOVE WS-SECS-DISPLAY TO WS-OUT-LINE(65:5)
           ELSE
               MOVE "-" TO WS-OUT-LINE(69:1)
           END-IF.
           WRITE JOB-SLA-LINE FROM WS-OUT-LINE.
       WRITE-BREACH-SECTION.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE JOB-SLA-LINE FROM WS-OUT-LINE.
           MOVE "SERVICE TARGET BREACHES" TO WS-OUT-LINE.
           WRITE JOB-SLA-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE "DATE" TO WS-OUT-LINE(3:4).
           MOVE "JOB" TO WS-OUT-LINE(13:3).
           MOVE "START" TO WS-OUT-LINE(33:5).
           MOVE "END" TO WS-OUT-LINE(41:3).
           MOVE "ELAPSED" TO WS-OUT-LINE(47:7).
           MOVE "BREACH" TO WS-OUT-LINE(56:6).
           WRITE JOB-SLA-LINE FROM WS-OUT-LINE.
           SET WS-EOF TO FALSE.
           OPEN INPUT MENU-LOG-FILE.
           IF WS-MENU-LOG-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ MENU-LOG-FILE INTO WS-LOG-LINE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-JOB-STATUS-LINE
                       IF WS-LINE-OK AND WS-KIOSK-TALLY = 0
                           AND (JSP-FINISHED-LATE OR JSP-RAN-LONG)
                           PERFORM WRITE-BREACH-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MENU-LOG-FILE.
           IF WS-BREACH-COUNT = 0
               MOVE "  NO BREACHES" TO WS-OUT-LINE
               WRITE JOB-SLA-LINE FROM WS-OUT-LINE
           END-IF.
       WRITE-BREACH-LINE.
           ADD 1 TO WS-BREACH-COUNT
               ON SIZE ERROR
                   SET WS-COUNT-OVERFLOW TO TRUE
           END-ADD.
           MOVE SPACES TO WS-BREACH-TEXT.
           EVALUATE TRUE
               WHEN JSP-FINISHED-LATE AND JSP-RAN-LONG
                   ADD 1 TO WS-LATE-COUNT
                       ON SIZE ERROR
                           SET WS-COUNT-OVERFLOW TO TRUE
                   END-ADD
                   ADD 1 TO WS-LONG-COUNT
                       ON SIZE ERROR
                           SET WS-COUNT-OVERFLOW TO TRUE
                   END-ADD
                   MOVE JSP-MAX-ELAPSED TO WS-SECS-DISPLAY
                   STRING "LATE>" DELIMITED SIZE
                       JSP-LATEST-FINISH DELIMITED SIZE
                       " LONG>" DELIMITED SIZE
                       FUNCTION TRIM(WS-SECS-DISPLAY) DELIMITED SIZE
                       "S" DELIMITED SIZE
                       INTO WS-BREACH-TEXT
               WHEN JSP-FINISHED-LATE
                   ADD 1 TO WS-LATE-COUNT
                       ON SIZE ERROR
                           SET WS-COUNT-OVERFLOW TO TRUE
                   END-ADD
                   STRING "LATE>" DELIMITED SIZE
                       JSP-LATEST-FINISH DELIMITED SIZE
                       INTO WS-BREACH-TEXT
               WHEN OTHER
                   ADD 1 TO WS-LONG-COUNT
                       ON SIZE ERROR
                           SET WS-COUNT-OVERFLOW TO TRUE
                   END-ADD
                   MOVE JSP-MAX-ELAPSED TO WS-SECS-DISPLAY
                   STRING "LONG>" DELIMITED SIZE
                       FUNCTION TRIM(WS-SECS-DISPLAY) DELIMITED SIZE
                       "S" DELIMITED SIZE
                       INTO WS-BREACH-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE WS-LOG-DATE-TEXT TO WS-OUT-LINE(3:8).
           MOVE WS-LOG-JOB-NAME TO WS-OUT-LINE(13:18).
           MOVE WS-LOG-START-TEXT TO WS-OUT-LINE(33:6).
           MOVE WS-LOG-END-TEXT TO WS-OUT-LINE(41:6).
           MOVE JSP-ELAPSED TO WS-SECS-DISPLAY.
           MOVE WS-SECS-DISPLAY TO WS-OUT-LINE(49:5).
           MOVE WS-BREACH-TEXT TO WS-OUT-LINE(56:25).
           WRITE JOB-SLA-LINE FROM WS-OUT-LINE.
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE JOB-SLA-LINE FROM WS-OUT-LINE.
           MOVE WS-TOTAL-RUNS TO WS-COUNT-DISPLAY.
           MOVE WS-TOTAL-TARGETED TO WS-COUNT2-DISPLAY.
           MOVE WS-TOTAL-ON-TIME TO WS-COUNT3-DISPLAY.
           MOVE WS-BREACH-COUNT TO WS-COUNT4-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "TOTALS: RUNS " DELIMITED SIZE
               FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED SIZE
               "  WITH TARGET " DELIMITED SIZE
               FUNCTION TRIM(WS-COUNT2-DISPLAY) DELIMITED SIZE
               "  ON TIME " DELIMITED SIZE
               FUNCTION TRIM(WS-COUNT3-DISPLAY) DELIMITED SIZE
               "  BREACHES " DELIMITED SIZE
               FUNCTION TRIM(WS-COUNT4-DISPLAY) DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE JOB-SLA-LINE FROM WS-OUT-LINE.
           MOVE WS-LATE-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-LONG-COUNT TO WS-COUNT2-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "        LATE FINISHES " DELIMITED SIZE
               FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED SIZE
               "  OVER MAXIMUM ELAPSED " DELIMITED SIZE
               FUNCTION TRIM(WS-COUNT2-DISPLAY) DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE JOB-SLA-LINE FROM WS-OUT-LINE.
           MOVE WS-KIOSK-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "        KIOSK CYCLES NOT COUNTED " DELIMITED SIZE
               FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE JOB-SLA-LINE FROM WS-OUT-LINE.
           IF WS-COUNT-OVERFLOW
               MOVE "  *** A COUNT OVERFLOWED -- FIGURES INCOMPLETE ***"
                   TO WS-OUT-LINE
               WRITE JOB-SLA-LINE FROM WS-OUT-LINE
           END-IF.
