       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTH-CLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MON-CTL-FILE ASSIGN TO "monclctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT MON-REG-FILE ASSIGN TO "eodhist/monclose.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT SNAP-IN-FILE ASSIGN TO DYNAMIC WS-SNAP-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-IN-STATUS.
           SELECT MON-HIST-FILE ASSIGN TO DYNAMIC WS-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL GIB-CAT-FILE ASSIGN TO "gibarch/gibarch.cat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT MON-CLOSE-RPT ASSIGN TO "monclose.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MON-CTL-FILE.
       01  MON-CTL-RECORD      PIC X(80).
       FD  MON-REG-FILE.
       COPY "monreg".
       FD  SNAP-IN-FILE.
       01  SNAP-IN-RECORD      PIC X(80).
       FD  MON-HIST-FILE.
       COPY "monhst".
       FD  GIB-CAT-FILE.
       COPY "gibcat".
       FD  MON-CLOSE-RPT.
       01  MON-CLOSE-LINE      PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-CTL-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-REG-STATUS       PIC X(2) VALUE "00".
       01  WS-SNAP-IN-STATUS   PIC X(2) VALUE "00".
       01  WS-HIST-STATUS      PIC X(2) VALUE "00".
       01  WS-CAT-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-CTL-FIELDS.
           05  WS-CTL-MONTH    PIC X(6).
       01  WS-CLOSE-MONTH.
           05  WS-CM-YYYY      PIC 9(4).
           05  WS-CM-MM        PIC 9(2).
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-BUS-DATE-PARTS REDEFINES WS-BUS-DATE.
           05  WS-BD-YYYY      PIC 9(4).
           05  WS-BD-MM        PIC 9(2).
           05  WS-BD-DD        PIC 9(2).
       01  WS-RUN-TIME         PIC 9(6).
       01  WS-CLOCK-TIME       PIC 9(8).
       01  WS-FIRST-DATE       PIC 9(8).
       01  WS-LAST-DATE        PIC 9(8).
       01  WS-NEXT-DATE        PIC 9(8).
       01  WS-FIRST-INT        PIC 9(7).
       01  WS-NEXT-INT         PIC 9(7).
       01  WS-DAY-INT          PIC 9(7).
       01  WS-DAY-DATE         PIC 9(8).
       01  WS-SNAP-DIR         PIC X(20).
       01  WS-SNAP-NAME        PIC X(16).
       01  WS-SNAP-IN-PATH     PIC X(60).
       01  WS-HIST-PATH        PIC X(24).
       01  WS-SNAP-IDX         PIC 9(1).
       01  WS-LINE-NO          PIC 9(5).
       01  WS-LINE             PIC X(80).
       01  WS-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-EOF          VALUE "Y" FALSE "N".
       01  WS-CLOSED-FLAG      PIC X(1) VALUE "N".
           88  WS-ALREADY-CLOSED VALUE "Y" FALSE "N".
       01  WS-HIST-FAIL-FLAG   PIC X(1) VALUE "N".
           88  WS-HIST-FAILED  VALUE "Y" FALSE "N".
       01  WS-HIST-FAIL-STATUS PIC X(2) VALUE "00".
       01  WS-DAY-FOUND-FLAG   PIC X(1) VALUE "N".
           88  WS-DAY-FOUND    VALUE "Y" FALSE "N".
       01  WS-DAY-QA-FLAG      PIC X(1) VALUE "N".
           88  WS-DAY-QA-RUN   VALUE "Y" FALSE "N".
       01  WS-DAY-QA-FAIL-FLAG PIC X(1) VALUE "N".
           88  WS-DAY-QA-FAIL  VALUE "Y" FALSE "N".
       01  WS-DAY-RECON        PIC X(4).
       01  WS-DAY-QA           PIC X(4).
       01  WS-DAY-FILES        PIC 9(1).
       01  WS-DAY-JOBS         PIC 9(3).
       01  WS-DAY-FAILS        PIC 9(3).
       01  WS-CALL-STATUS      PIC S9(9) COMP-5.
       01  WS-MARK-COUNT       PIC 9(2).
       01  WS-JOB-NAME         PIC X(18).
       01  WS-JOB-STATUS       PIC S9(4).
       01  WS-JOB-COUNT        PIC 9(2) VALUE 0.
       01  WS-JOB-IDX          PIC 9(2).
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 50 TIMES.
               10  WS-JT-NAME      PIC X(18).
               10  WS-JT-RUNS      PIC 9(4).
               10  WS-JT-FAILS     PIC 9(4).
       01  WS-FOUND-FLAG       PIC X(1) VALUE "N".
           88  WS-FOUND        VALUE "Y" FALSE "N".
       01  WS-DAYS-IN-MONTH    PIC 9(2) VALUE 0.
       01  WS-DAYS-RUN         PIC 9(2) VALUE 0.
       01  WS-DAYS-MISSING     PIC 9(2) VALUE 0.
       01  WS-FILES-PACKED     PIC 9(4) VALUE 0.
       01  WS-LINES-PACKED     PIC 9(7) VALUE 0.
       01  WS-RECON-DAYS       PIC 9(2) VALUE 0.
       01  WS-RECON-PASS       PIC 9(2) VALUE 0.
       01  WS-QA-DAYS          PIC 9(2) VALUE 0.
       01  WS-QA-PASS          PIC 9(2) VALUE 0.
       01  WS-OVERRIDE-DAYS    PIC 9(2) VALUE 0.
       01  WS-TOTAL-RUNS       PIC 9(5) VALUE 0.
       01  WS-TOTAL-FAILS      PIC 9(5) VALUE 0.
       01  WS-GEN-COUNT        PIC 9(5) VALUE 0.
       01  WS-BYTES-FLAG       PIC X(1) VALUE "N".
           88  WS-BYTES-SEEN   VALUE "Y" FALSE "N".
       01  WS-DAY-BYTES        PIC 9(12).
       01  WS-FIRST-BYTES      PIC 9(12) VALUE 0.
       01  WS-LAST-BYTES       PIC 9(12) VALUE 0.
       01  WS-FIRST-BYTES-DATE PIC 9(8) VALUE 0.
       01  WS-LAST-BYTES-DATE  PIC 9(8) VALUE 0.
       01  WS-GROWTH-BYTES     PIC S9(12).
       01  WS-PERCENT          PIC 9(3).
       01  WS-OUT-LINE         PIC X(80).
       01  WS-COUNT-DISPLAY    PIC ZZZ9.
       01  WS-COUNT2-DISPLAY   PIC ZZZ9.
       01  WS-PCT-DISPLAY      PIC ZZ9.
       01  WS-BYTES-DISPLAY    PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-GROWTH-DISPLAY   PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "BUS-DATE" USING WS-BUS-DATE.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE WS-CLOCK-TIME(1:6) TO WS-RUN-TIME.
           PERFORM READ-RUN-PARAMETERS.
           IF WS-CM-YYYY NOT NUMERIC OR WS-CM-MM NOT NUMERIC
               OR WS-CM-MM < 1 OR WS-CM-MM > 12
               DISPLAY "MONTH-END CLOSE: INVALID MONTH "
                   WS-CLOSE-MONTH " IN monclctl.dat."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-CLOSE-MONTH NOT < WS-BUS-DATE(1:6)
               DISPLAY "MONTH-END CLOSE: MONTH " WS-CLOSE-MONTH
                   " IS NOT YET OVER (BUSINESS DATE " WS-BUS-DATE ")."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHECK-CLOSE-REGISTER.
           IF WS-ALREADY-CLOSED
               DISPLAY "MONTH-END CLOSE: MONTH " WS-CLOSE-MONTH
                   " WAS ALREADY CLOSED ON " MREG-CLOSE-DATE
                   " -- NOT CLOSED AGAIN."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SET-MONTH-BOUNDS.
           MOVE SPACES TO WS-HIST-PATH.
           STRING "eodhist/M" DELIMITED SIZE
               WS-CLOSE-MONTH DELIMITED SIZE
               ".hst" DELIMITED SIZE
               INTO WS-HIST-PATH.
           OPEN OUTPUT MON-HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "MONTH-END CLOSE: CANNOT CREATE " WS-HIST-PATH
                   " (STATUS=" WS-HIST-STATUS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT MON-CLOSE-RPT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM PROCESS-ONE-DAY
               VARYING WS-DAY-INT FROM WS-FIRST-INT BY 1
               UNTIL WS-DAY-INT NOT < WS-NEXT-INT.
           CLOSE MON-HIST-FILE.
           PERFORM CHECK-HIST-STATUS.
           IF WS-HIST-FAILED
               CALL "CBL_DELETE_FILE" USING WS-HIST-PATH
                   RETURNING WS-CALL-STATUS
               MOVE SPACES TO WS-OUT-LINE
               WRITE MON-CLOSE-LINE FROM WS-OUT-LINE
               MOVE SPACES TO WS-OUT-LINE
               STRING "MONCLOSE: *** FAIL -- " DELIMITED SIZE
                   "HISTORY FILE WRITE FAILED, " DELIMITED SIZE
                   "MONTH NOT CLOSED ***" DELIMITED SIZE
                   INTO WS-OUT-LINE
               WRITE MON-CLOSE-LINE FROM WS-OUT-LINE
               CLOSE MON-CLOSE-RPT
               DISPLAY "MONTH-END CLOSE: WRITE TO "
                   FUNCTION TRIM(WS-HIST-PATH)
                   " FAILED (STATUS=" WS-HIST-FAIL-STATUS
                   ") -- MONTH NOT CLOSED, SEE monclose.rpt"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-DAYS-RUN = 0
               CALL "CBL_DELETE_FILE" USING WS-HIST-PATH
                   RETURNING WS-CALL-STATUS
               MOVE SPACES TO WS-OUT-LINE
               WRITE MON-CLOSE-LINE FROM WS-OUT-LINE
               MOVE SPACES TO WS-OUT-LINE
               STRING "MONCLOSE: *** FAIL -- NO DAILY SNAPSHOTS FOR "
                   DELIMITED SIZE
                   WS-CLOSE-MONTH DELIMITED SIZE
                   ", MONTH NOT CLOSED ***" DELIMITED SIZE
                   INTO WS-OUT-LINE
               WRITE MON-CLOSE-LINE FROM WS-OUT-LINE
               CLOSE MON-CLOSE-RPT
               DISPLAY "MONTH-END CLOSE: NO DAILY SNAPSHOTS FOR "
                   WS-CLOSE-MONTH " -- SEE monclose.rpt"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM COUNT-GENERATIONS-CUT.
           PERFORM WRITE-JOB-SECTION.
           PERFORM WRITE-MONTH-TOTALS.
           PERFORM WRITE-CLOSE-REGISTER.
           PERFORM REMOVE-DAILY-DIRECTORY
               VARYING WS-DAY-INT FROM WS-FIRST-INT BY 1
               UNTIL WS-DAY-INT NOT < WS-NEXT-INT.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE MON-CLOSE-LINE FROM WS-OUT-LINE.
           MOVE WS-DAYS-RUN TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "MONCLOSE: " DELIMITED SIZE
               WS-CLOSE-MONTH DELIMITED SIZE
               " CLOSED -- " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               " DAYS PACKED INTO " DELIMITED SIZE
               WS-HIST-PATH DELIMITED SPACE
               INTO WS-OUT-LINE.
           WRITE MON-CLOSE-LINE FROM WS-OUT-LINE.
           CLOSE MON-CLOSE-RPT.
           DISPLAY "MONTH-END CLOSE FOR " WS-CLOSE-MONTH
               " -- DAYS PACKED: " WS-DAYS-RUN
               " INTO " FUNCTION TRIM(WS-HIST-PATH).
           DISPLAY "MONTHLY MANAGEMENT REPORT WRITTEN: monclose.rpt".
           IF WS-DAYS-MISSING > 0 OR WS-TOTAL-FAILS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
       READ-RUN-PARAMETERS.
           IF WS-BD-MM = 1
               COMPUTE WS-CM-YYYY = WS-BD-YYYY - 1
               MOVE 12 TO WS-CM-MM
           ELSE
               MOVE WS-BD-YYYY TO WS-CM-YYYY
               COMPUTE WS-CM-MM = WS-BD-MM - 1
           END-IF.
           OPEN INPUT MON-CTL-FILE.
           IF WS-CTL-FILE-STATUS = "00"
               READ MON-CTL-FILE INTO WS-CTL-FIELDS
               IF WS-CTL-FILE-STATUS = "00"
                   AND WS-CTL-MONTH NOT = SPACES
                   MOVE WS-CTL-MONTH TO WS-CLOSE-MONTH
               END-IF
           END-IF.
           CLOSE MON-CTL-FILE.
       CHECK-CLOSE-REGISTER.
           SET WS-ALREADY-CLOSED TO FALSE.
           SET WS-EOF TO FALSE.
           OPEN INPUT MON-REG-FILE.
           IF WS-REG-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF OR WS-ALREADY-CLOSED
               READ MON-REG-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF MREG-MONTH = WS-CLOSE-MONTH
                           SET WS-ALREADY-CLOSED TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MON-REG-FILE.
       SET-MONTH-BOUNDS.
           MOVE WS-CLOSE-MONTH TO WS-FIRST-DATE(1:6).
           MOVE "01" TO WS-FIRST-DATE(7:2).
           MOVE WS-FIRST-DATE TO WS-NEXT-DATE.
           IF WS-CM-MM = 12
               COMPUTE WS-NEXT-DATE = (WS-CM-YYYY + 1) * 10000 + 101
           ELSE
               ADD 100 TO WS-NEXT-DATE
           END-IF.
           COMPUTE WS-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE).
           COMPUTE WS-NEXT-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE).
           COMPUTE WS-LAST-DATE =
               FUNCTION DATE-OF-INTEGER(WS-NEXT-INT - 1).
           COMPUTE WS-DAYS-IN-MONTH = WS-NEXT-INT - WS-FIRST-INT.
       PROCESS-ONE-DAY.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE SPACES TO WS-SNAP-DIR.
           STRING "eodhist/D" DELIMITED SIZE
               WS-DAY-DATE DELIMITED SIZE
               INTO WS-SNAP-DIR.
           SET WS-DAY-FOUND TO FALSE.
           SET WS-DAY-QA-RUN TO FALSE.
           SET WS-DAY-QA-FAIL TO FALSE.
           MOVE "----" TO WS-DAY-RECON.
           MOVE "----" TO WS-DAY-QA.
           MOVE 0 TO WS-DAY-FILES.
           MOVE 0 TO WS-DAY-JOBS.
           MOVE 0 TO WS-DAY-FAILS.
           PERFORM PACK-ONE-REPORT
               VARYING WS-SNAP-IDX FROM 1 BY 1
               UNTIL WS-SNAP-IDX > 5.
           MOVE SPACES TO WS-OUT-LINE.
           IF WS-DAY-FOUND
               ADD 1 TO WS-DAYS-RUN
               IF WS-DAY-RECON NOT = "----"
                   ADD 1 TO WS-RECON-DAYS
                   IF WS-DAY-RECON = "PASS"
                       ADD 1 TO WS-RECON-PASS
                   END-IF
               END-IF
               IF WS-DAY-QA-RUN
                   ADD 1 TO WS-QA-DAYS
                   IF WS-DAY-QA-FAIL
                       MOVE "FAIL" TO WS-DAY-QA
                   ELSE
                       MOVE "PASS" TO WS-DAY-QA
                       ADD 1 TO WS-QA-PASS
                   END-IF
               END-IF
               MOVE WS-DAY-JOBS TO WS-COUNT-DISPLAY
               MOVE WS-DAY-FAILS TO WS-COUNT2-DISPLAY
               STRING "  " DELIMITED SIZE
                   WS-DAY-DATE DELIMITED SIZE
                   "  REPORTS " DELIMITED SIZE
                   WS-DAY-FILES DELIMITED SIZE
                   "  JOBS " DELIMITED SIZE
                   WS-COUNT-DISPLAY DELIMITED SIZE
                   "  FAILED " DELIMITED SIZE
                   WS-COUNT2-DISPLAY DELIMITED SIZE
                   "  RECON " DELIMITED SIZE
                   WS-DAY-RECON DELIMITED SIZE
                   "  QA " DELIMITED SIZE
                   WS-DAY-QA DELIMITED SIZE
                   INTO WS-OUT-LINE
           ELSE
               ADD 1 TO WS-DAYS-MISSING
               STRING "  " DELIMITED SIZE
                   WS-DAY-DATE DELIMITED SIZE
                   "  *** NO END-OF-DAY SNAPSHOT ***" DELIMITED SIZE
                   INTO WS-OUT-LINE
           END-IF.
           WRITE MON-CLOSE-LINE FROM WS-OUT-LINE.
       PACK-ONE-REPORT.
           PERFORM SET-SNAPSHOT-NAME.
           MOVE SPACES TO WS-SNAP-IN-PATH.
           STRING WS-SNAP-DIR DELIMITED SPACE
               "/" DELIMITED SIZE
               WS-SNAP-NAME DELIMITED SPACE
               INTO WS-SNAP-IN-PATH.
           MOVE 0 TO WS-LINE-NO.
           SET WS-EOF TO FALSE.
           OPEN INPUT SNAP-IN-FILE.
           IF WS-SNAP-IN-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           ELSE
               SET WS-DAY-FOUND TO TRUE
               ADD 1 TO WS-DAY-FILES
               ADD 1 TO WS-FILES-PACKED
               IF WS-SNAP-IDX = 2
                   SET WS-DAY-QA-RUN TO TRUE
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF
               READ SNAP-IN-FILE INTO WS-LINE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM PACK-ONE-LINE
               END-READ
           END-PERFORM.
           CLOSE SNAP-IN-FILE.
       SET-SNAPSHOT-NAME.
           EVALUATE WS-SNAP-IDX
               WHEN 1
                   MOVE "opssummary.rpt" TO WS-SNAP-NAME
               WHEN 2
                   MOVE "gibqa.rpt" TO WS-SNAP-NAME
               WHEN 3
                   MOVE "gibrecon.rpt" TO WS-SNAP-NAME
               WHEN 4
                   MOVE "eodclose.rpt" TO WS-SNAP-NAME
               WHEN 5
                   MOVE "gibcap.rpt" TO WS-SNAP-NAME
           END-EVALUATE.
       PACK-ONE-LINE.
           ADD 1 TO WS-LINE-NO.
           ADD 1 TO WS-LINES-PACKED.
           MOVE WS-DAY-DATE TO MHST-DATE.
           MOVE WS-SNAP-NAME TO MHST-REPORT.
           MOVE WS-LINE-NO TO MHST-LINE-NO.
           MOVE WS-LINE TO MHST-TEXT.
           WRITE MHST-RECORD.
           PERFORM CHECK-HIST-STATUS.
           EVALUATE WS-SNAP-IDX
               WHEN 1
                   PERFORM CHECK-OPS-SUMMARY-LINE
               WHEN 2
                   MOVE 0 TO WS-MARK-COUNT
                   INSPECT WS-LINE TALLYING WS-MARK-COUNT FOR ALL "***"
                   IF WS-MARK-COUNT > 0
                       SET WS-DAY-QA-FAIL TO TRUE
                   END-IF
               WHEN 3
                   IF WS-LINE(1:21) = "RECONCILIATION: PASS "
                       MOVE "PASS" TO WS-DAY-RECON
                   END-IF
                   IF WS-LINE(1:20) = "RECONCILIATION: *** "
                       MOVE "FAIL" TO WS-DAY-RECON
                   END-IF
               WHEN 4
                   IF WS-LINE(1:14) = "OVERRIDDEN BY "
                       ADD 1 TO WS-OVERRIDE-DAYS
                   END-IF
               WHEN 5
                   IF WS-LINE(1:21) = "TOTAL ARCHIVE BYTES: "
                       PERFORM NOTE-ARCHIVE-BYTES
                   END-IF
           END-EVALUATE.
       CHECK-HIST-STATUS.
           IF WS-HIST-STATUS NOT = "00" AND NOT WS-HIST-FAILED
               SET WS-HIST-FAILED TO TRUE
               MOVE WS-HIST-STATUS TO WS-HIST-FAIL-STATUS
           END-IF.
       CHECK-OPS-SUMMARY-LINE.
           IF WS-LINE(1:18) NOT = SPACES
               AND WS-LINE(21:6) IS NUMERIC
               AND WS-LINE(29:6) IS NUMERIC
               MOVE WS-LINE(1:18) TO WS-JOB-NAME
               COMPUTE WS-JOB-STATUS = FUNCTION NUMVAL(WS-LINE(46:5))
               ADD 1 TO WS-DAY-JOBS
               ADD 1 TO WS-TOTAL-RUNS
               PERFORM FIND-JOB-ENTRY
               IF WS-FOUND
                   ADD 1 TO WS-JT-RUNS(WS-JOB-IDX)
               END-IF
               IF WS-JOB-STATUS NOT = 0
                   ADD 1 TO WS-DAY-FAILS
                   ADD 1 TO WS-TOTAL-FAILS
                   IF WS-FOUND
                       ADD 1 TO WS-JT-FAILS(WS-JOB-IDX)
                   END-IF
               END-IF
           END-IF.
       FIND-JOB-ENTRY.
           SET WS-FOUND TO FALSE.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT OR WS-FOUND
               IF WS-JT-NAME(WS-JOB-IDX) = WS-JOB-NAME
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-JOB-IDX
           ELSE
               IF WS-JOB-COUNT < 50
                   ADD 1 TO WS-JOB-COUNT
                   MOVE WS-JOB-COUNT TO WS-JOB-IDX
                   MOVE WS-JOB-NAME TO WS-JT-NAME(WS-JOB-IDX)
                   MOVE 0 TO WS-JT-RUNS(WS-JOB-IDX)
                   MOVE 0 TO WS-JT-FAILS(WS-JOB-IDX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-IF.
       NOTE-ARCHIVE-BYTES.
           COMPUTE WS-DAY-BYTES = FUNCTION NUMVAL-C(WS-LINE(22:20)).
           IF NOT WS-BYTES-SEEN
               SET WS-BYTES-SEEN TO TRUE
               MOVE WS-DAY-BYTES TO WS-FIRST-BYTES
               MOVE WS-DAY-DATE TO WS-FIRST-BYTES-DATE
           END-IF.
           MOVE WS-DAY-BYTES TO WS-LAST-BYTES.
           MOVE WS-DAY-DATE TO WS-LAST-BYTES-DATE.
       COUNT-GENERATIONS-CUT.
           MOVE 0 TO WS-GEN-COUNT.
           SET WS-EOF TO FALSE.
           OPEN INPUT GIB-CAT-FILE.
           IF WS-CAT-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ GIB-CAT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF GIB-CAT-RUN-DATE NOT < WS-FIRST-DATE
                           AND GIB-CAT-RUN-DATE NOT > WS-LAST-DATE
                           ADD 1 TO WS-GEN-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GIB-CAT-FILE.
       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "MONTHLY MANAGEMENT REPORT FOR " DELIMITED SIZE
               WS-CLOSE-MONTH DELIMITED SIZE
               "  (CLOSED " DELIMITED SIZE
               WS-BUS-DATE DELIMITED SIZE
               ")" DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE MON-CLOSE-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE MON-CLOSE-LINE FROM WS-OUT-LINE.
           MOVE "DAILY SNAPSHOTS" TO WS-OUT-LINE.
           WRITE MON-CLOSE-LINE FROM WS-OUT-LINE.
       WRITE-JOB-SECTION.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE MON-CLOSE-LINE FROM WS-OUT-LINE.
           MOVE "JOB FAILURES BY JOB" TO WS-OUT-LINE.
           WRITE MON-CLOSE-LINE FROM WS-OUT-LINE.
           MOVE "  JOB                 RUNS  FAILURES" TO WS-OUT-LINE.
           WRITE MON-CLOSE-LINE FROM WS-OUT-LINE.
           IF WS-JOB-COUNT = 0
               MOVE "  NO JOB LINES IN DAILY SUMMARIES" TO WS-OUT-LINE
               WRITE MON-CLOSE-LINE FROM WS-OUT-LINE
           END-IF.
           PERFORM WRITE-JOB-LINE
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT.
           MOVE WS-TOTAL-RUNS TO WS-COUNT-DISPLAY.
           MOVE WS-TOTAL-FAILS TO WS-COUNT2-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  TOTAL               " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               "      " DELIMITED SIZE
               WS-COUNT2-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE MON-CLOSE-LINE FROM WS-OUT-LINE.
       WRITE-JOB-LINE.
           MOVE WS-JT-RUNS(WS-JOB-IDX) TO WS-COUNT-DISPLAY.
           MOVE WS-JT-FAILS(WS-JOB-IDX) TO WS-COUNT2-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  " DELIMITED SIZE
               WS-JT-NAME(WS-JOB-IDX) DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               "      " DELIMITED SIZE
               WS-COUNT2-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE MON-CLOSE-LINE FROM WS-OUT-LINE.
       WRITE-MONTH-TOTALS.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE MON-CLOSE-LINE FROM WS-OUT-LINE.
           MOVE WS-DAYS-RUN TO WS-COUNT-DISPLAY.
           MOVE WS-DAYS-IN-MONTH TO WS-COUNT2-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "DAYS RUN: " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               " OF " DELIMITED SIZE
               WS-COUNT2-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE MON-CLOSE-LINE FROM WS-OUT-LINE.
           MOVE WS-OVERRIDE-DAYS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "CLOSES OVERRIDDEN: " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE MON-CLOSE-LINE FROM WS-OUT-LINE.
           MOVE WS-RECON-PASS TO WS-COUNT-DISPLAY.
           MOVE WS-RECON-DAYS TO WS-COUNT2-DISPLAY.
           IF WS-RECON-DAYS > 0
               COMPUTE WS-PERCENT ROUNDED =
                   WS-RECON-PASS * 100 / WS-RECON-DAYS
           ELSE
               MOVE 0 TO WS-PERCENT
           END-IF.
           MOVE WS-PERCENT TO WS-PCT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "RECONCILIATION PASSED: " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               " OF " DELIMITED SIZE
               WS-COUNT2-DISPLAY DELIMITED SIZE
               " DAYS (" DELIMITED SIZE
               WS-PCT-DISPLAY DELIMITED SIZE
               "%)" DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE MON-CLOSE-LINE FROM WS-OUT-LINE.
           MOVE WS-QA-PASS TO WS-COUNT-DISPLAY.
           MOVE WS-QA-DAYS TO WS-COUNT2-DISPLAY.
           IF WS-QA-DAYS > 0
               COMPUTE WS-PERCENT ROUNDED =
                   WS-QA-PASS * 100 / WS-QA-DAYS
           ELSE
               MOVE 0 TO WS-PERCENT
           END-IF.
           MOVE WS-PERCENT TO WS-PCT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "CHARACTER QA PASSED:   " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               " OF " DELIMITED SIZE
               WS-COUNT2-DISPLAY DELIMITED SIZE
               " DAYS (" DELIMITED SIZE
               WS-PCT-DISPLAY DELIMITED SIZE
               "%)" DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE MON-CLOSE-LINE FROM WS-OUT-LINE.
           MOVE WS-GEN-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "GENERATIONS CUT: " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE MON-CLOSE-LINE FROM WS-OUT-LINE.
           IF WS-BYTES-SEEN
               MOVE WS-FIRST-BYTES TO WS-BYTES-DISPLAY
               MOVE SPACES TO WS-OUT-LINE
               STRING "ARCHIVE BYTES " DELIMITED SIZE
                   WS-FIRST-BYTES-DATE DELIMITED SIZE
                   ": " DELIMITED SIZE
                   WS-BYTES-DISPLAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               WRITE MON-CLOSE-LINE FROM WS-OUT-LINE
               MOVE WS-LAST-BYTES TO WS-BYTES-DISPLAY
               MOVE SPACES TO WS-OUT-LINE
               STRING "ARCHIVE BYTES " DELIMITED SIZE
                   WS-LAST-BYTES-DATE DELIMITED SIZE
                   ": " DELIMITED SIZE
                   WS-BYTES-DISPLAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               WRITE MON-CLOSE-LINE FROM WS-OUT-LINE
               COMPUTE WS-GROWTH-BYTES = WS-LAST-BYTES - WS-FIRST-BYTES
               MOVE WS-GROWTH-BYTES TO WS-GROWTH-DISPLAY
               MOVE SPACES TO WS-OUT-LINE
               STRING "ARCHIVE GROWTH:         " DELIMITED SIZE
                   WS-GROWTH-DISPLAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               WRITE MON-CLOSE-LINE FROM WS-OUT-LINE
           ELSE
               MOVE "ARCHIVE GROWTH: NO CAPACITY REPORTS IN SNAPSHOTS"
                   TO WS-OUT-LINE
               WRITE MON-CLOSE-LINE FROM WS-OUT-LINE
           END-IF.
           MOVE WS-FILES-PACKED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "REPORTS PACKED: " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE MON-CLOSE-LINE FROM WS-OUT-LINE.
       WRITE-CLOSE-REGISTER.
           OPEN EXTEND MON-REG-FILE.
           IF WS-REG-STATUS = "05" OR WS-REG-STATUS = "35"
               OPEN OUTPUT MON-REG-FILE
           END-IF.
           MOVE SPACES TO MREG-RECORD.
           MOVE WS-CLOSE-MONTH TO MREG-MONTH.
           MOVE WS-BUS-DATE TO MREG-CLOSE-DATE.
           MOVE WS-RUN-TIME TO MREG-CLOSE-TIME.
           MOVE WS-DAYS-RUN TO MREG-DAYS-RUN.
           MOVE WS-DAYS-RUN TO MREG-DAYS-PACKED.
           MOVE WS-HIST-PATH TO MREG-HIST-PATH.
           WRITE MREG-RECORD.
           CLOSE MON-REG-FILE.
       REMOVE-DAILY-DIRECTORY.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE SPACES TO WS-SNAP-DIR.
           STRING "eodhist/D" DELIMITED SIZE
               WS-DAY-DATE DELIMITED SIZE
               INTO WS-SNAP-DIR.
           PERFORM REMOVE-ONE-REPORT
               VARYING WS-SNAP-IDX FROM 1 BY 1
               UNTIL WS-SNAP-IDX > 5.
           CALL "CBL_DELETE_DIR" USING WS-SNAP-DIR
               RETURNING WS-CALL-STATUS.
       REMOVE-ONE-REPORT.
           PERFORM SET-SNAPSHOT-NAME.
           MOVE SPACES TO WS-SNAP-IN-PATH.
           STRING WS-SNAP-DIR DELIMITED SPACE
               "/" DELIMITED SIZE
               WS-SNAP-NAME DELIMITED SPACE
               INTO WS-SNAP-IN-PATH.
           CALL "CBL_DELETE_FILE" USING WS-SNAP-IN-PATH
               RETURNING WS-CALL-STATUS.
