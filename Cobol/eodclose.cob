           SELECT BUS-DATE-FILE ASSIGN TO "busdate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-FILE-STATUS.
           SELECT OPTIONAL ALERT-FILE ASSIGN TO "alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.
           SELECT OPTIONAL CHECK-RPT-FILE ASSIGN TO DYNAMIC
               WS-CHECK-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-RPT-STATUS.
           SELECT OPTIONAL GIB-CAT-FILE ASSIGN TO "gibarch/gibarch.cat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT OPTIONAL MENU-LOG-FILE ASSIGN TO "wonkysmenu.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENU-LOG-STATUS.
           SELECT EOD-CLOSE-RPT ASSIGN TO "eodclose.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SNAP-IN-FILE.
       01  SNAP-OUT-RECORD     PIC X(80).
       FD  BUS-DATE-FILE.
       01  BUS-DATE-RECORD     PIC X(80).
       FD  ALERT-FILE.
       COPY "alrtrec".
       FD  CHECK-RPT-FILE.
       01  CHECK-RPT-RECORD    PIC X(80).
       FD  GIB-CAT-FILE.
       COPY "gibcat".
       FD  MENU-LOG-FILE.
       01  MENU-LOG-RECORD     PIC X(80).
       FD  EOD-CLOSE-RPT.
       01  EOD-CLOSE-LINE      PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-SNAP-IN-STATUS   PIC X(2).
       01  WS-SNAP-OUT-STATUS  PIC X(2).
           88  WS-EOF          VALUE "Y" FALSE "N".
       01  WS-CALL-STATUS      PIC S9(9) COMP-5.
       01  WS-DATE-TEXT        PIC X(8).
       01  WS-ALERT-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-CHECK-RPT-STATUS PIC X(2) VALUE "00".
       01  WS-CAT-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-MENU-LOG-STATUS  PIC X(2) VALUE "00".
       01  WS-CHECK-RPT-PATH   PIC X(20).
       01  WS-BUS-DATE-TEXT    PIC X(8).
       01  WS-OPEN-ALERTS      PIC 9(4) VALUE 0.
       01  WS-RECON-RESULT     PIC X(9) VALUE "NOT FOUND".
       01  WS-VERIFY-RESULT    PIC X(9) VALUE "NOT FOUND".
       01  WS-CHECK-RESULT     PIC X(9).
       01  WS-GEN-COUNT        PIC 9(4) VALUE 0.
       01  WS-GIB-SKIP-FLAG    PIC X(1) VALUE "N".
           88  WS-GIB-SKIPPED  VALUE "Y" FALSE "N".
       01  WS-JOB-LINE-COUNT   PIC 9(4) VALUE 0.
       01  WS-WORST-STATUS     PIC S9(4) VALUE 0.
       01  WS-LOG-LINE         PIC X(80).
       01  WS-LOG-DATE-TEXT    PIC X(8).
       01  WS-LOG-START-TEXT   PIC X(6).
       01  WS-LOG-END-TEXT     PIC X(6).
       01  WS-LOG-JOB-NAME     PIC X(18).
       01  WS-STAT-TEXT        PIC X(4).
       01  WS-STAT-NUM REDEFINES WS-STAT-TEXT
                               PIC S9(4).
       01  WS-FAIL-COUNT       PIC 9(1) VALUE 0.
       01  WS-CLOSE-FLAG       PIC X(1) VALUE "Y".
           88  WS-CLOSE-ALLOWED VALUE "Y" FALSE "N".
       01  WS-OVERRIDE-FLAG    PIC X(1) VALUE "N".
           88  WS-OVERRIDDEN   VALUE "Y" FALSE "N".
       01  WS-OVERRIDE-ANSWER  PIC X(1).
       01  WS-OVERRIDE-OPER    PIC X(8) VALUE SPACES.
       01  WS-OVERRIDE-REASON  PIC X(40) VALUE SPACES.
       01  WS-CHECK-TEXT       PIC X(24).
       01  WS-CHECK-NOTE       PIC X(40).
       01  WS-OUT-LINE         PIC X(80).
       01  WS-COUNT-DISPLAY    PIC ZZZ9.
       01  WS-STATUS-DISPLAY   PIC -ZZZ9.
       COPY "opersgn".
       COPY "oaudprm".
       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "BUS-DATE" USING WS-BUS-DATE.
               RETURNING WS-CALL-STATUS.
           CALL "CBL_CREATE_DIR" USING WS-SNAP-DIR
               RETURNING WS-CALL-STATUS.
           MOVE WS-BUS-DATE TO WS-BUS-DATE-TEXT.
           PERFORM CHECK-OPEN-ALERTS.
           PERFORM CHECK-VERDICT-REPORTS.
           PERFORM CHECK-GENERATION-CUT.
           PERFORM CHECK-JOB-STREAM-LOG.
           IF WS-FAIL-COUNT > 0
               SET WS-CLOSE-ALLOWED TO FALSE
               PERFORM REQUEST-CLOSE-OVERRIDE
           END-IF.
           PERFORM WRITE-CLOSE-CHECKLIST.
           IF NOT WS-CLOSE-ALLOWED
               DISPLAY "END-OF-DAY CLOSE FOR " WS-BUS-DATE
                   " STOPPED -- " WS-FAIL-COUNT
                   " CHECK(S) FAILED, SEE eodclose.rpt"
               DISPLAY "BUSINESS DATE NOT ADVANCED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SNAPSHOT-ONE-REPORT
               VARYING WS-SNAP-IDX FROM 1 BY 1
               UNTIL WS-SNAP-IDX > 5.
           PERFORM ADVANCE-BUSINESS-DATE.
           DISPLAY "END-OF-DAY CLOSE FOR " WS-BUS-DATE
               " -- REPORTS SNAPPED: " WS-SNAP-COUNT.
           DISPLAY "NEXT BUSINESS DATE: " WS-NEXT-DATE.
           IF WS-OVERRIDDEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
       CHECK-OPEN-ALERTS.
           MOVE 0 TO WS-OPEN-ALERTS.
           SET WS-EOF TO FALSE.
           OPEN INPUT ALERT-FILE.
           IF WS-ALERT-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ ALERT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF ALERT-IS-OPEN
                           ADD 1 TO WS-OPEN-ALERTS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ALERT-FILE.
           IF WS-OPEN-ALERTS > 0
               ADD 1 TO WS-FAIL-COUNT
           END-IF.
       CHECK-VERDICT-REPORTS.
           MOVE "gibrecon.rpt" TO WS-CHECK-RPT-PATH.
           PERFORM READ-VERDICT-REPORT.
           MOVE WS-CHECK-RESULT TO WS-RECON-RESULT.
           MOVE "gibverify.rpt" TO WS-CHECK-RPT-PATH.
           PERFORM READ-VERDICT-REPORT.
           MOVE WS-CHECK-RESULT TO WS-VERIFY-RESULT.
           IF WS-RECON-RESULT = "FAIL"
               ADD 1 TO WS-FAIL-COUNT
           END-IF.
           IF WS-VERIFY-RESULT = "FAIL"
               ADD 1 TO WS-FAIL-COUNT
           END-IF.
       READ-VERDICT-REPORT.
           MOVE "NOT FOUND" TO WS-CHECK-RESULT.
           SET WS-EOF TO FALSE.
           OPEN INPUT CHECK-RPT-FILE.
           IF WS-CHECK-RPT-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ CHECK-RPT-FILE INTO WS-LOG-LINE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-VERDICT-LINE
               END-READ
           END-PERFORM.
           CLOSE CHECK-RPT-FILE.
       CHECK-VERDICT-LINE.
           EVALUATE TRUE
               WHEN WS-LOG-LINE(1:21) = "RECONCILIATION: PASS "
                   OR WS-LOG-LINE(1:13) = "VERIFY: PASS "
                   IF WS-CHECK-RESULT NOT = "FAIL"
                       MOVE "PASS" TO WS-CHECK-RESULT
                   END-IF
               WHEN WS-LOG-LINE(1:20) = "RECONCILIATION: *** "
                   OR WS-LOG-LINE(1:12) = "VERIFY: *** "
                   OR WS-LOG-LINE(1:14) = "*** EXCEPTION:"
                   OR WS-LOG-LINE(1:17) = "*** NO HEADER REC"
                   MOVE "FAIL" TO WS-CHECK-RESULT
           END-EVALUATE.
       CHECK-GENERATION-CUT.
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
                       IF GIB-CAT-RUN-DATE = WS-BUS-DATE
                           ADD 1 TO WS-GEN-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GIB-CAT-FILE.
       CHECK-JOB-STREAM-LOG.
           MOVE 0 TO WS-JOB-LINE-COUNT.
           MOVE 0 TO WS-WORST-STATUS.
           SET WS-GIB-SKIPPED TO FALSE.
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
                       PERFORM CHECK-MENU-LOG-LINE
               END-READ
           END-PERFORM.
           CLOSE MENU-LOG-FILE.
           IF WS-GEN-COUNT = 0 AND NOT WS-GIB-SKIPPED
               ADD 1 TO WS-FAIL-COUNT
           END-IF.
           IF WS-JOB-LINE-COUNT = 0 OR WS-WORST-STATUS NOT = 0
               ADD 1 TO WS-FAIL-COUNT
           END-IF.
       CHECK-MENU-LOG-LINE.
           IF WS-LOG-LINE(1:8) = WS-BUS-DATE-TEXT
               AND WS-LOG-LINE(10:31) =
                   "CALENDAR JOB=GIBBERISH-TO-DISK "
               SET WS-GIB-SKIPPED TO TRUE
           END-IF.
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
           IF WS-LOG-DATE-TEXT = WS-BUS-DATE-TEXT
               AND WS-LOG-START-TEXT IS NUMERIC
               AND WS-LOG-END-TEXT IS NUMERIC
               AND WS-STAT-NUM IS NUMERIC
               ADD 1 TO WS-JOB-LINE-COUNT
               IF WS-STAT-NUM > WS-WORST-STATUS
                   MOVE WS-STAT-NUM TO WS-WORST-STATUS
               END-IF
           END-IF.
       REQUEST-CLOSE-OVERRIDE.
           DISPLAY "END-OF-DAY CLOSE FOR " WS-BUS-DATE
               " IS NOT READY -- " WS-FAIL-COUNT " CHECK(S) FAILED.".
           IF WS-OPEN-ALERTS > 0
               DISPLAY "  OPEN ALERTS: " WS-OPEN-ALERTS
           END-IF.
           IF WS-RECON-RESULT = "FAIL"
               DISPLAY "  GIBBERISH RECONCILIATION FAILED"
           END-IF.
           IF WS-VERIFY-RESULT = "FAIL"
               DISPLAY "  SEED-REPLAY VERIFY FAILED"
           END-IF.
           IF WS-GEN-COUNT = 0 AND NOT WS-GIB-SKIPPED
               DISPLAY "  NO GIBBERISH GENERATION CUT TODAY"
           END-IF.
           IF WS-JOB-LINE-COUNT = 0 OR WS-WORST-STATUS NOT = 0
               DISPLAY "  JOB STREAM DID NOT FINISH CLEAN"
           END-IF.
           MOVE SPACES TO WS-OVERRIDE-ANSWER.
           DISPLAY "OVERRIDE AND CLOSE ANYWAY (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-OVERRIDE-ANSWER.
           IF WS-OVERRIDE-ANSWER = "Y" OR WS-OVERRIDE-ANSWER = "y"
               PERFORM SIGN-ON-FOR-OVERRIDE
           END-IF.
       SIGN-ON-FOR-OVERRIDE.
           MOVE SPACES TO SIGNON-PARMS.
           SET SIGNON-FN-CLOSE TO TRUE.
           MOVE "EOD-CLOSE" TO SIGNON-PROGRAM.
           CALL "OPER-SIGNON" USING SIGNON-PARMS.
           IF SIGNON-DENIED
               DISPLAY "OPERATOR " SIGNON-OPERATOR
                   " NOT AUTHORIZED TO OVERRIDE THE CLOSE."
           ELSE
               PERFORM RECORD-CLOSE-OVERRIDE
           END-IF.
       RECORD-CLOSE-OVERRIDE.
           MOVE SPACES TO WS-OVERRIDE-REASON.
           DISPLAY "OVERRIDE REASON: " WITH NO ADVANCING.
           ACCEPT WS-OVERRIDE-REASON.
           IF WS-OVERRIDE-REASON = SPACES
               DISPLAY "NO REASON GIVEN -- CLOSE NOT OVERRIDDEN."
           ELSE
               MOVE SIGNON-OPERATOR TO WS-OVERRIDE-OPER
               SET WS-OVERRIDDEN TO TRUE
               SET WS-CLOSE-ALLOWED TO TRUE
               MOVE SPACES TO OPER-AUDIT-PARMS
               MOVE WS-OVERRIDE-OPER TO OAP-OPERATOR
               MOVE "EOD-CLOSE" TO OAP-PROGRAM
               MOVE "CLOSE-OVRIDE" TO OAP-FUNCTION
               MOVE "OVERRIDE" TO OAP-OUTCOME
               MOVE WS-OVERRIDE-REASON TO OAP-DETAIL
               CALL "OPER-AUDIT" USING OPER-AUDIT-PARMS
           END-IF.
       WRITE-CLOSE-CHECKLIST.
           OPEN OUTPUT EOD-CLOSE-RPT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "END-OF-DAY CLOSE CHECKLIST FOR " DELIMITED SIZE
               WS-BUS-DATE DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE EOD-CLOSE-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE EOD-CLOSE-LINE FROM WS-OUT-LINE.
           MOVE "OPEN ALERTS" TO WS-CHECK-TEXT.
           MOVE WS-OPEN-ALERTS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-CHECK-NOTE.
           STRING WS-COUNT-DISPLAY DELIMITED SIZE
               " OPEN IN alerts.dat" DELIMITED SIZE
               INTO WS-CHECK-NOTE.
           IF WS-OPEN-ALERTS = 0
               MOVE "PASS" TO WS-CHECK-RESULT
           ELSE
               MOVE "FAIL" TO WS-CHECK-RESULT
           END-IF.
           PERFORM WRITE-CHECK-LINE.
           MOVE "GIBBERISH RECONCILIATION" TO WS-CHECK-TEXT.
           MOVE WS-RECON-RESULT TO WS-CHECK-RESULT.
           MOVE "VERDICT IN gibrecon.rpt" TO WS-CHECK-NOTE.
           PERFORM WRITE-VERDICT-CHECK-LINE.
           MOVE "SEED-REPLAY VERIFY" TO WS-CHECK-TEXT.
           MOVE WS-VERIFY-RESULT TO WS-CHECK-RESULT.
           MOVE "VERDICT IN gibverify.rpt" TO WS-CHECK-NOTE.
           PERFORM WRITE-VERDICT-CHECK-LINE.
           MOVE "GENERATION CUT" TO WS-CHECK-TEXT.
           MOVE WS-GEN-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-CHECK-NOTE.
           EVALUATE TRUE
               WHEN WS-GEN-COUNT > 0
                   MOVE "PASS" TO WS-CHECK-RESULT
                   STRING WS-COUNT-DISPLAY DELIMITED SIZE
                       " CATALOGED FOR THE DAY" DELIMITED SIZE
                       INTO WS-CHECK-NOTE
               WHEN WS-GIB-SKIPPED
                   MOVE "PASS" TO WS-CHECK-RESULT
                   MOVE "SKIPPED BY CALENDAR" TO WS-CHECK-NOTE
               WHEN OTHER
                   MOVE "FAIL" TO WS-CHECK-RESULT
                   MOVE "NONE CATALOGED FOR THE DAY" TO WS-CHECK-NOTE
           END-EVALUATE.
           PERFORM WRITE-CHECK-LINE.
           MOVE "JOB STREAM STATUS" TO WS-CHECK-TEXT.
           MOVE WS-WORST-STATUS TO WS-STATUS-DISPLAY.
           MOVE WS-JOB-LINE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-CHECK-NOTE.
           IF WS-JOB-LINE-COUNT = 0
               MOVE "FAIL" TO WS-CHECK-RESULT
               MOVE "NO JOB LOG LINES FOR THE DAY" TO WS-CHECK-NOTE
           ELSE
               IF WS-WORST-STATUS = 0
                   MOVE "PASS" TO WS-CHECK-RESULT
               ELSE
                   MOVE "FAIL" TO WS-CHECK-RESULT
               END-IF
               STRING "WORST STATUS " DELIMITED SIZE
                   WS-STATUS-DISPLAY DELIMITED SIZE
                   " OVER " DELIMITED SIZE
                   WS-COUNT-DISPLAY DELIMITED SIZE
                   " JOBS" DELIMITED SIZE
                   INTO WS-CHECK-NOTE
           END-IF.
           PERFORM WRITE-CHECK-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE EOD-CLOSE-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           EVALUATE TRUE
               WHEN WS-FAIL-COUNT = 0
                   MOVE "EODCLOSE: PASS -- READY TO CLOSE"
                       TO WS-OUT-LINE
               WHEN WS-OVERRIDDEN
                   STRING "EODCLOSE: *** FAIL -- " DELIMITED SIZE
                       WS-FAIL-COUNT DELIMITED SIZE
                       " CHECK(S) FAILED, CLOSE OVERRIDDEN ***"
                       DELIMITED SIZE
                       INTO WS-OUT-LINE
               WHEN OTHER
                   STRING "EODCLOSE: *** FAIL -- " DELIMITED SIZE
                       WS-FAIL-COUNT DELIMITED SIZE
                       " CHECK(S) FAILED, CLOSE STOPPED ***"
                       DELIMITED SIZE
                       INTO WS-OUT-LINE
           END-EVALUATE.
           WRITE EOD-CLOSE-LINE FROM WS-OUT-LINE.
           IF WS-OVERRIDDEN
               MOVE SPACES TO WS-OUT-LINE
               STRING "OVERRIDDEN BY " DELIMITED SIZE
                   WS-OVERRIDE-OPER DELIMITED SPACE
                   " REASON: " DELIMITED SIZE
                   WS-OVERRIDE-REASON DELIMITED SIZE
                   INTO WS-OUT-LINE
               WRITE EOD-CLOSE-LINE FROM WS-OUT-LINE
           END-IF.
           CLOSE EOD-CLOSE-RPT.
       WRITE-VERDICT-CHECK-LINE.
           IF WS-CHECK-RESULT = "NOT FOUND"
               MOVE "NO VERDICT FOUND -- NOT COUNTED" TO WS-CHECK-NOTE
           END-IF.
           PERFORM WRITE-CHECK-LINE.
       WRITE-CHECK-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  " DELIMITED SIZE
               WS-CHECK-TEXT DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-CHECK-RESULT DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-CHECK-NOTE DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE EOD-CLOSE-LINE FROM WS-OUT-LINE.
       SNAPSHOT-ONE-REPORT.
           EVALUATE WS-SNAP-IDX
               WHEN 1
                   MOVE "gibqa.rpt" TO WS-SNAP-NAME
               WHEN 3
                   MOVE "gibrecon.rpt" TO WS-SNAP-NAME
               WHEN 4
                   MOVE "eodclose.rpt" TO WS-SNAP-NAME
               WHEN 5
                   MOVE "gibcap.rpt" TO WS-SNAP-NAME
           END-EVALUATE.
           MOVE WS-SNAP-NAME TO WS-SNAP-IN-PATH.
           MOVE SPACES TO WS-SNAP-OUT-PATH.
