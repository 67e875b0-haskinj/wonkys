       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITE-EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TIPX-CTL-FILE ASSIGN TO "tipxctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT OPTIONAL EXT-STATE-FILE ASSIGN TO "sitexseq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT OPTIONAL RAVE-LOG-FILE ASSIGN TO "ravesafe.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAVE-LOG-STATUS.
           SELECT OPTIONAL RAVE-LED-FILE ASSIGN TO "raveled.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LED-FILE-STATUS.
           SELECT OPTIONAL MENU-LOG-FILE ASSIGN TO "wonkysmenu.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENU-LOG-STATUS.
           SELECT SITE-EXT-FILE ASSIGN TO DYNAMIC WS-EXT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TIPX-CTL-FILE.
       01  TIPX-CTL-RECORD     PIC X(80).
       FD  EXT-STATE-FILE.
       01  EXT-STATE-RECORD    PIC X(80).
       FD  RAVE-LOG-FILE.
       01  RAVE-LOG-RECORD     PIC X(80).
       FD  RAVE-LED-FILE.
       COPY "ravled".
       FD  MENU-LOG-FILE.
       01  MENU-LOG-RECORD     PIC X(80).
       FD  SITE-EXT-FILE.
       COPY "sitext".
       WORKING-STORAGE SECTION.
       01  WS-CTL-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-STATE-STATUS     PIC X(2) VALUE "00".
       01  WS-RAVE-LOG-STATUS  PIC X(2) VALUE "00".
       01  WS-LED-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-MENU-LOG-STATUS  PIC X(2) VALUE "00".
       01  WS-EXT-STATUS       PIC X(2) VALUE "00".
       01  WS-CTL-FIELDS.
           05  WS-CTL-MODE     PIC X(1).
           05  WS-CTL-SITE     PIC X(4).
       01  WS-SITE-ID          PIC X(4) VALUE "LOCL".
       01  WS-STATE-FIELDS.
           05  WS-STATE-DATE   PIC X(8).
           05  WS-STATE-SEQ    PIC X(6).
       01  WS-EXT-SEQ          PIC 9(6) VALUE 0.
       01  WS-EXT-PATH         PIC X(60).
       01  WS-CALL-STATUS      PIC S9(9) COMP-5.
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-RUN-DATE-TEXT    PIC X(8).
       01  WS-CLOCK-DATE       PIC 9(8).
       01  WS-CLOCK-TIME       PIC 9(8).
       01  WS-MADE-TIME        PIC 9(6).
       01  WS-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-EOF          VALUE "Y" FALSE "N".
       01  WS-LOG-LINE         PIC X(80).
       01  WS-LOG-DATE-TEXT    PIC X(8).
       01  WS-LOG-START-TEXT   PIC X(6).
       01  WS-LOG-END-TEXT     PIC X(6).
       01  WS-LOG-JOB-NAME     PIC X(18).
       01  WS-STAT-TEXT        PIC X(4).
       01  WS-STAT-NUM REDEFINES WS-STAT-TEXT
                               PIC S9(4).
       01  WS-RAVE-DATE-TEXT   PIC X(8).
       01  WS-RAVE-TIME-TEXT   PIC X(6).
       01  WS-RAVE-LANG-TEXT   PIC X(2).
       01  WS-RAVE-COLOR-TEXT  PIC X(1).
       01  WS-RAVE-TIPS-TEXT   PIC X(2).
       01  WS-LANG-COUNT       PIC 9(2) VALUE 0.
       01  WS-LANG-TBL.
           05  WS-LANG-ENTRY OCCURS 50 TIMES.
               10  WS-LG-LANG      PIC X(2).
               10  WS-LG-RUNS      PIC 9(5).
               10  WS-LG-ZERO      PIC 9(5).
       01  WS-LANG-IDX         PIC 9(2).
       01  WS-LANG-HIT         PIC 9(2).
       01  WS-KEY-COUNT        PIC 9(3) VALUE 0.
       01  WS-KEY-TBL.
           05  WS-KEY-ENTRY OCCURS 999 TIMES.
               10  WS-KY-LANG      PIC X(2).
               10  WS-KY-NUMBER    PIC 9(2).
               10  WS-KY-SHOWN     PIC 9(6).
       01  WS-KEY-IDX          PIC 9(3).
       01  WS-KEY-HIT          PIC 9(3).
       01  WS-DETAIL-COUNT     PIC 9(6) VALUE 0.
       01  WS-SHOWN-TOTAL      PIC 9(7) VALUE 0.
       01  WS-JOB-COUNT        PIC 9(4) VALUE 0.
       01  WS-COUNT-DISPLAY    PIC ZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "BUS-DATE" USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-TEXT.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE WS-CLOCK-TIME(1:6) TO WS-MADE-TIME.
           PERFORM READ-RUN-PARAMETERS.
           PERFORM LOAD-EXTRACT-STATE.
           PERFORM TALLY-RAVE-LOG.
           PERFORM TALLY-LEDGER.
           CALL "CBL_CREATE_DIR" USING "siteout"
               RETURNING WS-CALL-STATUS.
           MOVE SPACES TO WS-EXT-PATH.
           STRING "siteout/SX" DELIMITED SIZE
               WS-SITE-ID DELIMITED SIZE
               ".D" DELIMITED SIZE
               WS-RUN-DATE DELIMITED SIZE
               INTO WS-EXT-PATH.
           OPEN OUTPUT SITE-EXT-FILE.
           IF WS-EXT-STATUS NOT = "00"
               DISPLAY "SITE EXTRACT OPEN FAILED, STATUS="
                   WS-EXT-STATUS " -- " FUNCTION TRIM(WS-EXT-PATH)
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-EXTRACT-HEADER
               PERFORM WRITE-LANG-RECORD
                   VARYING WS-LANG-IDX FROM 1 BY 1
                   UNTIL WS-LANG-IDX > WS-LANG-COUNT
               PERFORM WRITE-TIP-RECORD
                   VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
               PERFORM EXTRACT-JOB-OUTCOMES
               PERFORM WRITE-EXTRACT-TRAILER
               CLOSE SITE-EXT-FILE
               PERFORM SAVE-EXTRACT-STATE
               MOVE WS-DETAIL-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "SITE EXTRACT WRITTEN: "
                   FUNCTION TRIM(WS-EXT-PATH) " SEQ " WS-EXT-SEQ
                   " RECORDS " FUNCTION TRIM(WS-COUNT-DISPLAY)
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
       READ-RUN-PARAMETERS.
           OPEN INPUT TIPX-CTL-FILE.
           IF WS-CTL-FILE-STATUS = "00"
               READ TIPX-CTL-FILE INTO WS-CTL-FIELDS
               IF WS-CTL-FILE-STATUS = "00"
                   AND WS-CTL-SITE NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-CTL-SITE)
                       TO WS-SITE-ID
               END-IF
           END-IF.
           CLOSE TIPX-CTL-FILE.
       LOAD-EXTRACT-STATE.
           MOVE 0 TO WS-EXT-SEQ.
           MOVE SPACES TO WS-STATE-FIELDS.
           OPEN INPUT EXT-STATE-FILE.
           IF WS-STATE-STATUS = "00"
               READ EXT-STATE-FILE INTO WS-STATE-FIELDS
               IF WS-STATE-STATUS NOT = "00"
                   MOVE SPACES TO WS-STATE-FIELDS
               END-IF
           END-IF.
           CLOSE EXT-STATE-FILE.
           IF WS-STATE-SEQ IS NUMERIC
               MOVE WS-STATE-SEQ TO WS-EXT-SEQ
           END-IF.
           IF WS-STATE-DATE NOT = WS-RUN-DATE-TEXT
               OR WS-EXT-SEQ = 0
               ADD 1 TO WS-EXT-SEQ
           END-IF.
       SAVE-EXTRACT-STATE.
           MOVE WS-RUN-DATE TO WS-STATE-DATE.
           MOVE WS-EXT-SEQ TO WS-STATE-SEQ.
           OPEN OUTPUT EXT-STATE-FILE.
           WRITE EXT-STATE-RECORD FROM WS-STATE-FIELDS.
           CLOSE EXT-STATE-FILE.
       TALLY-RAVE-LOG.
           SET WS-EOF TO FALSE.
           OPEN INPUT RAVE-LOG-FILE.
           IF WS-RAVE-LOG-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ RAVE-LOG-FILE INTO WS-LOG-LINE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-RAVE-LOG-LINE
               END-READ
           END-PERFORM.
           CLOSE RAVE-LOG-FILE.
       CHECK-RAVE-LOG-LINE.
           MOVE SPACES TO WS-RAVE-DATE-TEXT.
           MOVE SPACES TO WS-RAVE-TIME-TEXT.
           MOVE SPACES TO WS-RAVE-LANG-TEXT.
           MOVE SPACES TO WS-RAVE-COLOR-TEXT.
           MOVE SPACES TO WS-RAVE-TIPS-TEXT.
           UNSTRING WS-LOG-LINE
               DELIMITED BY " LANG=" OR " COLOR="
                   OR " TIPS=" OR " "
               INTO WS-RAVE-DATE-TEXT
                   WS-RAVE-TIME-TEXT
                   WS-RAVE-LANG-TEXT
                   WS-RAVE-COLOR-TEXT
                   WS-RAVE-TIPS-TEXT.
           IF WS-RAVE-DATE-TEXT = WS-RUN-DATE-TEXT
               AND WS-RAVE-LANG-TEXT NOT = SPACES
               AND WS-RAVE-TIPS-TEXT IS NUMERIC
               PERFORM COUNT-RAVE-RUN
           END-IF.
       COUNT-RAVE-RUN.
           MOVE 0 TO WS-LANG-HIT.
           PERFORM VARYING WS-LANG-IDX FROM 1 BY 1
               UNTIL WS-LANG-IDX > WS-LANG-COUNT
               IF WS-LG-LANG(WS-LANG-IDX) = WS-RAVE-LANG-TEXT
                   MOVE WS-LANG-IDX TO WS-LANG-HIT
               END-IF
           END-PERFORM.
           IF WS-LANG-HIT = 0 AND WS-LANG-COUNT < 50
               ADD 1 TO WS-LANG-COUNT
               MOVE WS-LANG-COUNT TO WS-LANG-HIT
               MOVE WS-RAVE-LANG-TEXT TO WS-LG-LANG(WS-LANG-HIT)
               MOVE 0 TO WS-LG-RUNS(WS-LANG-HIT)
               MOVE 0 TO WS-LG-ZERO(WS-LANG-HIT)
           END-IF.
           IF WS-LANG-HIT > 0
               ADD 1 TO WS-LG-RUNS(WS-LANG-HIT)
               IF WS-RAVE-TIPS-TEXT = "00"
                   ADD 1 TO WS-LG-ZERO(WS-LANG-HIT)
               END-IF
           END-IF.
       TALLY-LEDGER.
           SET WS-EOF TO FALSE.
           OPEN INPUT RAVE-LED-FILE.
           IF WS-LED-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ RAVE-LED-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RAVLED-RUN-DATE = WS-RUN-DATE
                           PERFORM COUNT-EXPOSURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RAVE-LED-FILE.
       COUNT-EXPOSURE.
           MOVE 0 TO WS-KEY-HIT.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               IF WS-KY-LANG(WS-KEY-IDX) = RAVLED-LANG
                   AND WS-KY-NUMBER(WS-KEY-IDX) = RAVLED-NUMBER
                   MOVE WS-KEY-IDX TO WS-KEY-HIT
               END-IF
           END-PERFORM.
           IF WS-KEY-HIT = 0 AND WS-KEY-COUNT < 999
               ADD 1 TO WS-KEY-COUNT
               MOVE WS-KEY-COUNT TO WS-KEY-HIT
               MOVE RAVLED-LANG TO WS-KY-LANG(WS-KEY-HIT)
               MOVE RAVLED-NUMBER TO WS-KY-NUMBER(WS-KEY-HIT)
               MOVE 0 TO WS-KY-SHOWN(WS-KEY-HIT)
           END-IF.
           IF WS-KEY-HIT > 0
               ADD 1 TO WS-KY-SHOWN(WS-KEY-HIT)
           END-IF.
       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO SXT-RECORD.
           MOVE WS-SITE-ID TO SXT-SITE.
           MOVE WS-RUN-DATE TO SXT-BUS-DATE.
           SET SXT-IS-HEADER TO TRUE.
           MOVE WS-EXT-SEQ TO SXT-SEQ.
           MOVE WS-CLOCK-DATE TO SXT-MADE-DATE.
           MOVE WS-MADE-TIME TO SXT-MADE-TIME.
           WRITE SXT-RECORD.
       START-DETAIL-RECORD.
           MOVE SPACES TO SXT-RECORD.
           MOVE WS-SITE-ID TO SXT-SITE.
           MOVE WS-RUN-DATE TO SXT-BUS-DATE.
           ADD 1 TO WS-DETAIL-COUNT.
       WRITE-LANG-RECORD.
           PERFORM START-DETAIL-RECORD.
           SET SXT-IS-LANG TO TRUE.
           MOVE WS-LG-LANG(WS-LANG-IDX) TO SXT-L-LANG.
           MOVE WS-LG-RUNS(WS-LANG-IDX) TO SXT-L-RUNS.
           MOVE WS-LG-ZERO(WS-LANG-IDX) TO SXT-L-ZERO-RUNS.
           WRITE SXT-RECORD.
       WRITE-TIP-RECORD.
           PERFORM START-DETAIL-RECORD.
           SET SXT-IS-TIP TO TRUE.
           MOVE WS-KY-LANG(WS-KEY-IDX) TO SXT-K-LANG.
           MOVE WS-KY-NUMBER(WS-KEY-IDX) TO SXT-K-NUMBER.
           MOVE WS-KY-SHOWN(WS-KEY-IDX) TO SXT-K-SHOWN.
           ADD WS-KY-SHOWN(WS-KEY-IDX) TO WS-SHOWN-TOTAL.
           WRITE SXT-RECORD.
       EXTRACT-JOB-OUTCOMES.
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
       CHECK-MENU-LOG-LINE.
           EVALUATE TRUE
               WHEN WS-LOG-LINE(1:8) = WS-RUN-DATE-TEXT
                   AND WS-LOG-LINE(10:13) = "CALENDAR JOB="
                   MOVE SPACES TO WS-LOG-JOB-NAME
                   UNSTRING WS-LOG-LINE
                       DELIMITED BY " CALENDAR JOB=" OR " SKIPPED"
                       INTO WS-LOG-DATE-TEXT
                           WS-LOG-JOB-NAME
                   PERFORM WRITE-SKIPPED-JOB-RECORD
               WHEN WS-LOG-LINE(1:8) = WS-RUN-DATE-TEXT
                   AND WS-LOG-LINE(10:11) = "STREAM JOB="
                   MOVE SPACES TO WS-LOG-JOB-NAME
                   UNSTRING WS-LOG-LINE
                       DELIMITED BY " STREAM JOB=" OR " SKIPPED"
                       INTO WS-LOG-DATE-TEXT
                           WS-LOG-JOB-NAME
                   PERFORM WRITE-SKIPPED-JOB-RECORD
               WHEN OTHER
                   PERFORM CHECK-JOB-STATUS-LINE
           END-EVALUATE.
       CHECK-JOB-STATUS-LINE.
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
           IF WS-LOG-DATE-TEXT = WS-RUN-DATE-TEXT
               AND WS-LOG-START-TEXT IS NUMERIC
               AND WS-LOG-END-TEXT IS NUMERIC
               AND WS-STAT-NUM IS NUMERIC
               PERFORM WRITE-RUN-JOB-RECORD
           END-IF.
       WRITE-RUN-JOB-RECORD.
           PERFORM START-DETAIL-RECORD.
           SET SXT-IS-JOB TO TRUE.
           MOVE WS-LOG-JOB-NAME TO SXT-J-NAME.
           MOVE WS-LOG-START-TEXT TO SXT-J-START.
           MOVE WS-LOG-END-TEXT TO SXT-J-END.
           MOVE WS-STAT-NUM TO SXT-J-STATUS.
           IF WS-STAT-NUM = 0
               SET SXT-J-COMPLETED TO TRUE
           ELSE
               SET SXT-J-FAILED TO TRUE
           END-IF.
           WRITE SXT-RECORD.
           ADD 1 TO WS-JOB-COUNT.
       WRITE-SKIPPED-JOB-RECORD.
           PERFORM START-DETAIL-RECORD.
           SET SXT-IS-JOB TO TRUE.
           MOVE WS-LOG-JOB-NAME TO SXT-J-NAME.
           MOVE 0 TO SXT-J-START.
           MOVE 0 TO SXT-J-END.
           MOVE 0 TO SXT-J-STATUS.
           SET SXT-J-SKIPPED TO TRUE.
           WRITE SXT-RECORD.
           ADD 1 TO WS-JOB-COUNT.
       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO SXT-RECORD.
           MOVE WS-SITE-ID TO SXT-SITE.
           MOVE WS-RUN-DATE TO SXT-BUS-DATE.
           SET SXT-IS-TRAILER TO TRUE.
           MOVE WS-DETAIL-COUNT TO SXT-T-COUNT.
           MOVE WS-SHOWN-TOTAL TO SXT-T-SHOWN.
           WRITE SXT-RECORD.
