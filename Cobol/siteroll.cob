       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITE-ROLLUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SROLL-CTL-FILE ASSIGN TO "siterctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT OPTIONAL SITE-REG-FILE ASSIGN TO "sitereg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT SITE-IN-FILE ASSIGN TO DYNAMIC WS-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT SITE-RECV-FILE ASSIGN TO "siterecv.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECV-STATUS.
           SELECT SITE-CONS-FILE ASSIGN TO "sitecons.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONS-STATUS.
           SELECT SITE-ROLL-RPT ASSIGN TO "siteroll.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SROLL-CTL-FILE.
       01  SROLL-CTL-RECORD    PIC X(80).
       FD  SITE-REG-FILE.
       01  SITE-REG-RECORD     PIC X(80).
       FD  SITE-IN-FILE.
       01  SITE-IN-RECORD      PIC X(80).
       FD  SITE-RECV-FILE.
       COPY "sitercv".
       FD  SITE-CONS-FILE.
       COPY "sitext".
       FD  SITE-ROLL-RPT.
       01  SITE-ROLL-LINE      PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "alrtprm".
       01  WS-CTL-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-REG-STATUS       PIC X(2) VALUE "00".
       01  WS-IN-STATUS        PIC X(2) VALUE "00".
       01  WS-RECV-STATUS      PIC X(2) VALUE "00".
       01  WS-CONS-STATUS      PIC X(2) VALUE "00".
       01  WS-CTL-FIELDS.
           05  WS-CTL-DATE     PIC X(8).
       01  WS-REG-FIELDS.
           05  WS-REG-SITE     PIC X(4).
           05  WS-REG-NAME     PIC X(20).
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-ROLL-DATE        PIC 9(8).
       01  WS-CLOCK-DATE       PIC 9(8).
       01  WS-CLOCK-TIME       PIC 9(8).
       01  WS-RECV-TIME        PIC 9(6).
       01  WS-IN-PATH          PIC X(60).
       01  WS-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-EOF          VALUE "Y" FALSE "N".
       01  WS-SITE-COUNT       PIC 9(2) VALUE 0.
       01  WS-SITE-TBL.
           05  WS-SITE-ENTRY OCCURS 50 TIMES.
               10  WS-SI-CODE      PIC X(4).
               10  WS-SI-NAME      PIC X(20).
               10  WS-SI-LAST-SEQ  PIC 9(6).
               10  WS-SI-LAST-DATE PIC 9(8).
               10  WS-SI-DAY-SEQ   PIC 9(6).
               10  WS-SI-DAY-MADE  PIC 9(14).
               10  WS-SI-FILE-SEQ  PIC 9(6).
               10  WS-SI-RESULT    PIC X(1).
                   88  WS-SI-ACCEPTED  VALUE "A".
                   88  WS-SI-PREVIOUS  VALUE "P".
                   88  WS-SI-DUPLICATE VALUE "D".
                   88  WS-SI-OUT-OF-SEQ VALUE "O".
                   88  WS-SI-INVALID   VALUE "I".
                   88  WS-SI-MISSING   VALUE "M".
               10  WS-SI-NOTE      PIC X(40).
               10  WS-SI-RUNS      PIC 9(6).
               10  WS-SI-SHOWN     PIC 9(7).
               10  WS-SI-JOBS      PIC 9(4).
               10  WS-SI-FAILED    PIC 9(4).
               10  WS-SI-SKIPPED   PIC 9(4).
               10  WS-SI-RANKED    PIC X(1).
       01  WS-SITE-IDX         PIC 9(2).
       01  WS-SITE-HIT         PIC 9(2).
       01  WS-CHECK-FIELDS.
           05  WS-CHK-SEQ          PIC 9(6).
           05  WS-CHK-MADE         PIC 9(14).
           05  WS-CHK-MADE-PARTS REDEFINES WS-CHK-MADE.
               10  WS-CHK-MADE-DATE PIC 9(8).
               10  WS-CHK-MADE-TIME PIC 9(6).
           05  WS-CHK-DETAILS      PIC 9(6).
           05  WS-CHK-RECORDS      PIC 9(6).
           05  WS-CHK-TRAILER-COUNT PIC 9(6).
           05  WS-CHK-HEADER-FLAG  PIC X(1).
               88  WS-CHK-HEADER-SEEN VALUE "Y" FALSE "N".
           05  WS-CHK-TRAILER-FLAG PIC X(1).
               88  WS-CHK-TRAILER-SEEN VALUE "Y" FALSE "N".
           05  WS-CHK-BAD-FLAG     PIC X(1).
               88  WS-CHK-BAD      VALUE "Y" FALSE "N".
           05  WS-CHK-REASON       PIC X(30).
       01  WS-NEXT-SEQ         PIC 9(6).
       01  WS-LANG-COUNT       PIC 9(2) VALUE 0.
       01  WS-LANG-TBL.
           05  WS-LANG-ENTRY OCCURS 50 TIMES.
               10  WS-LN-LANG      PIC X(2).
               10  WS-LN-RUNS      PIC 9(6).
               10  WS-LN-ZERO      PIC 9(6).
               10  WS-LN-SHOWN     PIC 9(7).
               10  WS-LN-SITES     PIC 9(2).
               10  WS-LN-LAST-SITE PIC X(4).
               10  WS-LN-RANKED    PIC X(1).
       01  WS-LANG-IDX         PIC 9(2).
       01  WS-LANG-HIT         PIC 9(2).
       01  WS-KEY-COUNT        PIC 9(3) VALUE 0.
       01  WS-KEY-TBL.
           05  WS-KEY-ENTRY OCCURS 999 TIMES.
               10  WS-KY-KEY       PIC X(4).
               10  WS-KY-SHOWN     PIC 9(7).
               10  WS-KY-SITES     PIC 9(2).
               10  WS-KY-LAST-SITE PIC X(4).
               10  WS-KY-RANKED    PIC X(1).
       01  WS-KEY-IDX          PIC 9(3).
       01  WS-KEY-HIT          PIC 9(3).
       01  WS-TOP-KEYS         PIC 9(2) VALUE 10.
       01  WS-JOB-COUNT        PIC 9(2) VALUE 0.
       01  WS-JOB-TBL.
           05  WS-JOB-ENTRY OCCURS 50 TIMES.
               10  WS-JB-NAME      PIC X(18).
               10  WS-JB-RUNS      PIC 9(5).
               10  WS-JB-FAILED    PIC 9(5).
               10  WS-JB-SKIPPED   PIC 9(5).
               10  WS-JB-SITES     PIC 9(2).
               10  WS-JB-LAST-SITE PIC X(4).
       01  WS-JOB-IDX          PIC 9(2).
       01  WS-JOB-HIT          PIC 9(2).
       01  WS-RANK             PIC 9(3).
       01  WS-BEST-IDX         PIC 9(3).
       01  WS-BEST-SHOWN       PIC S9(8).
       01  WS-RECEIVED-COUNT   PIC 9(2) VALUE 0.
       01  WS-REJECTED-COUNT   PIC 9(2) VALUE 0.
       01  WS-MISSING-COUNT    PIC 9(2) VALUE 0.
       01  WS-OUT-LINE         PIC X(80).
       01  WS-RANK-DISPLAY     PIC ZZ9.
       01  WS-SEQ-DISPLAY      PIC ZZZZZ9.
       01  WS-SHOWN-DISPLAY    PIC Z,ZZZ,ZZ9.
       01  WS-RUNS-DISPLAY     PIC ZZZ,ZZ9.
       01  WS-COUNT-DISPLAY    PIC ZZZZ9.
       01  WS-SITES-DISPLAY    PIC Z9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "BUS-DATE" USING WS-RUN-DATE.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE WS-CLOCK-TIME(1:6) TO WS-RECV-TIME.
           PERFORM READ-RUN-PARAMETERS.
           PERFORM LOAD-SITE-REGISTER.
           IF WS-SITE-COUNT = 0
               DISPLAY "SITE ROLL-UP: NO SITES IN sitereg.dat "
                   "-- NOTHING TO CONSOLIDATE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-RECEIPT-REGISTER.
           PERFORM RECEIVE-SITE-EXTRACT
               VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT.
           PERFORM TALLY-CONSOLIDATED-DATA.
           OPEN OUTPUT SITE-ROLL-RPT.
           PERFORM WRITE-RECEIPT-SECTION.
           PERFORM WRITE-SITE-RANKING.
           PERFORM WRITE-LANG-RANKING.
           PERFORM WRITE-KEY-RANKING.
           PERFORM WRITE-JOB-SECTION.
           PERFORM WRITE-MISSING-SECTION.
           PERFORM WRITE-VERDICT.
           CLOSE SITE-ROLL-RPT.
           DISPLAY "CROSS-SITE ROLL-UP WRITTEN: siteroll.rpt".
           GOBACK.
       READ-RUN-PARAMETERS.
           MOVE WS-RUN-DATE TO WS-ROLL-DATE.
           OPEN INPUT SROLL-CTL-FILE.
           IF WS-CTL-FILE-STATUS = "00"
               READ SROLL-CTL-FILE INTO WS-CTL-FIELDS
               IF WS-CTL-FILE-STATUS = "00"
                   AND WS-CTL-DATE IS NUMERIC
                   AND WS-CTL-DATE NOT = "00000000"
                   MOVE WS-CTL-DATE TO WS-ROLL-DATE
               END-IF
           END-IF.
           CLOSE SROLL-CTL-FILE.
       LOAD-SITE-REGISTER.
           SET WS-EOF TO FALSE.
           OPEN INPUT SITE-REG-FILE.
           IF WS-REG-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ SITE-REG-FILE INTO WS-REG-FIELDS
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM STORE-REGISTERED-SITE
               END-READ
           END-PERFORM.
           CLOSE SITE-REG-FILE.
       STORE-REGISTERED-SITE.
           MOVE FUNCTION UPPER-CASE(WS-REG-SITE) TO WS-REG-SITE.
           MOVE 0 TO WS-SITE-HIT.
           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT
               IF WS-SI-CODE(WS-SITE-IDX) = WS-REG-SITE
                   MOVE WS-SITE-IDX TO WS-SITE-HIT
               END-IF
           END-PERFORM.
           IF WS-REG-SITE NOT = SPACES
               AND WS-SITE-HIT = 0
               AND WS-SITE-COUNT < 50
               ADD 1 TO WS-SITE-COUNT
               INITIALIZE WS-SITE-ENTRY(WS-SITE-COUNT)
               MOVE WS-REG-SITE TO WS-SI-CODE(WS-SITE-COUNT)
               MOVE WS-REG-NAME TO WS-SI-NAME(WS-SITE-COUNT)
               SET WS-SI-MISSING(WS-SITE-COUNT) TO TRUE
           END-IF.
       FIND-SITE.
           MOVE 0 TO WS-SITE-HIT.
           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT
               IF WS-SI-CODE(WS-SITE-IDX) = SXT-SITE
                   MOVE WS-SITE-IDX TO WS-SITE-HIT
               END-IF
           END-PERFORM.
       LOAD-RECEIPT-REGISTER.
           SET WS-EOF TO FALSE.
           OPEN INPUT SITE-RECV-FILE.
           IF WS-RECV-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ SITE-RECV-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM NOTE-RECEIPT
               END-READ
           END-PERFORM.
           CLOSE SITE-RECV-FILE.
       NOTE-RECEIPT.
           MOVE SRCV-SITE TO SXT-SITE.
           PERFORM FIND-SITE.
           IF WS-SITE-HIT > 0
               IF SRCV-SEQ > WS-SI-LAST-SEQ(WS-SITE-HIT)
                   MOVE SRCV-SEQ TO WS-SI-LAST-SEQ(WS-SITE-HIT)
               END-IF
               IF SRCV-BUS-DATE > WS-SI-LAST-DATE(WS-SITE-HIT)
                   MOVE SRCV-BUS-DATE TO WS-SI-LAST-DATE(WS-SITE-HIT)
               END-IF
               IF SRCV-BUS-DATE = WS-ROLL-DATE
                   MOVE SRCV-SEQ TO WS-SI-DAY-SEQ(WS-SITE-HIT)
                   MOVE SRCV-MADE-DATE
                       TO WS-SI-DAY-MADE(WS-SITE-HIT)(1:8)
                   MOVE SRCV-MADE-TIME
                       TO WS-SI-DAY-MADE(WS-SITE-HIT)(9:6)
               END-IF
           END-IF.
       RECEIVE-SITE-EXTRACT.
           MOVE SPACES TO WS-IN-PATH.
           STRING "sitein/SX" DELIMITED SIZE
               WS-SI-CODE(WS-SITE-IDX) DELIMITED SIZE
               ".D" DELIMITED SIZE
               WS-ROLL-DATE DELIMITED SIZE
               INTO WS-IN-PATH.
           OPEN INPUT SITE-IN-FILE.
           IF WS-IN-STATUS NOT = "00"
               SET WS-SI-MISSING(WS-SITE-IDX) TO TRUE
               MOVE "NO EXTRACT RECEIVED" TO WS-SI-NOTE(WS-SITE-IDX)
               IF WS-SI-DAY-SEQ(WS-SITE-IDX) > 0
                   SET WS-SI-PREVIOUS(WS-SITE-IDX) TO TRUE
                   MOVE WS-SI-DAY-SEQ(WS-SITE-IDX)
                       TO WS-SI-FILE-SEQ(WS-SITE-IDX)
                   MOVE "ALREADY CONSOLIDATED"
                       TO WS-SI-NOTE(WS-SITE-IDX)
               END-IF
           ELSE
               PERFORM CHECK-EXTRACT-FILE
               CLOSE SITE-IN-FILE
               PERFORM DECIDE-EXTRACT
               IF WS-SI-ACCEPTED(WS-SITE-IDX)
                   PERFORM CONSOLIDATE-EXTRACT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-SI-ACCEPTED(WS-SITE-IDX)
                   ADD 1 TO WS-RECEIVED-COUNT
               WHEN WS-SI-PREVIOUS(WS-SITE-IDX)
                   ADD 1 TO WS-RECEIVED-COUNT
               WHEN WS-SI-MISSING(WS-SITE-IDX)
                   ADD 1 TO WS-MISSING-COUNT
                   PERFORM RAISE-SITE-ALERT
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM RAISE-SITE-ALERT
           END-EVALUATE.
       CHECK-EXTRACT-FILE.
           INITIALIZE WS-CHECK-FIELDS.
           SET WS-CHK-HEADER-SEEN TO FALSE.
           SET WS-CHK-TRAILER-SEEN TO FALSE.
           SET WS-CHK-BAD TO FALSE.
           SET WS-EOF TO FALSE.
           PERFORM UNTIL WS-EOF OR WS-CHK-BAD
               READ SITE-IN-FILE INTO SXT-RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-EXTRACT-RECORD
               END-READ
           END-PERFORM.
           IF NOT WS-CHK-BAD
               EVALUATE TRUE
                   WHEN NOT WS-CHK-HEADER-SEEN
                       SET WS-CHK-BAD TO TRUE
                       MOVE "NO HEADER RECORD" TO WS-CHK-REASON
                   WHEN NOT WS-CHK-TRAILER-SEEN
                       SET WS-CHK-BAD TO TRUE
                       MOVE "NO TRAILER -- INCOMPLETE"
                           TO WS-CHK-REASON
                   WHEN WS-CHK-TRAILER-COUNT NOT = WS-CHK-DETAILS
                       SET WS-CHK-BAD TO TRUE
                       MOVE "RECORD COUNT NOT AS TRAILER"
                           TO WS-CHK-REASON
               END-EVALUATE
           END-IF.
       CHECK-EXTRACT-RECORD.
           ADD 1 TO WS-CHK-RECORDS.
           EVALUATE TRUE
               WHEN SXT-SITE NOT = WS-SI-CODE(WS-SITE-IDX)
                   SET WS-CHK-BAD TO TRUE
                   MOVE "WRONG SITE CODE IN FILE" TO WS-CHK-REASON
               WHEN SXT-BUS-DATE NOT = WS-ROLL-DATE
                   SET WS-CHK-BAD TO TRUE
                   MOVE "WRONG BUSINESS DATE IN FILE" TO WS-CHK-REASON
               WHEN WS-CHK-TRAILER-SEEN
                   SET WS-CHK-BAD TO TRUE
                   MOVE "RECORDS AFTER TRAILER" TO WS-CHK-REASON
               WHEN SXT-IS-HEADER AND WS-CHK-RECORDS = 1
                   IF SXT-SEQ IS NUMERIC
                       AND SXT-MADE-DATE IS NUMERIC
                       AND SXT-MADE-TIME IS NUMERIC
                       SET WS-CHK-HEADER-SEEN TO TRUE
                       MOVE SXT-SEQ TO WS-CHK-SEQ
                       MOVE SXT-MADE-DATE TO WS-CHK-MADE-DATE
                       MOVE SXT-MADE-TIME TO WS-CHK-MADE-TIME
                   ELSE
                       SET WS-CHK-BAD TO TRUE
                       MOVE "HEADER NOT VALID" TO WS-CHK-REASON
                   END-IF
               WHEN WS-CHK-RECORDS = 1
                   SET WS-CHK-BAD TO TRUE
                   MOVE "NO HEADER RECORD" TO WS-CHK-REASON
               WHEN SXT-IS-TRAILER
                   IF SXT-T-COUNT IS NUMERIC
                       SET WS-CHK-TRAILER-SEEN TO TRUE
                       MOVE SXT-T-COUNT TO WS-CHK-TRAILER-COUNT
                   ELSE
                       SET WS-CHK-BAD TO TRUE
                       MOVE "TRAILER NOT VALID" TO WS-CHK-REASON
                   END-IF
               WHEN SXT-IS-LANG
                   IF SXT-L-RUNS IS NOT NUMERIC
                       OR SXT-L-ZERO-RUNS IS NOT NUMERIC
                       SET WS-CHK-BAD TO TRUE
                       MOVE "BAD LANGUAGE RECORD" TO WS-CHK-REASON
                   END-IF
                   ADD 1 TO WS-CHK-DETAILS
               WHEN SXT-IS-TIP
                   IF SXT-K-NUMBER IS NOT NUMERIC
                       OR SXT-K-SHOWN IS NOT NUMERIC
                       SET WS-CHK-BAD TO TRUE
                       MOVE "BAD TIP EXPOSURE RECORD" TO WS-CHK-REASON
                   END-IF
                   ADD 1 TO WS-CHK-DETAILS
               WHEN SXT-IS-JOB
                   IF SXT-J-STATUS IS NOT NUMERIC
                       SET WS-CHK-BAD TO TRUE
                       MOVE "BAD JOB RECORD" TO WS-CHK-REASON
                   END-IF
                   ADD 1 TO WS-CHK-DETAILS
               WHEN OTHER
                   SET WS-CHK-BAD TO TRUE
                   MOVE "UNKNOWN RECORD TYPE" TO WS-CHK-REASON
           END-EVALUATE.
       DECIDE-EXTRACT.
           MOVE WS-CHK-SEQ TO WS-SI-FILE-SEQ(WS-SITE-IDX).
           MOVE WS-CHK-SEQ TO WS-SEQ-DISPLAY.
           COMPUTE WS-NEXT-SEQ = WS-SI-LAST-SEQ(WS-SITE-IDX) + 1.
           MOVE SPACES TO WS-SI-NOTE(WS-SITE-IDX).
           EVALUATE TRUE
               WHEN WS-CHK-BAD
                   SET WS-SI-INVALID(WS-SITE-IDX) TO TRUE
                   STRING "BAD FILE -- " DELIMITED SIZE
                       WS-CHK-REASON DELIMITED "  "
                       INTO WS-SI-NOTE(WS-SITE-IDX)
               WHEN WS-SI-DAY-SEQ(WS-SITE-IDX) > 0
                   AND WS-SI-DAY-SEQ(WS-SITE-IDX) = WS-CHK-SEQ
                   AND WS-SI-DAY-MADE(WS-SITE-IDX) = WS-CHK-MADE
                   SET WS-SI-PREVIOUS(WS-SITE-IDX) TO TRUE
                   MOVE "ALREADY CONSOLIDATED"
                       TO WS-SI-NOTE(WS-SITE-IDX)
               WHEN WS-SI-DAY-SEQ(WS-SITE-IDX) > 0
                   SET WS-SI-DUPLICATE(WS-SITE-IDX) TO TRUE
                   MOVE "DUPLICATE -- DATE ALREADY CONSOLIDATED"
                       TO WS-SI-NOTE(WS-SITE-IDX)
               WHEN WS-SI-LAST-SEQ(WS-SITE-IDX) > 0
                   AND WS-CHK-SEQ NOT > WS-SI-LAST-SEQ(WS-SITE-IDX)
                   SET WS-SI-DUPLICATE(WS-SITE-IDX) TO TRUE
                   MOVE "DUPLICATE -- SEQ ALREADY RECEIVED"
                       TO WS-SI-NOTE(WS-SITE-IDX)
               WHEN WS-SI-LAST-DATE(WS-SITE-IDX) NOT < WS-ROLL-DATE
                   SET WS-SI-OUT-OF-SEQ(WS-SITE-IDX) TO TRUE
                   STRING "OUT OF SEQUENCE -- AFTER "
                       DELIMITED SIZE
                       WS-SI-LAST-DATE(WS-SITE-IDX) DELIMITED SIZE
                       INTO WS-SI-NOTE(WS-SITE-IDX)
               WHEN WS-SI-LAST-SEQ(WS-SITE-IDX) > 0
                   AND WS-CHK-SEQ NOT = WS-NEXT-SEQ
                   SET WS-SI-OUT-OF-SEQ(WS-SITE-IDX) TO TRUE
                   MOVE WS-NEXT-SEQ TO WS-SEQ-DISPLAY
                   STRING "OUT OF SEQUENCE -- EXPECTED SEQ "
                       DELIMITED SIZE
                       FUNCTION TRIM(WS-SEQ-DISPLAY) DELIMITED SIZE
                       INTO WS-SI-NOTE(WS-SITE-IDX)
               WHEN OTHER
                   SET WS-SI-ACCEPTED(WS-SITE-IDX) TO TRUE
                   MOVE "ACCEPTED" TO WS-SI-NOTE(WS-SITE-IDX)
           END-EVALUATE.
       CONSOLIDATE-EXTRACT.
           OPEN EXTEND SITE-CONS-FILE.
           IF WS-CONS-STATUS = "05" OR WS-CONS-STATUS = "35"
               OPEN OUTPUT SITE-CONS-FILE
           END-IF.
           OPEN INPUT SITE-IN-FILE.
           SET WS-EOF TO FALSE.
           PERFORM UNTIL WS-EOF
               READ SITE-IN-FILE INTO SXT-RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       WRITE SXT-RECORD
               END-READ
           END-PERFORM.
           CLOSE SITE-IN-FILE.
           CLOSE SITE-CONS-FILE.
           OPEN EXTEND SITE-RECV-FILE.
           IF WS-RECV-STATUS = "05" OR WS-RECV-STATUS = "35"
               OPEN OUTPUT SITE-RECV-FILE
           END-IF.
           MOVE WS-SI-CODE(WS-SITE-IDX) TO SRCV-SITE.
           MOVE WS-ROLL-DATE TO SRCV-BUS-DATE.
           MOVE WS-CHK-SEQ TO SRCV-SEQ.
           MOVE WS-CHK-MADE-DATE TO SRCV-MADE-DATE.
           MOVE WS-CHK-MADE-TIME TO SRCV-MADE-TIME.
           MOVE WS-CLOCK-DATE TO SRCV-RECV-DATE.
           MOVE WS-RECV-TIME TO SRCV-RECV-TIME.
           MOVE WS-CHK-RECORDS TO SRCV-RECORDS.
           WRITE SRCV-RECORD.
           CLOSE SITE-RECV-FILE.
           MOVE WS-CHK-SEQ TO WS-SI-LAST-SEQ(WS-SITE-IDX).
           MOVE WS-ROLL-DATE TO WS-SI-LAST-DATE(WS-SITE-IDX).
           MOVE WS-CHK-SEQ TO WS-SI-DAY-SEQ(WS-SITE-IDX).
           MOVE WS-CHK-MADE TO WS-SI-DAY-MADE(WS-SITE-IDX).
       RAISE-SITE-ALERT.
           MOVE SPACES TO ARP-TEXT.
           STRING "SITE " DELIMITED SIZE
               WS-SI-CODE(WS-SITE-IDX) DELIMITED SIZE
               " " DELIMITED SIZE
               WS-SI-NOTE(WS-SITE-IDX) DELIMITED SIZE
               INTO ARP-TEXT.
           MOVE "SITEROLL" TO ARP-REASON.
           CALL "ALERT-RAISE" USING ALERT-RAISE-PARMS.
       TALLY-CONSOLIDATED-DATA.
           SET WS-EOF TO FALSE.
           OPEN INPUT SITE-CONS-FILE.
           IF WS-CONS-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ SITE-CONS-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF SXT-BUS-DATE = WS-ROLL-DATE
                           PERFORM TALLY-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SITE-CONS-FILE.
       TALLY-ONE-RECORD.
           PERFORM FIND-SITE.
           IF WS-SITE-HIT > 0
               EVALUATE TRUE
                   WHEN SXT-IS-LANG
                       ADD SXT-L-RUNS TO WS-SI-RUNS(WS-SITE-HIT)
                       PERFORM TALLY-LANG-RUNS
                   WHEN SXT-IS-TIP
                       ADD SXT-K-SHOWN TO WS-SI-SHOWN(WS-SITE-HIT)
                       PERFORM TALLY-LANG-SHOWN
                       PERFORM TALLY-KEY-SHOWN
                   WHEN SXT-IS-JOB
                       PERFORM TALLY-JOB-OUTCOME
               END-EVALUATE
           END-IF.
       FIND-LANG.
           MOVE 0 TO WS-LANG-HIT.
           PERFORM VARYING WS-LANG-IDX FROM 1 BY 1
               UNTIL WS-LANG-IDX > WS-LANG-COUNT
               IF WS-LN-LANG(WS-LANG-IDX) = SXT-L-LANG
                   MOVE WS-LANG-IDX TO WS-LANG-HIT
               END-IF
           END-PERFORM.
           IF WS-LANG-HIT = 0 AND WS-LANG-COUNT < 50
               ADD 1 TO WS-LANG-COUNT
               MOVE WS-LANG-COUNT TO WS-LANG-HIT
               INITIALIZE WS-LANG-ENTRY(WS-LANG-HIT)
               MOVE SXT-L-LANG TO WS-LN-LANG(WS-LANG-HIT)
           END-IF.
           IF WS-LANG-HIT > 0
               AND WS-LN-LAST-SITE(WS-LANG-HIT) NOT = SXT-SITE
               ADD 1 TO WS-LN-SITES(WS-LANG-HIT)
               MOVE SXT-SITE TO WS-LN-LAST-SITE(WS-LANG-HIT)
           END-IF.
       TALLY-LANG-RUNS.
           PERFORM FIND-LANG.
           IF WS-LANG-HIT > 0
               ADD SXT-L-RUNS TO WS-LN-RUNS(WS-LANG-HIT)
               ADD SXT-L-ZERO-RUNS TO WS-LN-ZERO(WS-LANG-HIT)
           END-IF.
       TALLY-LANG-SHOWN.
           PERFORM FIND-LANG.
           IF WS-LANG-HIT > 0
               ADD SXT-K-SHOWN TO WS-LN-SHOWN(WS-LANG-HIT)
           END-IF.
       TALLY-KEY-SHOWN.
           MOVE 0 TO WS-KEY-HIT.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               IF WS-KY-KEY(WS-KEY-IDX) = SXT-K-KEY
                   MOVE WS-KEY-IDX TO WS-KEY-HIT
               END-IF
           END-PERFORM.
           IF WS-KEY-HIT = 0 AND WS-KEY-COUNT < 999
               ADD 1 TO WS-KEY-COUNT
               MOVE WS-KEY-COUNT TO WS-KEY-HIT
               INITIALIZE WS-KEY-ENTRY(WS-KEY-HIT)
               MOVE SXT-K-KEY TO WS-KY-KEY(WS-KEY-HIT)
           END-IF.
           IF WS-KEY-HIT > 0
               ADD SXT-K-SHOWN TO WS-KY-SHOWN(WS-KEY-HIT)
               IF WS-KY-LAST-SITE(WS-KEY-HIT) NOT = SXT-SITE
                   ADD 1 TO WS-KY-SITES(WS-KEY-HIT)
                   MOVE SXT-SITE TO WS-KY-LAST-SITE(WS-KEY-HIT)
               END-IF
           END-IF.
       TALLY-JOB-OUTCOME.
           MOVE 0 TO WS-JOB-HIT.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF WS-JB-NAME(WS-JOB-IDX) = SXT-J-NAME
                   MOVE WS-JOB-IDX TO WS-JOB-HIT
               END-IF
           END-PERFORM.
           IF WS-JOB-HIT = 0 AND WS-JOB-COUNT < 50
               ADD 1 TO WS-JOB-COUNT
               MOVE WS-JOB-COUNT TO WS-JOB-HIT
               INITIALIZE WS-JOB-ENTRY(WS-JOB-HIT)
               MOVE SXT-J-NAME TO WS-JB-NAME(WS-JOB-HIT)
           END-IF.
           IF WS-JOB-HIT > 0
               IF WS-JB-LAST-SITE(WS-JOB-HIT) NOT = SXT-SITE
                   ADD 1 TO WS-JB-SITES(WS-JOB-HIT)
                   MOVE SXT-SITE TO WS-JB-LAST-SITE(WS-JOB-HIT)
               END-IF
               EVALUATE TRUE
                   WHEN SXT-J-SKIPPED
                       ADD 1 TO WS-JB-SKIPPED(WS-JOB-HIT)
                       ADD 1 TO WS-SI-SKIPPED(WS-SITE-HIT)
                   WHEN SXT-J-FAILED
                       ADD 1 TO WS-JB-RUNS(WS-JOB-HIT)
                       ADD 1 TO WS-JB-FAILED(WS-JOB-HIT)
                       ADD 1 TO WS-SI-JOBS(WS-SITE-HIT)
                       ADD 1 TO WS-SI-FAILED(WS-SITE-HIT)
                   WHEN OTHER
                       ADD 1 TO WS-JB-RUNS(WS-JOB-HIT)
                       ADD 1 TO WS-SI-JOBS(WS-SITE-HIT)
               END-EVALUATE
           END-IF.
       WRITE-BLANK-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE SITE-ROLL-LINE FROM WS-OUT-LINE.
       WRITE-RECEIPT-SECTION.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "CROSS-SITE USAGE AND EXPOSURE ROLL-UP FOR "
               DELIMITED SIZE
               WS-ROLL-DATE DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE SITE-ROLL-LINE FROM WS-OUT-LINE.
           PERFORM WRITE-BLANK-LINE.
           MOVE "EXTRACT RECEIPT" TO WS-OUT-LINE.
           WRITE SITE-ROLL-LINE FROM WS-OUT-LINE.
           MOVE "SITE NAME                     SEQ  RESULT"
               TO WS-OUT-LINE.
           WRITE SITE-ROLL-LINE FROM WS-OUT-LINE.
           PERFORM WRITE-RECEIPT-LINE
               VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT.
       WRITE-RECEIPT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE WS-SI-CODE(WS-SITE-IDX) TO WS-OUT-LINE(1:4).
           MOVE WS-SI-NAME(WS-SITE-IDX) TO WS-OUT-LINE(6:20).
           IF NOT WS-SI-MISSING(WS-SITE-IDX)
               MOVE WS-SI-FILE-SEQ(WS-SITE-IDX) TO WS-SEQ-DISPLAY
               MOVE WS-SEQ-DISPLAY TO WS-OUT-LINE(27:6)
           END-IF.
           IF WS-SI-ACCEPTED(WS-SITE-IDX)
               OR WS-SI-PREVIOUS(WS-SITE-IDX)
               MOVE WS-SI-NOTE(WS-SITE-IDX) TO WS-OUT-LINE(35:40)
           ELSE
               STRING "*** " DELIMITED SIZE
                   WS-SI-NOTE(WS-SITE-IDX) DELIMITED "  "
                   " ***" DELIMITED SIZE
                   INTO WS-OUT-LINE(35:46)
           END-IF.
           WRITE SITE-ROLL-LINE FROM WS-OUT-LINE.
       WRITE-SITE-RANKING.
           PERFORM WRITE-BLANK-LINE.
           MOVE "SITES BY EXPOSURE" TO WS-OUT-LINE.
           WRITE SITE-ROLL-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "RANK SITE NAME                 EXPOSURES  RAVE RUNS"
               DELIMITED SIZE
               "  JOBS FAILED SKIPPED" DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE SITE-ROLL-LINE FROM WS-OUT-LINE.
           MOVE 0 TO WS-RANK.
           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT
               MOVE "N" TO WS-SI-RANKED(WS-SITE-IDX)
               IF NOT WS-SI-ACCEPTED(WS-SITE-IDX)
                   AND NOT WS-SI-PREVIOUS(WS-SITE-IDX)
                   MOVE "Y" TO WS-SI-RANKED(WS-SITE-IDX)
               END-IF
           END-PERFORM.
           PERFORM WRITE-NEXT-SITE-RANK
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-SITE-COUNT.
       WRITE-NEXT-SITE-RANK.
           MOVE 0 TO WS-BEST-IDX.
           MOVE -1 TO WS-BEST-SHOWN.
           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT
               IF WS-SI-RANKED(WS-SITE-IDX) = "N"
                   AND WS-SI-SHOWN(WS-SITE-IDX) > WS-BEST-SHOWN
                   MOVE WS-SITE-IDX TO WS-BEST-IDX
                   MOVE WS-SI-SHOWN(WS-SITE-IDX) TO WS-BEST-SHOWN
               END-IF
           END-PERFORM.
           IF WS-BEST-IDX > 0
               MOVE WS-BEST-IDX TO WS-SITE-IDX
               MOVE "Y" TO WS-SI-RANKED(WS-SITE-IDX)
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-RANK TO WS-RANK-DISPLAY
               MOVE WS-RANK-DISPLAY TO WS-OUT-LINE(2:3)
               MOVE WS-SI-CODE(WS-SITE-IDX) TO WS-OUT-LINE(6:4)
               MOVE WS-SI-NAME(WS-SITE-IDX) TO WS-OUT-LINE(11:20)
               MOVE WS-SI-SHOWN(WS-SITE-IDX) TO WS-SHOWN-DISPLAY
               MOVE WS-SHOWN-DISPLAY TO WS-OUT-LINE(32:9)
               MOVE WS-SI-RUNS(WS-SITE-IDX) TO WS-RUNS-DISPLAY
               MOVE WS-RUNS-DISPLAY TO WS-OUT-LINE(44:7)
               MOVE WS-SI-JOBS(WS-SITE-IDX) TO WS-COUNT-DISPLAY
               MOVE WS-COUNT-DISPLAY TO WS-OUT-LINE(52:5)
               MOVE WS-SI-FAILED(WS-SITE-IDX) TO WS-COUNT-DISPLAY
               MOVE WS-COUNT-DISPLAY TO WS-OUT-LINE(59:5)
               MOVE WS-SI-SKIPPED(WS-SITE-IDX) TO WS-COUNT-DISPLAY
               MOVE WS-COUNT-DISPLAY TO WS-OUT-LINE(66:5)
               WRITE SITE-ROLL-LINE FROM WS-OUT-LINE
           END-IF.
       WRITE-LANG-RANKING.
           PERFORM WRITE-BLANK-LINE.
           MOVE "LANGUAGES BY EXPOSURE" TO WS-OUT-LINE.
           WRITE SITE-ROLL-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "RANK LANG  EXPOSURES  RAVE RUNS  NO-TIP RUNS"
               DELIMITED SIZE
               "  SITES" DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE SITE-ROLL-LINE FROM WS-OUT-LINE.
           IF WS-LANG-COUNT = 0
               MOVE "  NONE" TO WS-OUT-LINE
               WRITE SITE-ROLL-LINE FROM WS-OUT-LINE
           END-IF.
           PERFORM VARYING WS-LANG-IDX FROM 1 BY 1
               UNTIL WS-LANG-IDX > WS-LANG-COUNT
               MOVE "N" TO WS-LN-RANKED(WS-LANG-IDX)
           END-PERFORM.
           PERFORM WRITE-NEXT-LANG-RANK
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-LANG-COUNT.
       WRITE-NEXT-LANG-RANK.
           MOVE 0 TO WS-BEST-IDX.
           MOVE -1 TO WS-BEST-SHOWN.
           PERFORM VARYING WS-LANG-IDX FROM 1 BY 1
               UNTIL WS-LANG-IDX > WS-LANG-COUNT
               IF WS-LN-RANKED(WS-LANG-IDX) = "N"
                   AND WS-LN-SHOWN(WS-LANG-IDX) > WS-BEST-SHOWN
                   MOVE WS-LANG-IDX TO WS-BEST-IDX
                   MOVE WS-LN-SHOWN(WS-LANG-IDX) TO WS-BEST-SHOWN
               END-IF
           END-PERFORM.
           IF WS-BEST-IDX > 0
               MOVE WS-BEST-IDX TO WS-LANG-IDX
               MOVE "Y" TO WS-LN-RANKED(WS-LANG-IDX)
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-RANK TO WS-RANK-DISPLAY
               MOVE WS-RANK-DISPLAY TO WS-OUT-LINE(2:3)
               MOVE WS-LN-LANG(WS-LANG-IDX) TO WS-OUT-LINE(6:2)
               MOVE WS-LN-SHOWN(WS-LANG-IDX) TO WS-SHOWN-DISPLAY
               MOVE WS-SHOWN-DISPLAY TO WS-OUT-LINE(11:9)
               MOVE WS-LN-RUNS(WS-LANG-IDX) TO WS-RUNS-DISPLAY
               MOVE WS-RUNS-DISPLAY TO WS-OUT-LINE(23:7)
               MOVE WS-LN-ZERO(WS-LANG-IDX) TO WS-RUNS-DISPLAY
               MOVE WS-RUNS-DISPLAY TO WS-OUT-LINE(37:7)
               MOVE WS-LN-SITES(WS-LANG-IDX) TO WS-SITES-DISPLAY
               MOVE WS-SITES-DISPLAY TO WS-OUT-LINE(49:2)
               WRITE SITE-ROLL-LINE FROM WS-OUT-LINE
           END-IF.
       WRITE-KEY-RANKING.
           PERFORM WRITE-BLANK-LINE.
           MOVE "MOST SHOWN TIPS ACROSS SITES" TO WS-OUT-LINE.
           WRITE SITE-ROLL-LINE FROM WS-OUT-LINE.
           MOVE "RANK TIP   EXPOSURES  SITES" TO WS-OUT-LINE.
           WRITE SITE-ROLL-LINE FROM WS-OUT-LINE.
           IF WS-KEY-COUNT = 0
               MOVE "  NONE" TO WS-OUT-LINE
               WRITE SITE-ROLL-LINE FROM WS-OUT-LINE
           END-IF.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               MOVE "N" TO WS-KY-RANKED(WS-KEY-IDX)
           END-PERFORM.
           PERFORM WRITE-NEXT-KEY-RANK
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-KEY-COUNT
               OR WS-RANK > WS-TOP-KEYS.
       WRITE-NEXT-KEY-RANK.
           MOVE 0 TO WS-BEST-IDX.
           MOVE -1 TO WS-BEST-SHOWN.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               IF WS-KY-RANKED(WS-KEY-IDX) = "N"
                   AND WS-KY-SHOWN(WS-KEY-IDX) > WS-BEST-SHOWN
                   MOVE WS-KEY-IDX TO WS-BEST-IDX
                   MOVE WS-KY-SHOWN(WS-KEY-IDX) TO WS-BEST-SHOWN
               END-IF
           END-PERFORM.
           IF WS-BEST-IDX > 0
               MOVE WS-BEST-IDX TO WS-KEY-IDX
               MOVE "Y" TO WS-KY-RANKED(WS-KEY-IDX)
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-RANK TO WS-RANK-DISPLAY
               MOVE WS-RANK-DISPLAY TO WS-OUT-LINE(2:3)
               MOVE WS-KY-KEY(WS-KEY-IDX)(1:2) TO WS-OUT-LINE(6:2)
               MOVE "/" TO WS-OUT-LINE(8:1)
               MOVE WS-KY-KEY(WS-KEY-IDX)(3:2) TO WS-OUT-LINE(9:2)
               MOVE WS-KY-SHOWN(WS-KEY-IDX) TO WS-SHOWN-DISPLAY
               MOVE WS-SHOWN-DISPLAY TO WS-OUT-LINE(12:9)
               MOVE WS-KY-SITES(WS-KEY-IDX) TO WS-SITES-DISPLAY
               MOVE WS-SITES-DISPLAY TO WS-OUT-LINE(25:2)
               WRITE SITE-ROLL-LINE FROM WS-OUT-LINE
           END-IF.
       WRITE-JOB-SECTION.
           PERFORM WRITE-BLANK-LINE.
           MOVE "JOB OUTCOMES ACROSS SITES" TO WS-OUT-LINE.
           WRITE SITE-ROLL-LINE FROM WS-OUT-LINE.
           MOVE "JOB                 RUNS FAILED SKIPPED  SITES"
               TO WS-OUT-LINE.
           WRITE SITE-ROLL-LINE FROM WS-OUT-LINE.
           IF WS-JOB-COUNT = 0
               MOVE "  NONE" TO WS-OUT-LINE
               WRITE SITE-ROLL-LINE FROM WS-OUT-LINE
           END-IF.
           PERFORM WRITE-JOB-LINE
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT.
       WRITE-JOB-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE WS-JB-NAME(WS-JOB-IDX) TO WS-OUT-LINE(1:18).
           MOVE WS-JB-RUNS(WS-JOB-IDX) TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-OUT-LINE(20:5).
           MOVE WS-JB-FAILED(WS-JOB-IDX) TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-OUT-LINE(27:5).
           MOVE WS-JB-SKIPPED(WS-JOB-IDX) TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-OUT-LINE(34:5).
           MOVE WS-JB-SITES(WS-JOB-IDX) TO WS-SITES-DISPLAY.
           MOVE WS-SITES-DISPLAY TO WS-OUT-LINE(44:2).
           IF WS-JB-FAILED(WS-JOB-IDX) > 0
               MOVE "*** FAILURES ***" TO WS-OUT-LINE(48:16)
           END-IF.
           WRITE SITE-ROLL-LINE FROM WS-OUT-LINE.
       WRITE-MISSING-SECTION.
           PERFORM WRITE-BLANK-LINE.
           MOVE "SITES WITH NO EXTRACT FOR THE DAY" TO WS-OUT-LINE.
           WRITE SITE-ROLL-LINE FROM WS-OUT-LINE.
           IF WS-MISSING-COUNT = 0
               MOVE "  NONE" TO WS-OUT-LINE
               WRITE SITE-ROLL-LINE FROM WS-OUT-LINE
           END-IF.
           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT
               IF WS-SI-MISSING(WS-SITE-IDX)
                   MOVE SPACES TO WS-OUT-LINE
                   MOVE WS-SI-CODE(WS-SITE-IDX) TO WS-OUT-LINE(3:4)
                   MOVE WS-SI-NAME(WS-SITE-IDX) TO WS-OUT-LINE(8:20)
                   WRITE SITE-ROLL-LINE FROM WS-OUT-LINE
               END-IF
           END-PERFORM.
       WRITE-VERDICT.
           PERFORM WRITE-BLANK-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE WS-SITE-COUNT TO WS-SITES-DISPLAY.
           STRING "SITES EXPECTED: " DELIMITED SIZE
               WS-SITES-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           MOVE WS-RECEIVED-COUNT TO WS-SITES-DISPLAY.
           STRING "  CONSOLIDATED: " DELIMITED SIZE
               WS-SITES-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE(21:20).
           MOVE WS-REJECTED-COUNT TO WS-SITES-DISPLAY.
           STRING "  REJECTED: " DELIMITED SIZE
               WS-SITES-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE(41:16).
           MOVE WS-MISSING-COUNT TO WS-SITES-DISPLAY.
           STRING "  MISSING: " DELIMITED SIZE
               WS-SITES-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE(57:15).
           WRITE SITE-ROLL-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           IF WS-REJECTED-COUNT = 0 AND WS-MISSING-COUNT = 0
               MOVE "ROLLUP: PASS -- ALL SITES CONSOLIDATED"
                   TO WS-OUT-LINE
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE WS-REJECTED-COUNT TO WS-SITES-DISPLAY
               MOVE WS-MISSING-COUNT TO WS-COUNT-DISPLAY
               STRING "ROLLUP: *** FAIL -- " DELIMITED SIZE
                   FUNCTION TRIM(WS-SITES-DISPLAY) DELIMITED SIZE
                   " REJECTED, " DELIMITED SIZE
                   FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED SIZE
                   " MISSING ***" DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE SITE-ROLL-LINE FROM WS-OUT-LINE.
