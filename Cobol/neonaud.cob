       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEON-LIB-AUDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NEON-CAT-FILE ASSIGN TO
               "neonlib/neonlib.cat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT NEON-FRM-FILE ASSIGN TO DYNAMIC WS-FRM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRM-FILE-STATUS.
           SELECT OPTIONAL NEON-DIR-FILE ASSIGN TO "neonaud.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIR-FILE-STATUS.
           SELECT OPTIONAL NEON-PLAY-FILE ASSIGN TO DYNAMIC
               WS-PLAY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAY-FILE-STATUS.
           SELECT NEON-AUD-RPT ASSIGN TO "neonaud.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  NEON-CAT-FILE.
       01  NEON-CAT-RECORD     PIC X(80).
       FD  NEON-FRM-FILE.
       01  NEON-FRM-RECORD     PIC X(2000).
       FD  NEON-DIR-FILE.
       01  NEON-DIR-RECORD     PIC X(80).
       FD  NEON-PLAY-FILE.
       01  NEON-PLAY-RECORD    PIC X(80).
       FD  NEON-AUD-RPT.
       01  NEON-AUD-LINE       PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-CAT-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-FRM-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-DIR-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-PLAY-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-FRM-PATH         PIC X(60).
       01  WS-FRM-OPEN-FLAG    PIC X(1) VALUE "N".
           88  WS-FRM-OPEN     VALUE "Y".
       01  WS-PLAY-PATH        PIC X(60).
       01  WS-DIR-COMMAND      PIC X(80)
               VALUE "ls -1 neonlib > neonaud.lst 2>/dev/null".
       01  WS-CALL-STATUS      PIC S9(9) COMP-5.
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-EOF          VALUE "Y" FALSE "N".
       01  WS-CAT-FIELDS.
           05  WS-CAT-NAME     PIC X(12).
           05  WS-CAT-ROWS     PIC X(2).
           05  WS-CAT-COLS     PIC X(3).
           05  WS-CAT-FRAMES   PIC X(4).
           05  WS-CAT-DATE     PIC X(8).
       01  WS-SET-COUNT        PIC 9(3) VALUE 0.
       01  WS-SET-TBL.
           05  WS-SET-ENTRY OCCURS 100 TIMES.
               10  WS-ST-NAME      PIC X(12).
               10  WS-ST-ROWS      PIC X(2).
               10  WS-ST-COLS      PIC X(3).
               10  WS-ST-FRAMES    PIC X(4).
               10  WS-ST-DATE      PIC X(8).
               10  WS-ST-FILE-FLAG PIC X(1).
       01  WS-SET-IDX          PIC 9(3).
       01  WS-SET-SCAN         PIC 9(3).
       01  WS-SET-HIT          PIC 9(3).
       01  WS-FRM-HEADER.
           05  WS-HDR-ROWS     PIC X(2).
           05  WS-HDR-COLS     PIC X(3).
           05  WS-HDR-FRAMES   PIC X(4).
           05  WS-HDR-DELAY-CS PIC X(4).
       01  WS-ROW-CELLS        PIC X(2000).
       01  WS-EXP-ROWS         PIC 9(2).
       01  WS-EXP-COLS         PIC 9(3).
       01  WS-EXP-FRAMES       PIC 9(4).
       01  WS-EXP-RECORDS      PIC 9(6).
       01  WS-EXP-WIDTH        PIC 9(4).
       01  WS-DTL-COUNT        PIC 9(6).
       01  WS-BAD-WIDTH-COUNT  PIC 9(6).
       01  WS-FIRST-BAD-ROW    PIC 9(6).
       01  WS-COL              PIC 9(3).
       01  WS-CELL-POS         PIC 9(4).
       01  WS-ROW-OK-FLAG      PIC X(1).
           88  WS-ROW-OK       VALUE "Y" FALSE "N".
       01  WS-PROBLEM          PIC X(40).
       01  WS-DIR-NAME         PIC X(80).
       01  WS-DIR-NAME-LEN     PIC 9(3).
       01  WS-BASE-NAME        PIC X(80).
       01  WS-FRM-FILE-COUNT   PIC 9(4) VALUE 0.
       01  WS-ORPHAN-COUNT     PIC 9(4) VALUE 0.
       01  WS-DIR-LISTED-FLAG  PIC X(1) VALUE "N".
           88  WS-DIR-LISTED   VALUE "Y".
       01  WS-PLY-COUNT        PIC 9(2) VALUE 0.
       01  WS-PLY-TBL.
           05  WS-PLY-NAME     PIC X(60) OCCURS 50 TIMES.
       01  WS-PLY-IDX          PIC 9(2).
       01  WS-PLAY-NAME        PIC X(12).
       01  WS-PLAY-PRESENT-FLAG   PIC X(1).
           88  WS-PLAY-PRESENT VALUE "Y".
       01  WS-PLAY-ENTRIES     PIC 9(4).
       01  WS-PLAY-MISSING     PIC 9(4).
       01  WS-PASS-COUNT       PIC 9(4) VALUE 0.
       01  WS-FAIL-COUNT       PIC 9(4) VALUE 0.
       01  WS-PROBLEM-COUNT    PIC 9(4) VALUE 0.
       01  WS-OUT-LINE         PIC X(80).
       01  WS-COUNT-DISPLAY    PIC ZZZ9.
       01  WS-BIG-DISPLAY      PIC ZZZZZ9.
       01  WS-EXP-DISPLAY      PIC ZZZZZ9.
       01  WS-BAD-DISPLAY      PIC ZZZZZ9.
       COPY "alrtprm".
       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "BUS-DATE" USING WS-RUN-DATE.
           OPEN OUTPUT NEON-AUD-RPT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM LOAD-LIBRARY-CATALOG.
           PERFORM AUDIT-FRAME-SET
               VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > WS-SET-COUNT.
           PERFORM CHECK-LIBRARY-DIRECTORY.
           MOVE "neonplay.dat" TO WS-PLAY-PATH.
           PERFORM CHECK-PLAYLIST.
           PERFORM VARYING WS-PLY-IDX FROM 1 BY 1
               UNTIL WS-PLY-IDX > WS-PLY-COUNT
               MOVE WS-PLY-NAME(WS-PLY-IDX) TO WS-PLAY-PATH
               PERFORM CHECK-PLAYLIST
           END-PERFORM.
           PERFORM WRITE-VERDICT.
           CLOSE NEON-AUD-RPT.
           DISPLAY "NEON LIBRARY AUDIT REPORT WRITTEN: neonaud.rpt".
           IF WS-PROBLEM-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "NEON-STATIC FRAME LIBRARY AUDIT FOR "
               DELIMITED SIZE
               WS-RUN-DATE DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE NEON-AUD-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE NEON-AUD-LINE FROM WS-OUT-LINE.
       LOAD-LIBRARY-CATALOG.
           MOVE 0 TO WS-SET-COUNT.
           SET WS-EOF TO FALSE.
           OPEN INPUT NEON-CAT-FILE.
           IF WS-CAT-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
               MOVE "CATALOG neonlib/neonlib.cat NOT FOUND"
                   TO WS-OUT-LINE
               WRITE NEON-AUD-LINE FROM WS-OUT-LINE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ NEON-CAT-FILE INTO WS-CAT-FIELDS
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-CAT-NAME NOT = SPACES
                           AND WS-SET-COUNT < 100
                           ADD 1 TO WS-SET-COUNT
                           MOVE WS-CAT-NAME TO WS-ST-NAME(WS-SET-COUNT)
                           MOVE WS-CAT-ROWS TO WS-ST-ROWS(WS-SET-COUNT)
                           MOVE WS-CAT-COLS TO WS-ST-COLS(WS-SET-COUNT)
                           MOVE WS-CAT-FRAMES
                               TO WS-ST-FRAMES(WS-SET-COUNT)
                           MOVE WS-CAT-DATE TO WS-ST-DATE(WS-SET-COUNT)
                           MOVE "N" TO WS-ST-FILE-FLAG(WS-SET-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NEON-CAT-FILE.
       AUDIT-FRAME-SET.
           MOVE SPACES TO WS-PROBLEM.
           MOVE 0 TO WS-DTL-COUNT.
           MOVE 0 TO WS-BAD-WIDTH-COUNT.
           MOVE 0 TO WS-FIRST-BAD-ROW.
           MOVE 0 TO WS-EXP-RECORDS.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "SET " DELIMITED SIZE
               WS-ST-NAME(WS-SET-IDX) DELIMITED SIZE
               " ROWS " DELIMITED SIZE
               WS-ST-ROWS(WS-SET-IDX) DELIMITED SIZE
               " COLS " DELIMITED SIZE
               WS-ST-COLS(WS-SET-IDX) DELIMITED SIZE
               " FRAMES " DELIMITED SIZE
               WS-ST-FRAMES(WS-SET-IDX) DELIMITED SIZE
               " CAPTURED " DELIMITED SIZE
               WS-ST-DATE(WS-SET-IDX) DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE NEON-AUD-LINE FROM WS-OUT-LINE.
           MOVE 0 TO WS-SET-HIT.
           PERFORM VARYING WS-SET-SCAN FROM 1 BY 1
               UNTIL WS-SET-SCAN NOT < WS-SET-IDX
               IF WS-ST-NAME(WS-SET-SCAN) = WS-ST-NAME(WS-SET-IDX)
                   MOVE WS-SET-SCAN TO WS-SET-HIT
               END-IF
           END-PERFORM.
           PERFORM SET-FRAME-PATH.
           OPEN INPUT NEON-FRM-FILE.
           IF WS-FRM-FILE-STATUS = "00"
               MOVE "Y" TO WS-ST-FILE-FLAG(WS-SET-IDX)
           END-IF.
           MOVE WS-ST-FILE-FLAG(WS-SET-IDX) TO WS-FRM-OPEN-FLAG.
           EVALUATE TRUE
               WHEN WS-SET-HIT > 0
                   MOVE "DUPLICATE CATALOG ENTRY" TO WS-PROBLEM
               WHEN WS-ST-ROWS(WS-SET-IDX) IS NOT NUMERIC
                   OR WS-ST-COLS(WS-SET-IDX) IS NOT NUMERIC
                   OR WS-ST-FRAMES(WS-SET-IDX) IS NOT NUMERIC
                   OR WS-ST-ROWS(WS-SET-IDX) = "00"
                   OR WS-ST-COLS(WS-SET-IDX) = "000"
                   OR WS-ST-FRAMES(WS-SET-IDX) = "0000"
                   MOVE "CATALOG ENTRY INVALID" TO WS-PROBLEM
               WHEN NOT WS-FRM-OPEN
                   MOVE "FRAME FILE MISSING" TO WS-PROBLEM
               WHEN OTHER
                   PERFORM CHECK-FRAME-FILE
           END-EVALUATE.
           IF WS-FRM-OPEN
               CLOSE NEON-FRM-FILE
           END-IF.
           PERFORM WRITE-SET-VERDICT.
       SET-FRAME-PATH.
           MOVE SPACES TO WS-FRM-PATH.
           STRING "neonlib/" DELIMITED SIZE
               WS-ST-NAME(WS-SET-IDX) DELIMITED SPACE
               ".frm" DELIMITED SIZE
               INTO WS-FRM-PATH.
       CHECK-FRAME-FILE.
           MOVE WS-ST-ROWS(WS-SET-IDX) TO WS-EXP-ROWS.
           MOVE WS-ST-COLS(WS-SET-IDX) TO WS-EXP-COLS.
           MOVE WS-ST-FRAMES(WS-SET-IDX) TO WS-EXP-FRAMES.
           COMPUTE WS-EXP-RECORDS = WS-EXP-ROWS * WS-EXP-FRAMES.
           COMPUTE WS-EXP-WIDTH = WS-EXP-COLS * 3.
           SET WS-EOF TO FALSE.
           READ NEON-FRM-FILE INTO WS-FRM-HEADER
               AT END
                   SET WS-EOF TO TRUE
                   MOVE "FRAME FILE EMPTY -- NO HEADER" TO WS-PROBLEM
           END-READ.
           IF NOT WS-EOF
               IF WS-HDR-ROWS NOT = WS-ST-ROWS(WS-SET-IDX)
                   OR WS-HDR-COLS NOT = WS-ST-COLS(WS-SET-IDX)
                   OR WS-HDR-FRAMES NOT = WS-ST-FRAMES(WS-SET-IDX)
                   MOVE SPACES TO WS-PROBLEM
                   STRING "HEADER " DELIMITED SIZE
                       WS-HDR-ROWS DELIMITED SIZE
                       "/" DELIMITED SIZE
                       WS-HDR-COLS DELIMITED SIZE
                       "/" DELIMITED SIZE
                       WS-HDR-FRAMES DELIMITED SIZE
                       " NOT AS CATALOGUED" DELIMITED SIZE
                       INTO WS-PROBLEM
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF
               READ NEON-FRM-FILE INTO WS-ROW-CELLS
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DTL-COUNT
                       PERFORM CHECK-DETAIL-WIDTH
               END-READ
           END-PERFORM.
           MOVE WS-DTL-COUNT TO WS-BIG-DISPLAY.
           MOVE WS-EXP-RECORDS TO WS-EXP-DISPLAY.
           MOVE WS-BAD-WIDTH-COUNT TO WS-BAD-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  DETAIL RECORDS: " DELIMITED SIZE
               WS-BIG-DISPLAY DELIMITED SIZE
               "  EXPECTED: " DELIMITED SIZE
               WS-EXP-DISPLAY DELIMITED SIZE
               "  WRONG WIDTH: " DELIMITED SIZE
               WS-BAD-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE NEON-AUD-LINE FROM WS-OUT-LINE.
           IF WS-PROBLEM = SPACES
               EVALUATE TRUE
                   WHEN WS-DTL-COUNT < WS-EXP-RECORDS
                       MOVE SPACES TO WS-PROBLEM
                       STRING "TRUNCATED -- " DELIMITED SIZE
                           FUNCTION TRIM(WS-BIG-DISPLAY)
                               DELIMITED SIZE
                           " OF " DELIMITED SIZE
                           FUNCTION TRIM(WS-EXP-DISPLAY)
                               DELIMITED SIZE
                           " RECORDS" DELIMITED SIZE
                           INTO WS-PROBLEM
                   WHEN WS-DTL-COUNT > WS-EXP-RECORDS
                       MOVE SPACES TO WS-PROBLEM
                       STRING "EXTRA RECORDS -- " DELIMITED SIZE
                           FUNCTION TRIM(WS-BIG-DISPLAY)
                               DELIMITED SIZE
                           " OF " DELIMITED SIZE
                           FUNCTION TRIM(WS-EXP-DISPLAY)
                               DELIMITED SIZE
                           INTO WS-PROBLEM
                   WHEN WS-BAD-WIDTH-COUNT > 0
                       MOVE WS-FIRST-BAD-ROW TO WS-BAD-DISPLAY
                       MOVE SPACES TO WS-PROBLEM
                       STRING "WRONG WIDTH FROM RECORD " DELIMITED SIZE
                           FUNCTION TRIM(WS-BAD-DISPLAY)
                               DELIMITED SIZE
                           INTO WS-PROBLEM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       CHECK-DETAIL-WIDTH.
           SET WS-ROW-OK TO TRUE.
           MOVE 1 TO WS-CELL-POS.
           PERFORM VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > WS-EXP-COLS OR NOT WS-ROW-OK
               IF WS-ROW-CELLS(WS-CELL-POS:2) IS NOT NUMERIC
                   SET WS-ROW-OK TO FALSE
               END-IF
               ADD 3 TO WS-CELL-POS
           END-PERFORM.
           IF WS-ROW-OK
               AND WS-ROW-CELLS(WS-EXP-WIDTH + 1:) NOT = SPACES
               SET WS-ROW-OK TO FALSE
           END-IF.
           IF NOT WS-ROW-OK
               ADD 1 TO WS-BAD-WIDTH-COUNT
               IF WS-FIRST-BAD-ROW = 0
                   MOVE WS-DTL-COUNT TO WS-FIRST-BAD-ROW
               END-IF
           END-IF.
       WRITE-SET-VERDICT.
           MOVE SPACES TO WS-OUT-LINE.
           IF WS-PROBLEM = SPACES
               ADD 1 TO WS-PASS-COUNT
               STRING "  SET " DELIMITED SIZE
                   WS-ST-NAME(WS-SET-IDX) DELIMITED SPACE
                   ": PASS" DELIMITED SIZE
                   INTO WS-OUT-LINE
           ELSE
               ADD 1 TO WS-FAIL-COUNT
               STRING "  SET " DELIMITED SIZE
                   WS-ST-NAME(WS-SET-IDX) DELIMITED SPACE
                   ": *** FAIL -- " DELIMITED SIZE
                   WS-PROBLEM DELIMITED "  "
                   " ***" DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE SPACES TO ARP-TEXT
               STRING "SET " DELIMITED SIZE
                   WS-ST-NAME(WS-SET-IDX) DELIMITED SPACE
                   " " DELIMITED SIZE
                   WS-PROBLEM DELIMITED "  "
                   INTO ARP-TEXT
               PERFORM RAISE-LIBRARY-ALERT
           END-IF.
           WRITE NEON-AUD-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE NEON-AUD-LINE FROM WS-OUT-LINE.
       CHECK-LIBRARY-DIRECTORY.
           CALL "CBL_DELETE_FILE" USING "neonaud.lst"
               RETURNING WS-CALL-STATUS.
           CALL "SYSTEM" USING WS-DIR-COMMAND
               RETURNING WS-CALL-STATUS.
           SET WS-EOF TO FALSE.
           OPEN INPUT NEON-DIR-FILE.
           IF WS-DIR-FILE-STATUS = "00"
               SET WS-DIR-LISTED TO TRUE
           ELSE
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ NEON-DIR-FILE INTO WS-DIR-NAME
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-DIR-NAME NOT = SPACES
                           PERFORM CHECK-DIRECTORY-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NEON-DIR-FILE.
           CALL "CBL_DELETE_FILE" USING "neonaud.lst"
               RETURNING WS-CALL-STATUS.
           MOVE SPACES TO WS-OUT-LINE.
           IF WS-DIR-LISTED
               MOVE WS-FRM-FILE-COUNT TO WS-COUNT-DISPLAY
               STRING "FRAME FILES IN neonlib: " DELIMITED SIZE
                   WS-COUNT-DISPLAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               WRITE NEON-AUD-LINE FROM WS-OUT-LINE
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-ORPHAN-COUNT TO WS-COUNT-DISPLAY
               IF WS-ORPHAN-COUNT = 0
                   MOVE "ORPHAN FILES: PASS -- ALL FILES CATALOGUED"
                       TO WS-OUT-LINE
               ELSE
                   STRING "ORPHAN FILES: *** FAIL -- " DELIMITED SIZE
                       WS-COUNT-DISPLAY DELIMITED SIZE
                       " NOT IN CATALOG ***" DELIMITED SIZE
                       INTO WS-OUT-LINE
               END-IF
           ELSE
               MOVE "ORPHAN FILES: NOT CHECKED -- NO LISTING"
                   TO WS-OUT-LINE
           END-IF.
           WRITE NEON-AUD-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE NEON-AUD-LINE FROM WS-OUT-LINE.
       CHECK-DIRECTORY-ENTRY.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DIR-NAME TRAILING))
               TO WS-DIR-NAME-LEN.
           IF WS-DIR-NAME-LEN > 4
               EVALUATE WS-DIR-NAME(WS-DIR-NAME-LEN - 3:4)
                   WHEN ".frm"
                       PERFORM CHECK-FRAME-FILE-ENTRY
                   WHEN ".ply"
                       IF WS-PLY-COUNT < 50
                           ADD 1 TO WS-PLY-COUNT
                           MOVE SPACES TO WS-PLY-NAME(WS-PLY-COUNT)
                           STRING "neonlib/" DELIMITED SIZE
                               WS-DIR-NAME(1:WS-DIR-NAME-LEN)
                                   DELIMITED SIZE
                               INTO WS-PLY-NAME(WS-PLY-COUNT)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       CHECK-FRAME-FILE-ENTRY.
           ADD 1 TO WS-FRM-FILE-COUNT.
           MOVE SPACES TO WS-BASE-NAME.
           MOVE WS-DIR-NAME(1:WS-DIR-NAME-LEN - 4) TO WS-BASE-NAME.
           MOVE 0 TO WS-SET-HIT.
           IF WS-BASE-NAME(13:) = SPACES
               PERFORM VARYING WS-SET-SCAN FROM 1 BY 1
                   UNTIL WS-SET-SCAN > WS-SET-COUNT
                   IF WS-ST-NAME(WS-SET-SCAN) = WS-BASE-NAME(1:12)
                       MOVE WS-SET-SCAN TO WS-SET-HIT
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-SET-HIT = 0
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  *** ORPHAN FILE neonlib/" DELIMITED SIZE
                   WS-DIR-NAME(1:WS-DIR-NAME-LEN) DELIMITED SIZE
                   " -- NOT IN CATALOG ***" DELIMITED SIZE
                   INTO WS-OUT-LINE
               WRITE NEON-AUD-LINE FROM WS-OUT-LINE
               MOVE SPACES TO ARP-TEXT
               STRING "ORPHAN FRAME FILE " DELIMITED SIZE
                   WS-DIR-NAME(1:WS-DIR-NAME-LEN) DELIMITED SIZE
                   INTO ARP-TEXT
               PERFORM RAISE-LIBRARY-ALERT
           END-IF.
       CHECK-PLAYLIST.
           MOVE 0 TO WS-PLAY-ENTRIES.
           MOVE 0 TO WS-PLAY-MISSING.
           SET WS-EOF TO FALSE.
           MOVE "N" TO WS-PLAY-PRESENT-FLAG.
           OPEN INPUT NEON-PLAY-FILE.
           IF WS-PLAY-FILE-STATUS = "00"
               SET WS-PLAY-PRESENT TO TRUE
           ELSE
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ NEON-PLAY-FILE INTO WS-PLAY-NAME
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-PLAY-NAME NOT = SPACES
                           ADD 1 TO WS-PLAY-ENTRIES
                           PERFORM CHECK-PLAYLIST-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NEON-PLAY-FILE.
           MOVE SPACES TO WS-OUT-LINE.
           EVALUATE TRUE
               WHEN NOT WS-PLAY-PRESENT
                   STRING "PLAYLIST " DELIMITED SIZE
                       WS-PLAY-PATH DELIMITED SPACE
                       ": NOT PRESENT" DELIMITED SIZE
                       INTO WS-OUT-LINE
               WHEN WS-PLAY-MISSING = 0
                   MOVE WS-PLAY-ENTRIES TO WS-COUNT-DISPLAY
                   STRING "PLAYLIST " DELIMITED SIZE
                       WS-PLAY-PATH DELIMITED SPACE
                       ": PASS -- " DELIMITED SIZE
                       WS-COUNT-DISPLAY DELIMITED SIZE
                       " ENTRIES" DELIMITED SIZE
                       INTO WS-OUT-LINE
               WHEN OTHER
                   MOVE WS-PLAY-MISSING TO WS-COUNT-DISPLAY
                   STRING "PLAYLIST " DELIMITED SIZE
                       WS-PLAY-PATH DELIMITED SPACE
                       ": *** FAIL -- " DELIMITED SIZE
                       WS-COUNT-DISPLAY DELIMITED SIZE
                       " MISSING SET(S) ***" DELIMITED SIZE
                       INTO WS-OUT-LINE
           END-EVALUATE.
           WRITE NEON-AUD-LINE FROM WS-OUT-LINE.
       CHECK-PLAYLIST-ENTRY.
           MOVE 0 TO WS-SET-HIT.
           PERFORM VARYING WS-SET-SCAN FROM 1 BY 1
               UNTIL WS-SET-SCAN > WS-SET-COUNT
               IF WS-ST-NAME(WS-SET-SCAN) = WS-PLAY-NAME
                   AND WS-ST-FILE-FLAG(WS-SET-SCAN) = "Y"
                   MOVE WS-SET-SCAN TO WS-SET-HIT
               END-IF
           END-PERFORM.
           IF WS-SET-HIT = 0
               ADD 1 TO WS-PLAY-MISSING
               MOVE SPACES TO WS-OUT-LINE
               STRING "  *** " DELIMITED SIZE
                   WS-PLAY-PATH DELIMITED SPACE
                   " NAMES SET " DELIMITED SIZE
                   WS-PLAY-NAME DELIMITED SPACE
                   " -- NOT IN LIBRARY ***" DELIMITED SIZE
                   INTO WS-OUT-LINE
               WRITE NEON-AUD-LINE FROM WS-OUT-LINE
               MOVE SPACES TO ARP-TEXT
               STRING "PLAYLIST SET " DELIMITED SIZE
                   WS-PLAY-NAME DELIMITED SPACE
                   " MISSING" DELIMITED SIZE
                   INTO ARP-TEXT
               PERFORM RAISE-LIBRARY-ALERT
           END-IF.
       RAISE-LIBRARY-ALERT.
           ADD 1 TO WS-PROBLEM-COUNT.
           MOVE "NEONLIB" TO ARP-REASON.
           CALL "ALERT-RAISE" USING ALERT-RAISE-PARMS.
       WRITE-VERDICT.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE NEON-AUD-LINE FROM WS-OUT-LINE.
           MOVE WS-SET-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "SETS CATALOGUED: " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE NEON-AUD-LINE FROM WS-OUT-LINE.
           MOVE WS-PASS-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "SETS PASSED:     " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE NEON-AUD-LINE FROM WS-OUT-LINE.
           MOVE WS-FAIL-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "SETS FAILED:     " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE NEON-AUD-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE NEON-AUD-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           IF WS-PROBLEM-COUNT = 0
               MOVE "LIBRARY: PASS -- FRAME LIBRARY INTACT"
                   TO WS-OUT-LINE
           ELSE
               MOVE WS-PROBLEM-COUNT TO WS-COUNT-DISPLAY
               STRING "LIBRARY: *** FAIL -- " DELIMITED SIZE
                   WS-COUNT-DISPLAY DELIMITED SIZE
                   " PROBLEM(S) FOUND ***" DELIMITED SIZE
                   INTO WS-OUT-LINE
           END-IF.
           WRITE NEON-AUD-LINE FROM WS-OUT-LINE.
