       IDENTIFICATION DIVISION.
       PROGRAM-ID. GIB-UNIQUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GIB-CAT-FILE ASSIGN TO "gibarch/gibarch.cat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT SRC-FILE ASSIGN TO DYNAMIC WS-SRC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT GIBU-SORT-FILE ASSIGN TO "gibuniq.srt".
           SELECT GIB-UNIQ-RPT ASSIGN TO "gibuniq.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GIB-CAT-FILE.
       COPY "gibcat".
       FD  SRC-FILE.
       COPY "gibrec".
       SD  GIBU-SORT-FILE.
       01  GIBU-SORT-RECORD.
           05  GIBU-SRT-TEXT       PIC X(80).
           05  GIBU-SRT-GEN        PIC 9(7).
           05  GIBU-SRT-LINE       PIC 9(4).
       FD  GIB-UNIQ-RPT.
       01  GIB-UNIQ-LINE       PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-CAT-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-SRC-STATUS       PIC X(2).
       01  WS-SRC-PATH         PIC X(60).
       01  WS-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-EOF          VALUE "Y" FALSE "N".
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-SRC-COUNT        PIC 9(4) VALUE 0.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 999 TIMES.
               10  WS-SE-GEN       PIC 9(7).
               10  WS-SE-DATE      PIC 9(8).
               10  WS-SE-PATH      PIC X(60).
               10  WS-SE-SEED      PIC 9(18).
               10  WS-SE-COUNT     PIC 9(4).
               10  WS-SE-STATE     PIC X(1).
                   88  WS-SE-MISSING   VALUE "M".
                   88  WS-SE-NO-HEADER VALUE "N".
                   88  WS-SE-SCANNED   VALUE "S".
               10  WS-SE-CAT-STATUS PIC X(1).
       01  WS-IDX              PIC 9(4).
       01  WS-IDX2             PIC 9(4).
       01  WS-DROPPED-COUNT    PIC 9(6) VALUE 0.
       01  WS-DETAIL-COUNT     PIC 9(4).
       01  WS-REC-NUMBER       PIC 9(9).
       01  WS-FIRST-REC        PIC 9(9).
       01  WS-LAST-REC         PIC 9(9).
       01  WS-BUNDLED-COUNT    PIC 9(3) VALUE 0.
       01  WS-SCANNED-COUNT    PIC 9(3) VALUE 0.
       01  WS-MISSING-COUNT    PIC 9(3) VALUE 0.
       01  WS-NO-HEADER-COUNT  PIC 9(3) VALUE 0.
       01  WS-SEED-DUP-COUNT   PIC 9(6) VALUE 0.
       01  WS-LINE-DUP-COUNT   PIC 9(6) VALUE 0.
       01  WS-LINE-DUP-LISTED  PIC 9(3) VALUE 0.
       01  WS-LINE-DUP-LIMIT   PIC 9(3) VALUE 50.
       01  WS-SORT-EOF-FLAG    PIC X(1) VALUE "N".
           88  WS-SORT-EOF     VALUE "Y" FALSE "N".
       01  WS-FIRST-TEXT       PIC X(80).
       01  WS-FIRST-GEN        PIC 9(7).
       01  WS-FIRST-LINE       PIC 9(4).
       01  WS-HAVE-FIRST-FLAG  PIC X(1) VALUE "N".
           88  WS-HAVE-FIRST   VALUE "Y" FALSE "N".
       01  WS-OUT-LINE         PIC X(80).
       01  WS-COUNT-DISPLAY    PIC ZZZZZ9.
       01  WS-LINES-DISPLAY    PIC ZZZ9.
       COPY "alrtprm".
       COPY "gibbfnp".
       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "BUS-DATE" USING WS-RUN-DATE.
           PERFORM LOAD-CATALOG.
           OPEN OUTPUT GIB-UNIQ-RPT.
           PERFORM WRITE-REPORT-HEADING.
           IF WS-SRC-COUNT = 0
               MOVE "  NO ARCHIVED GENERATIONS IN CATALOG"
                   TO WS-OUT-LINE
               WRITE GIB-UNIQ-LINE FROM WS-OUT-LINE
           ELSE
               SORT GIBU-SORT-FILE
                   ON ASCENDING KEY GIBU-SRT-TEXT
                                    GIBU-SRT-GEN
                                    GIBU-SRT-LINE
                   INPUT PROCEDURE IS RELEASE-ALL-DETAIL-LINES
                   OUTPUT PROCEDURE IS FIND-DUPLICATE-LINES
               PERFORM FIND-SHARED-SEEDS
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM WRITE-VERDICT.
           CLOSE GIB-UNIQ-RPT.
           IF WS-SEED-DUP-COUNT > 0 OR WS-LINE-DUP-COUNT > 0
               OR WS-MISSING-COUNT > 0 OR WS-NO-HEADER-COUNT > 0
               OR WS-DROPPED-COUNT > 0
               DISPLAY "GENERATION UNIQUENESS AUDIT: *** FAIL *** "
                   "SEE gibuniq.rpt"
               MOVE "GIBUNIQ" TO ARP-REASON
               IF WS-DROPPED-COUNT > 0
                   MOVE "CATALOG TOO LARGE -- SEE gibuniq.rpt"
                       TO ARP-TEXT
               ELSE
                   MOVE "ARCHIVE NOT UNIQUE -- SEE gibuniq.rpt"
                       TO ARP-TEXT
               END-IF
               CALL "ALERT-RAISE" USING ALERT-RAISE-PARMS
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "GENERATION UNIQUENESS AUDIT: PASS"
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
       LOAD-CATALOG.
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
                       PERFORM STORE-CATALOG-ENTRY
               END-READ
           END-PERFORM.
           CLOSE GIB-CAT-FILE.
       STORE-CATALOG-ENTRY.
           IF GIB-CAT-GEN IS NUMERIC AND WS-SRC-COUNT < 999
               ADD 1 TO WS-SRC-COUNT
               MOVE GIB-CAT-GEN TO WS-SE-GEN(WS-SRC-COUNT)
               MOVE GIB-CAT-RUN-DATE TO WS-SE-DATE(WS-SRC-COUNT)
               MOVE GIB-CAT-PATH TO WS-SE-PATH(WS-SRC-COUNT)
               MOVE 0 TO WS-SE-SEED(WS-SRC-COUNT)
               MOVE 0 TO WS-SE-COUNT(WS-SRC-COUNT)
               MOVE SPACES TO WS-SE-STATE(WS-SRC-COUNT)
               MOVE GIB-CAT-STATUS TO WS-SE-CAT-STATUS(WS-SRC-COUNT)
           ELSE
               IF GIB-CAT-GEN IS NUMERIC
                   ADD 1 TO WS-DROPPED-COUNT
               END-IF
           END-IF.
       RELEASE-ALL-DETAIL-LINES.
           MOVE "GEN      RUN DATE  HEADER SEED         DETAIL LINES"
               TO WS-OUT-LINE.
           WRITE GIB-UNIQ-LINE FROM WS-OUT-LINE.
           PERFORM RELEASE-ONE-GENERATION
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SRC-COUNT.
       RELEASE-ONE-GENERATION.
           MOVE WS-SE-PATH(WS-IDX) TO WS-SRC-PATH.
           MOVE 1 TO WS-FIRST-REC.
           MOVE 999999999 TO WS-LAST-REC.
           SET GBF-FOUND TO TRUE.
           IF WS-SE-CAT-STATUS(WS-IDX) = "O"
               PERFORM LOCATE-IN-BUNDLE
           END-IF.
           IF GBF-FOUND
               PERFORM READ-ONE-GENERATION
           ELSE
               SET WS-SE-MISSING(WS-IDX) TO TRUE
               ADD 1 TO WS-MISSING-COUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  *** GEN " DELIMITED SIZE
                   WS-SE-GEN(WS-IDX) DELIMITED SIZE
                   " OFFLOADED BUT NOT IN BUNDLE INDEX ***"
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               WRITE GIB-UNIQ-LINE FROM WS-OUT-LINE
           END-IF.
       LOCATE-IN-BUNDLE.
           MOVE WS-SE-GEN(WS-IDX) TO GBF-GEN.
           CALL "GIB-BUNDLE-FIND" USING GIB-BFIND-PARMS.
           IF GBF-FOUND
               MOVE GBF-BUNDLE TO WS-SRC-PATH
               MOVE GBF-START TO WS-FIRST-REC
               COMPUTE WS-LAST-REC = GBF-START + GBF-REC-COUNT - 1
           END-IF.
       READ-ONE-GENERATION.
           MOVE 0 TO WS-DETAIL-COUNT.
           MOVE 0 TO WS-REC-NUMBER.
           SET WS-EOF TO FALSE.
           OPEN INPUT SRC-FILE.
           IF WS-SRC-STATUS NOT = "00"
               SET WS-SE-MISSING(WS-IDX) TO TRUE
               ADD 1 TO WS-MISSING-COUNT
               PERFORM WRITE-SOURCE-MISSING
               CLOSE SRC-FILE
           ELSE
               SET WS-SE-NO-HEADER(WS-IDX) TO TRUE
               PERFORM UNTIL WS-EOF
                   READ SRC-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REC-NUMBER
                           IF WS-REC-NUMBER > WS-LAST-REC
                               SET WS-EOF TO TRUE
                           END-IF
                           IF NOT WS-EOF
                               AND WS-REC-NUMBER NOT < WS-FIRST-REC
                               PERFORM RELEASE-ONE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SRC-FILE
               MOVE WS-DETAIL-COUNT TO WS-SE-COUNT(WS-IDX)
               ADD 1 TO WS-SCANNED-COUNT
               IF WS-SE-NO-HEADER(WS-IDX)
                   ADD 1 TO WS-NO-HEADER-COUNT
               END-IF
               PERFORM WRITE-GENERATION-LINE
               IF WS-SE-CAT-STATUS(WS-IDX) = "O"
                   ADD 1 TO WS-BUNDLED-COUNT
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "         OFFLOADED -- READ FROM "
                       DELIMITED SIZE
                       WS-SRC-PATH DELIMITED SPACE
                       INTO WS-OUT-LINE
                   WRITE GIB-UNIQ-LINE FROM WS-OUT-LINE
               END-IF
           END-IF.
       RELEASE-ONE-RECORD.
           EVALUATE TRUE
               WHEN GIB-REC-IS-HEADER
                   SET WS-SE-SCANNED(WS-IDX) TO TRUE
                   MOVE GIB-HDR-SEED TO WS-SE-SEED(WS-IDX)
               WHEN GIB-REC-IS-DETAIL
                   ADD 1 TO WS-DETAIL-COUNT
                   MOVE GIB-DTL-TEXT TO GIBU-SRT-TEXT
                   MOVE WS-SE-GEN(WS-IDX) TO GIBU-SRT-GEN
                   MOVE WS-DETAIL-COUNT TO GIBU-SRT-LINE
                   RELEASE GIBU-SORT-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       FIND-DUPLICATE-LINES.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE GIB-UNIQ-LINE FROM WS-OUT-LINE.
           MOVE "IDENTICAL DETAIL LINES:" TO WS-OUT-LINE.
           WRITE GIB-UNIQ-LINE FROM WS-OUT-LINE.
           SET WS-SORT-EOF TO FALSE.
           SET WS-HAVE-FIRST TO FALSE.
           PERFORM UNTIL WS-SORT-EOF
               RETURN GIBU-SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-SORTED-LINE
               END-RETURN
           END-PERFORM.
           IF WS-LINE-DUP-COUNT = 0
               MOVE "  NONE" TO WS-OUT-LINE
               WRITE GIB-UNIQ-LINE FROM WS-OUT-LINE
           END-IF.
           IF WS-LINE-DUP-COUNT > WS-LINE-DUP-LISTED
               MOVE SPACES TO WS-OUT-LINE
               COMPUTE WS-COUNT-DISPLAY =
                   WS-LINE-DUP-COUNT - WS-LINE-DUP-LISTED
               STRING "  ... AND " DELIMITED SIZE
                   WS-COUNT-DISPLAY DELIMITED SIZE
                   " MORE NOT LISTED" DELIMITED SIZE
                   INTO WS-OUT-LINE
               WRITE GIB-UNIQ-LINE FROM WS-OUT-LINE
           END-IF.
       CHECK-ONE-SORTED-LINE.
           IF WS-HAVE-FIRST AND GIBU-SRT-TEXT = WS-FIRST-TEXT
               ADD 1 TO WS-LINE-DUP-COUNT
               IF WS-LINE-DUP-LISTED < WS-LINE-DUP-LIMIT
                   ADD 1 TO WS-LINE-DUP-LISTED
                   PERFORM WRITE-DUPLICATE-LINE
               END-IF
           ELSE
               SET WS-HAVE-FIRST TO TRUE
               MOVE GIBU-SRT-TEXT TO WS-FIRST-TEXT
               MOVE GIBU-SRT-GEN TO WS-FIRST-GEN
               MOVE GIBU-SRT-LINE TO WS-FIRST-LINE
           END-IF.
       WRITE-DUPLICATE-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  *** GEN " DELIMITED SIZE
               GIBU-SRT-GEN DELIMITED SIZE
               " LINE " DELIMITED SIZE
               GIBU-SRT-LINE DELIMITED SIZE
               " SAME AS GEN " DELIMITED SIZE
               WS-FIRST-GEN DELIMITED SIZE
               " LINE " DELIMITED SIZE
               WS-FIRST-LINE DELIMITED SIZE
               " ***" DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE GIB-UNIQ-LINE FROM WS-OUT-LINE.
       FIND-SHARED-SEEDS.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE GIB-UNIQ-LINE FROM WS-OUT-LINE.
           MOVE "SHARED HEADER SEEDS:" TO WS-OUT-LINE.
           WRITE GIB-UNIQ-LINE FROM WS-OUT-LINE.
           PERFORM COMPARE-SEED-PAIR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SRC-COUNT
               AFTER WS-IDX2 FROM 1 BY 1
               UNTIL WS-IDX2 > WS-SRC-COUNT.
           IF WS-SEED-DUP-COUNT = 0
               MOVE "  NONE" TO WS-OUT-LINE
               WRITE GIB-UNIQ-LINE FROM WS-OUT-LINE
           END-IF.
       COMPARE-SEED-PAIR.
           IF WS-IDX2 > WS-IDX
               AND WS-SE-SCANNED(WS-IDX)
               AND WS-SE-SCANNED(WS-IDX2)
               AND WS-SE-SEED(WS-IDX) = WS-SE-SEED(WS-IDX2)
               ADD 1 TO WS-SEED-DUP-COUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  *** GEN " DELIMITED SIZE
                   WS-SE-GEN(WS-IDX) DELIMITED SIZE
                   " AND GEN " DELIMITED SIZE
                   WS-SE-GEN(WS-IDX2) DELIMITED SIZE
                   " SHARE SEED " DELIMITED SIZE
                   WS-SE-SEED(WS-IDX) DELIMITED SIZE
                   " ***" DELIMITED SIZE
                   INTO WS-OUT-LINE
               WRITE GIB-UNIQ-LINE FROM WS-OUT-LINE
           END-IF.
       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "GIBBERISH GENERATION UNIQUENESS AUDIT -- "
               DELIMITED SIZE
               WS-RUN-DATE DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE GIB-UNIQ-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE GIB-UNIQ-LINE FROM WS-OUT-LINE.
       WRITE-GENERATION-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE WS-SE-COUNT(WS-IDX) TO WS-LINES-DISPLAY.
           IF WS-SE-SCANNED(WS-IDX)
               STRING WS-SE-GEN(WS-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-SE-DATE(WS-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-SE-SEED(WS-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-LINES-DISPLAY DELIMITED SIZE
                   INTO WS-OUT-LINE
           ELSE
               STRING WS-SE-GEN(WS-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-SE-DATE(WS-IDX) DELIMITED SIZE
                   "  *** NO HEADER RECORD ***" DELIMITED SIZE
                   INTO WS-OUT-LINE
           END-IF.
           WRITE GIB-UNIQ-LINE FROM WS-OUT-LINE.
       WRITE-SOURCE-MISSING.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  *** GEN " DELIMITED SIZE
               WS-SE-GEN(WS-IDX) DELIMITED SIZE
               " FILE MISSING: " DELIMITED SIZE
               WS-SE-PATH(WS-IDX) DELIMITED SIZE
               " ***" DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE GIB-UNIQ-LINE FROM WS-OUT-LINE.
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE GIB-UNIQ-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE WS-SCANNED-COUNT TO WS-COUNT-DISPLAY.
           STRING "GENERATIONS SCANNED:    " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE GIB-UNIQ-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE WS-MISSING-COUNT TO WS-COUNT-DISPLAY.
           STRING "FILES MISSING:          " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE GIB-UNIQ-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE WS-BUNDLED-COUNT TO WS-COUNT-DISPLAY.
           STRING "READ FROM BUNDLES:      " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE GIB-UNIQ-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE WS-NO-HEADER-COUNT TO WS-COUNT-DISPLAY.
           STRING "MISSING HEADERS:        " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE GIB-UNIQ-LINE FROM WS-OUT-LINE.
           IF WS-DROPPED-COUNT > 0
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-DROPPED-COUNT TO WS-COUNT-DISPLAY
               STRING "GENERATIONS NOT CHECKED:" DELIMITED SIZE
                   WS-COUNT-DISPLAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               WRITE GIB-UNIQ-LINE FROM WS-OUT-LINE
           END-IF.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE WS-SEED-DUP-COUNT TO WS-COUNT-DISPLAY.
           STRING "SHARED SEED PAIRS:      " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE GIB-UNIQ-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE WS-LINE-DUP-COUNT TO WS-COUNT-DISPLAY.
           STRING "DUPLICATE DETAIL LINES: " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE GIB-UNIQ-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE GIB-UNIQ-LINE FROM WS-OUT-LINE.
       WRITE-VERDICT.
           MOVE SPACES TO WS-OUT-LINE.
           EVALUATE TRUE
               WHEN WS-SEED-DUP-COUNT > 0 OR WS-LINE-DUP-COUNT > 0
                   STRING "UNIQUENESS: *** FAIL -- " DELIMITED SIZE
                       "DUPLICATE CONTENT IN ARCHIVE ***" DELIMITED SIZE
                       INTO WS-OUT-LINE
               WHEN WS-DROPPED-COUNT > 0
                   STRING "UNIQUENESS: *** FAIL -- " DELIMITED SIZE
                       "CATALOG TOO LARGE -- NOT ALL GENERATIONS "
                       DELIMITED SIZE
                       "CHECKED ***" DELIMITED SIZE
                       INTO WS-OUT-LINE
               WHEN WS-MISSING-COUNT > 0 OR WS-NO-HEADER-COUNT > 0
                   STRING "UNIQUENESS: *** FAIL -- " DELIMITED SIZE
                       "ARCHIVE INCOMPLETE, CANNOT PROVE UNIQUE ***"
                       DELIMITED SIZE
                       INTO WS-OUT-LINE
               WHEN OTHER
                   STRING "UNIQUENESS: PASS -- " DELIMITED SIZE
                       "EVERY ARCHIVED GENERATION IS UNIQUE"
                       DELIMITED SIZE
                       INTO WS-OUT-LINE
           END-EVALUATE.
           WRITE GIB-UNIQ-LINE FROM WS-OUT-LINE.
