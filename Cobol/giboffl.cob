       IDENTIFICATION DIVISION.
       PROGRAM-ID. GIB-OFFLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GIB-CAT-FILE ASSIGN TO "gibarch/gibarch.cat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT OPTIONAL GIBO-CTL-FILE ASSIGN TO "gibofctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT OPTIONAL GIB-BNDX-FILE ASSIGN TO "gibarch/gibbndl.idx"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNDX-FILE-STATUS.
           SELECT ARC-FILE ASSIGN TO DYNAMIC WS-ARC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
           SELECT BUNDLE-FILE ASSIGN TO DYNAMIC WS-BUNDLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUNDLE-STATUS.
           SELECT GIB-OFFL-RPT ASSIGN TO "giboffl.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GIB-CAT-FILE.
       COPY "gibcat".
       FD  GIBO-CTL-FILE.
       01  GIBO-CTL-RECORD     PIC X(80).
       FD  GIB-BNDX-FILE.
       COPY "gibbndx".
       FD  ARC-FILE.
       COPY "gibrec".
       FD  BUNDLE-FILE.
       01  BUNDLE-RECORD       PIC X(81).
       FD  GIB-OFFL-RPT.
       01  GIB-OFFL-LINE       PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-CAT-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-CTL-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-BNDX-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-ARC-STATUS       PIC X(2) VALUE "00".
       01  WS-BUNDLE-STATUS    PIC X(2) VALUE "00".
       01  WS-BUNDLE-FAIL-STATUS PIC X(2) VALUE "00".
       01  WS-BUNDLE-BAD-FLAG  PIC X(1) VALUE "N".
           88  WS-BUNDLE-BAD   VALUE "Y" FALSE "N".
       01  WS-ARC-PATH         PIC X(60).
       01  WS-BUNDLE-PATH      PIC X(40).
       01  WS-CTL-FIELDS.
           05  WS-CTL-CUTOFF-DAYS PIC X(3).
       01  WS-CUTOFF-DAYS      PIC 9(3) VALUE 90.
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-TODAY-INT        PIC 9(7).
       01  WS-ENTRY-INT        PIC 9(7).
       01  WS-AGE-DAYS         PIC S9(5).
       01  WS-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-EOF          VALUE "Y" FALSE "N".
       01  WS-CAT-COUNT        PIC 9(4) VALUE 0.
       01  WS-IDX              PIC 9(4).
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 999 TIMES.
               10  WS-CE-GEN       PIC 9(7).
               10  WS-CE-DATE      PIC 9(8).
               10  WS-CE-PATH      PIC X(60).
               10  WS-CE-STATUS    PIC X(1).
               10  WS-CE-ACTION    PIC X(7).
               10  WS-CE-START     PIC 9(9).
               10  WS-CE-RECS      PIC 9(6).
               10  WS-CE-DTLS      PIC 9(4).
       01  WS-BUNDLE-RECS      PIC 9(9) VALUE 0.
       01  WS-SELECT-COUNT     PIC 9(4) VALUE 0.
       01  WS-PACKED-COUNT     PIC 9(4) VALUE 0.
       01  WS-MISSING-COUNT    PIC 9(4) VALUE 0.
       01  WS-NODEL-COUNT      PIC 9(4) VALUE 0.
       01  WS-NOPACK-COUNT     PIC 9(4) VALUE 0.
       01  WS-CALL-STATUS      PIC S9(9) COMP-5.
       01  WS-OUT-LINE         PIC X(80).
       01  WS-COUNT-DISPLAY    PIC ZZZ9.
       01  WS-RECS-DISPLAY     PIC ZZZZZ9.
       01  WS-START-DISPLAY    PIC ZZZZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "BUS-DATE" USING WS-RUN-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM READ-RUN-PARAMETERS.
           MOVE SPACES TO WS-BUNDLE-PATH.
           STRING "gibarch/GIBBUNDL.D" DELIMITED SIZE
               WS-RUN-DATE DELIMITED SIZE
               INTO WS-BUNDLE-PATH.
           PERFORM LOAD-CATALOG.
           OPEN OUTPUT GIB-OFFL-RPT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM SELECT-FOR-OFFLOAD
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CAT-COUNT.
           IF WS-SELECT-COUNT = 0
               MOVE SPACES TO WS-OUT-LINE
               STRING "  NO GENERATIONS OLDER THAN " DELIMITED SIZE
                   WS-CUTOFF-DAYS DELIMITED SIZE
                   " DAYS TO OFFLOAD" DELIMITED SIZE
                   INTO WS-OUT-LINE
               WRITE GIB-OFFL-LINE FROM WS-OUT-LINE
           ELSE
               PERFORM COUNT-BUNDLE-RECORDS
               OPEN EXTEND BUNDLE-FILE
               IF WS-BUNDLE-STATUS = "05" OR WS-BUNDLE-STATUS = "35"
                   OPEN OUTPUT BUNDLE-FILE
               END-IF
               IF WS-BUNDLE-STATUS NOT = "00"
                   SET WS-BUNDLE-BAD TO TRUE
                   MOVE WS-BUNDLE-STATUS TO WS-BUNDLE-FAIL-STATUS
                   DISPLAY "CANNOT OPEN BUNDLE "
                       FUNCTION TRIM(WS-BUNDLE-PATH)
                       " (STATUS=" WS-BUNDLE-STATUS ")"
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "  *** CANNOT OPEN BUNDLE (STATUS="
                       DELIMITED SIZE
                       WS-BUNDLE-STATUS DELIMITED SIZE
                       ") -- NOTHING OFFLOADED ***" DELIMITED SIZE
                       INTO WS-OUT-LINE
                   WRITE GIB-OFFL-LINE FROM WS-OUT-LINE
               END-IF
               PERFORM PACK-ONE-GENERATION
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAT-COUNT
               CLOSE BUNDLE-FILE
               IF WS-PACKED-COUNT > 0
                   PERFORM WRITE-INDEX-ENTRIES
                   PERFORM RELEASE-LOOSE-FILE
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-CAT-COUNT
                   PERFORM REWRITE-CATALOG
               END-IF
               PERFORM WRITE-GENERATION-LINE
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAT-COUNT
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE GIB-OFFL-RPT.
           MOVE WS-PACKED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "ARCHIVE OFFLOAD REPORT WRITTEN: giboffl.rpt"
               " OFFLOADED=" WS-COUNT-DISPLAY.
           EVALUATE TRUE
               WHEN WS-NOPACK-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MISSING-COUNT > 0 OR WS-NODEL-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
       READ-RUN-PARAMETERS.
           OPEN INPUT GIBO-CTL-FILE.
           IF WS-CTL-FILE-STATUS = "00"
               READ GIBO-CTL-FILE INTO WS-CTL-FIELDS
               IF WS-CTL-FILE-STATUS = "00"
                   AND WS-CTL-CUTOFF-DAYS IS NUMERIC
                   MOVE WS-CTL-CUTOFF-DAYS TO WS-CUTOFF-DAYS
               END-IF
           END-IF.
           CLOSE GIBO-CTL-FILE.
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
           IF GIB-CAT-GEN IS NUMERIC AND WS-CAT-COUNT < 999
               ADD 1 TO WS-CAT-COUNT
               MOVE GIB-CAT-GEN TO WS-CE-GEN(WS-CAT-COUNT)
               MOVE GIB-CAT-RUN-DATE TO WS-CE-DATE(WS-CAT-COUNT)
               MOVE GIB-CAT-PATH TO WS-CE-PATH(WS-CAT-COUNT)
               MOVE GIB-CAT-STATUS TO WS-CE-STATUS(WS-CAT-COUNT)
               MOVE SPACES TO WS-CE-ACTION(WS-CAT-COUNT)
               MOVE 0 TO WS-CE-START(WS-CAT-COUNT)
               MOVE 0 TO WS-CE-RECS(WS-CAT-COUNT)
               MOVE 0 TO WS-CE-DTLS(WS-CAT-COUNT)
           END-IF.
       SELECT-FOR-OFFLOAD.
           IF WS-CE-STATUS(WS-IDX) = "O"
               MOVE "BUNDLED" TO WS-CE-ACTION(WS-IDX)
           ELSE
               MOVE "KEEP" TO WS-CE-ACTION(WS-IDX)
               IF WS-CE-DATE(WS-IDX) IS NUMERIC
                   AND WS-CE-DATE(WS-IDX) > 0
                   COMPUTE WS-ENTRY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CE-DATE(WS-IDX))
                   COMPUTE WS-AGE-DAYS =
                       WS-TODAY-INT - WS-ENTRY-INT
                   IF WS-AGE-DAYS > WS-CUTOFF-DAYS
                       MOVE "OFFLOAD" TO WS-CE-ACTION(WS-IDX)
                       ADD 1 TO WS-SELECT-COUNT
                   END-IF
               END-IF
           END-IF.
       COUNT-BUNDLE-RECORDS.
           MOVE 0 TO WS-BUNDLE-RECS.
           SET WS-EOF TO FALSE.
           OPEN INPUT BUNDLE-FILE.
           IF WS-BUNDLE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ BUNDLE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BUNDLE-RECS
               END-READ
           END-PERFORM.
           CLOSE BUNDLE-FILE.
       PACK-ONE-GENERATION.
           IF WS-CE-ACTION(WS-IDX) = "OFFLOAD" AND WS-BUNDLE-BAD
               MOVE "NOPACK" TO WS-CE-ACTION(WS-IDX)
               ADD 1 TO WS-NOPACK-COUNT
           END-IF.
           IF WS-CE-ACTION(WS-IDX) = "OFFLOAD"
               MOVE WS-CE-PATH(WS-IDX) TO WS-ARC-PATH
               OPEN INPUT ARC-FILE
               IF WS-ARC-STATUS NOT = "00"
                   MOVE "MISSING" TO WS-CE-ACTION(WS-IDX)
                   ADD 1 TO WS-MISSING-COUNT
               ELSE
                   COMPUTE WS-CE-START(WS-IDX) = WS-BUNDLE-RECS + 1
                   SET WS-EOF TO FALSE
                   PERFORM UNTIL WS-EOF OR WS-BUNDLE-BAD
                       READ ARC-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM PACK-ONE-RECORD
                       END-READ
                   END-PERFORM
                   IF WS-BUNDLE-BAD
                       MOVE "NOPACK" TO WS-CE-ACTION(WS-IDX)
                       ADD 1 TO WS-NOPACK-COUNT
                   ELSE
                       MOVE "PACKED" TO WS-CE-ACTION(WS-IDX)
                       ADD 1 TO WS-PACKED-COUNT
                   END-IF
               END-IF
               CLOSE ARC-FILE
           END-IF.
       PACK-ONE-RECORD.
           WRITE BUNDLE-RECORD FROM GIB-RECORD.
           IF WS-BUNDLE-STATUS NOT = "00"
               SET WS-BUNDLE-BAD TO TRUE
               MOVE WS-BUNDLE-STATUS TO WS-BUNDLE-FAIL-STATUS
               DISPLAY "WRITE TO BUNDLE " FUNCTION TRIM(WS-BUNDLE-PATH)
                   " FAILED (STATUS=" WS-BUNDLE-STATUS ")"
           ELSE
               PERFORM COUNT-PACKED-RECORD
           END-IF.
       COUNT-PACKED-RECORD.
           ADD 1 TO WS-BUNDLE-RECS.
           ADD 1 TO WS-CE-RECS(WS-IDX).
           IF GIB-REC-IS-DETAIL
               ADD 1 TO WS-CE-DTLS(WS-IDX)
           END-IF.
       WRITE-INDEX-ENTRIES.
           OPEN EXTEND GIB-BNDX-FILE.
           IF WS-BNDX-FILE-STATUS = "05" OR WS-BNDX-FILE-STATUS = "35"
               OPEN OUTPUT GIB-BNDX-FILE
           END-IF.
           PERFORM WRITE-ONE-INDEX-ENTRY
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CAT-COUNT.
           CLOSE GIB-BNDX-FILE.
       WRITE-ONE-INDEX-ENTRY.
           IF WS-CE-ACTION(WS-IDX) = "PACKED"
               MOVE SPACES TO GIB-BNDX-RECORD
               MOVE WS-CE-GEN(WS-IDX) TO GIB-BNDX-GEN
               MOVE WS-CE-DATE(WS-IDX) TO GIB-BNDX-RUN-DATE
               MOVE WS-CE-DTLS(WS-IDX) TO GIB-BNDX-DTL-COUNT
               MOVE WS-CE-RECS(WS-IDX) TO GIB-BNDX-REC-COUNT
               MOVE WS-CE-START(WS-IDX) TO GIB-BNDX-START
               MOVE WS-RUN-DATE TO GIB-BNDX-OFFL-DATE
               MOVE WS-BUNDLE-PATH TO GIB-BNDX-BUNDLE
               WRITE GIB-BNDX-RECORD
           END-IF.
       RELEASE-LOOSE-FILE.
           IF WS-CE-ACTION(WS-IDX) = "PACKED"
               MOVE "O" TO WS-CE-STATUS(WS-IDX)
               MOVE WS-CE-PATH(WS-IDX) TO WS-ARC-PATH
               CALL "CBL_DELETE_FILE" USING WS-ARC-PATH
                   RETURNING WS-CALL-STATUS
               IF WS-CALL-STATUS NOT = 0
                   MOVE "NODEL" TO WS-CE-ACTION(WS-IDX)
                   ADD 1 TO WS-NODEL-COUNT
               END-IF
           END-IF.
       REWRITE-CATALOG.
           OPEN OUTPUT GIB-CAT-FILE.
           PERFORM REWRITE-ONE-ENTRY
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CAT-COUNT.
           CLOSE GIB-CAT-FILE.
       REWRITE-ONE-ENTRY.
           MOVE SPACES TO GIB-CAT-RECORD.
           MOVE WS-CE-GEN(WS-IDX) TO GIB-CAT-GEN.
           MOVE WS-CE-DATE(WS-IDX) TO GIB-CAT-RUN-DATE.
           MOVE WS-CE-PATH(WS-IDX) TO GIB-CAT-PATH.
           MOVE WS-CE-STATUS(WS-IDX) TO GIB-CAT-STATUS.
           WRITE GIB-CAT-RECORD.
       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "GIBBERISH ARCHIVE OFFLOAD FOR " DELIMITED SIZE
               WS-RUN-DATE DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE GIB-OFFL-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "CUTOFF: OLDER THAN " DELIMITED SIZE
               WS-CUTOFF-DAYS DELIMITED SIZE
               " DAYS  BUNDLE: " DELIMITED SIZE
               WS-BUNDLE-PATH DELIMITED SPACE
               INTO WS-OUT-LINE.
           WRITE GIB-OFFL-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE GIB-OFFL-LINE FROM WS-OUT-LINE.
       WRITE-GENERATION-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           EVALUATE WS-CE-ACTION(WS-IDX)
               WHEN "PACKED"
               WHEN "NODEL"
                   MOVE WS-CE-RECS(WS-IDX) TO WS-RECS-DISPLAY
                   MOVE WS-CE-START(WS-IDX) TO WS-START-DISPLAY
                   STRING "  GEN " DELIMITED SIZE
                       WS-CE-GEN(WS-IDX) DELIMITED SIZE
                       "  DATE " DELIMITED SIZE
                       WS-CE-DATE(WS-IDX) DELIMITED SIZE
                       "  RECORDS " DELIMITED SIZE
                       WS-RECS-DISPLAY DELIMITED SIZE
                       "  AT " DELIMITED SIZE
                       WS-START-DISPLAY DELIMITED SIZE
                       "  OFFLOADED" DELIMITED SIZE
                       INTO WS-OUT-LINE
                   IF WS-CE-ACTION(WS-IDX) = "NODEL"
                       MOVE "*** LOOSE FILE NOT DELETED ***"
                           TO WS-OUT-LINE(50:30)
                   END-IF
               WHEN "NOPACK"
                   STRING "  *** GEN " DELIMITED SIZE
                       WS-CE-GEN(WS-IDX) DELIMITED SIZE
                       "  DATE " DELIMITED SIZE
                       WS-CE-DATE(WS-IDX) DELIMITED SIZE
                       "  NOT PACKED -- BUNDLE STATUS=" DELIMITED SIZE
                       WS-BUNDLE-FAIL-STATUS DELIMITED SIZE
                       " ***" DELIMITED SIZE
                       INTO WS-OUT-LINE
               WHEN "MISSING"
                   STRING "  *** GEN " DELIMITED SIZE
                       WS-CE-GEN(WS-IDX) DELIMITED SIZE
                       " FILE MISSING: " DELIMITED SIZE
                       WS-CE-PATH(WS-IDX) DELIMITED SIZE
                       " ***" DELIMITED SIZE
                       INTO WS-OUT-LINE
               WHEN OTHER
                   STRING "  GEN " DELIMITED SIZE
                       WS-CE-GEN(WS-IDX) DELIMITED SIZE
                       "  DATE " DELIMITED SIZE
                       WS-CE-DATE(WS-IDX) DELIMITED SIZE
                       "  " DELIMITED SIZE
                       WS-CE-ACTION(WS-IDX) DELIMITED SIZE
                       INTO WS-OUT-LINE
           END-EVALUATE.
           WRITE GIB-OFFL-LINE FROM WS-OUT-LINE.
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE GIB-OFFL-LINE FROM WS-OUT-LINE.
           MOVE WS-PACKED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "GENERATIONS OFFLOADED: " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE GIB-OFFL-LINE FROM WS-OUT-LINE.
           MOVE WS-MISSING-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "CATALOG ENTRIES MISSING ON DISK: " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE GIB-OFFL-LINE FROM WS-OUT-LINE.
           MOVE WS-NODEL-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "LOOSE FILES NOT DELETED: " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE GIB-OFFL-LINE FROM WS-OUT-LINE.
           MOVE WS-NOPACK-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "GENERATIONS NOT PACKED: " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE GIB-OFFL-LINE FROM WS-OUT-LINE.
