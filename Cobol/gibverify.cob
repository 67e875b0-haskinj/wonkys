           SELECT VER-FILE ASSIGN TO DYNAMIC WS-VER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VER-STATUS.
           SELECT OPTIONAL GIB-CAT-FILE ASSIGN TO "gibarch/gibarch.cat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT OPTIONAL GIBV-CTL-FILE ASSIGN TO "gibvctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
       FILE SECTION.
       FD  VER-FILE.
       COPY "gibrec".
       FD  GIB-CAT-FILE.
       COPY "gibcat".
       FD  GIBV-CTL-FILE.
       01  GIBV-CTL-RECORD     PIC X(80).
       FD  GIB-VER-RPT.
       WORKING-STORAGE SECTION.
       01  WS-VER-STATUS       PIC X(2).
       01  WS-CTL-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-CAT-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-VER-PATH         PIC X(60) VALUE "gibberish.txt".
       01  WS-CTL-FIELDS.
           05  WS-CTL-PATH     PIC X(60).
       01  WS-REC-NUMBER       PIC 9(9) VALUE 0.
       01  WS-FIRST-REC        PIC 9(9) VALUE 1.
       01  WS-LAST-REC         PIC 9(9) VALUE 999999999.
       01  WS-OFFLOAD-FLAG     PIC X(1) VALUE "N".
           88  WS-OFFLOADED    VALUE "Y" FALSE "N".
       01  WS-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-EOF          VALUE "Y" FALSE "N".
       01  WS-HEADER-FLAG      PIC X(1) VALUE "N".
           88  WS-HEADER-FOUND VALUE "Y".
       01  WS-SEED             PIC 9(18).
       01  WS-RAND             PIC 9(18).
       01  WS-RAND-HIGH        PIC 9(18).
       01  WS-TEMP             PIC 9(18).
       01  WS-IDX              PIC 9(2).
       01  WS-EXPECT-CHAR      PIC X(1).
       01  WS-MISMATCH-COL     PIC 9(3).
       01  WS-OUT-LINE         PIC X(80).
       01  WS-COUNT-DISPLAY    PIC ZZZZZZZZ9.
       01  WS-PROFILE-FLAG     PIC X(1) VALUE "Y".
           88  WS-PROFILE-KNOWN VALUE "Y" FALSE "N".
       01  WS-LEGACY-FLAG      PIC X(1) VALUE "N".
           88  WS-LEGACY-HEADER VALUE "Y" FALSE "N".
       COPY "alrtprm".
       COPY "gibprfp".
       COPY "gibbfnp".
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-RUN-PARAMETERS.
           OPEN OUTPUT GIB-VER-RPT.
           PERFORM WRITE-REPORT-HEADING.
           OPEN INPUT VER-FILE.
           IF WS-VER-STATUS NOT = "00"
               PERFORM FIND-OFFLOADED-GENERATION
           END-IF.
           IF WS-VER-STATUS NOT = "00"
               PERFORM WRITE-FILE-NOT-FOUND
               CLOSE VER-FILE
               CLOSE GIB-VER-RPT
               DISPLAY "SEED-REPLAY VERIFY FAILED -- FILE NOT FOUND."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VERIFY-ALL-RECORDS.
           CLOSE VER-FILE.
               DISPLAY "SEED-REPLAY VERIFY: PASS"
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
       READ-RUN-PARAMETERS.
           OPEN INPUT GIBV-CTL-FILE.
           IF WS-CTL-FILE-STATUS = "00"
               END-IF
           END-IF.
           CLOSE GIBV-CTL-FILE.
       FIND-OFFLOADED-GENERATION.
           SET GBF-NOT-FOUND TO TRUE.
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
                       IF GIB-CAT-PATH = WS-VER-PATH
                           AND GIB-CAT-OFFLOADED
                           AND GIB-CAT-GEN IS NUMERIC
                           SET WS-OFFLOADED TO TRUE
                           MOVE GIB-CAT-GEN TO GBF-GEN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GIB-CAT-FILE.
           IF WS-OFFLOADED
               CALL "GIB-BUNDLE-FIND" USING GIB-BFIND-PARMS
               PERFORM WRITE-OFFLOAD-LINE
           END-IF.
           IF GBF-FOUND
               MOVE GBF-BUNDLE TO WS-VER-PATH
               MOVE GBF-START TO WS-FIRST-REC
               COMPUTE WS-LAST-REC = GBF-START + GBF-REC-COUNT - 1
               OPEN INPUT VER-FILE
           END-IF.
       VERIFY-ALL-RECORDS.
           SET WS-EOF TO FALSE.
           PERFORM UNTIL WS-EOF OR WS-MISMATCH
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-NUMBER
                       IF WS-REC-NUMBER > WS-LAST-REC
                           SET WS-EOF TO TRUE
                       END-IF
                       IF NOT WS-EOF
                           AND WS-REC-NUMBER NOT < WS-FIRST-REC
                           PERFORM VERIFY-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
       VERIFY-ONE-RECORD.
                   MOVE GIB-HDR-SEED TO WS-HDR-SEED-SV
                   MOVE GIB-HDR-SEED TO WS-SEED
                   MOVE GIB-HDR-REQ-LINES TO WS-HDR-REQ-LINES-SV
                   PERFORM LOAD-CHARACTER-SET
               WHEN GIB-REC-IS-DETAIL
                   PERFORM VERIFY-DETAIL-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       LOAD-CHARACTER-SET.
           IF GIB-HDR-PROFILE = SPACES
               SET WS-LEGACY-HEADER TO TRUE
           ELSE
               SET WS-LEGACY-HEADER TO FALSE
           END-IF.
           MOVE GIB-HDR-PROFILE TO GPP-NAME.
           CALL "GIB-PROFILE" USING GIB-PROFILE-PARMS.
           IF GPP-NOT-FOUND
               SET WS-PROFILE-KNOWN TO FALSE
               SET WS-MISMATCH TO TRUE
               MOVE 0 TO WS-MISMATCH-LINE
               MOVE 0 TO WS-MISMATCH-COL
           END-IF.
       VERIFY-DETAIL-LINE.
           IF NOT WS-HEADER-FOUND
               SET WS-MISMATCH TO TRUE
           COMPUTE WS-RAND =
               FUNCTION MOD(WS-TEMP, 2147483648).
           MOVE WS-RAND TO WS-SEED.
           IF WS-LEGACY-HEADER
               MOVE WS-RAND TO WS-RAND-HIGH
           ELSE
               DIVIDE WS-RAND BY 65536 GIVING WS-RAND-HIGH
           END-IF.
           COMPUTE WS-IDX =
               FUNCTION MOD(WS-RAND-HIGH, GPP-SIZE) + 1.
           MOVE GPP-CHARS(WS-IDX:1) TO WS-EXPECT-CHAR.
       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "SEED-REPLAY INTEGRITY REPORT -- " DELIMITED SIZE
           WRITE GIB-VER-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE GIB-VER-LINE FROM WS-OUT-LINE.
       WRITE-OFFLOAD-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           IF GBF-FOUND
               STRING "GENERATION " DELIMITED SIZE
                   GBF-GEN DELIMITED SIZE
                   " OFFLOADED -- READ FROM " DELIMITED SIZE
                   GBF-BUNDLE DELIMITED SPACE
                   INTO WS-OUT-LINE
           ELSE
               STRING "*** GENERATION " DELIMITED SIZE
                   GBF-GEN DELIMITED SIZE
                   " OFFLOADED BUT NOT IN BUNDLE INDEX ***"
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
           END-IF.
           WRITE GIB-VER-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE GIB-VER-LINE FROM WS-OUT-LINE.
       WRITE-FILE-NOT-FOUND.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "*** EXCEPTION: FILE NOT FOUND (STATUS="
                   WS-HDR-SEED-SV DELIMITED SIZE
                   INTO WS-OUT-LINE
               WRITE GIB-VER-LINE FROM WS-OUT-LINE
               MOVE SPACES TO WS-OUT-LINE
               STRING "CHARACTER SET: " DELIMITED SIZE
                   GPP-NAME DELIMITED SIZE
                   INTO WS-OUT-LINE
               WRITE GIB-VER-LINE FROM WS-OUT-LINE
               MOVE WS-DETAIL-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-OUT-LINE
               STRING "DETAIL LINES CHECKED: " DELIMITED SIZE
               WRITE GIB-VER-LINE FROM WS-OUT-LINE
               MOVE SPACES TO WS-OUT-LINE
               WRITE GIB-VER-LINE FROM WS-OUT-LINE
               EVALUATE TRUE
                   WHEN NOT WS-PROFILE-KNOWN
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "VERIFY: *** FAIL -- UNKNOWN CHARACTER-"
                           DELIMITED SIZE
                           "SET PROFILE " DELIMITED SIZE
                           GPP-NAME DELIMITED SIZE
                           " ***" DELIMITED SIZE
                           INTO WS-OUT-LINE
                       WRITE GIB-VER-LINE FROM WS-OUT-LINE
                   WHEN WS-MISMATCH
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "VERIFY: *** FAIL -- FIRST MISMATCH AT "
                           DELIMITED SIZE
                           "LINE " DELIMITED SIZE
                           WS-MISMATCH-LINE DELIMITED SIZE
                           " COLUMN " DELIMITED SIZE
                           WS-MISMATCH-COL DELIMITED SIZE
                           " ***" DELIMITED SIZE
                           INTO WS-OUT-LINE
                       WRITE GIB-VER-LINE FROM WS-OUT-LINE
                   WHEN WS-DETAIL-COUNT NOT = WS-HDR-REQ-LINES-SV
                       SET WS-MISMATCH TO TRUE
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "VERIFY: *** FAIL -- DETAIL COUNT "
                           DELIMITED SIZE
                           INTO WS-OUT-LINE
                       WRITE GIB-VER-LINE FROM WS-OUT-LINE
                   WHEN OTHER
                       MOVE
                       "VERIFY: PASS -- CONTENT MATCHES SEED REPLAY"
                           TO WS-OUT-LINE
                       WRITE GIB-VER-LINE FROM WS-OUT-LINE
               END-EVALUATE
           END-IF.
