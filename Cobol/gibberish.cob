           SELECT GIB-CAT-FILE ASSIGN TO "gibarch/gibarch.cat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT OPTIONAL GIB-SEED-FILE ASSIGN TO "gibseed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEED-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GIB-CTL-FILE.
       01  GIB-CKPT-RECORD     PIC X(80).
       FD  GIB-CAT-FILE.
       COPY "gibcat".
       FD  GIB-SEED-FILE.
       COPY "gibseed".
       WORKING-STORAGE SECTION.
       01  WS-TIME             PIC 9(8).
       01  WS-SEED             PIC 9(18).
       01  WS-LINE             PIC X(80).
       01  WS-LINE-COUNT       PIC 9(4) VALUE 0.
       01  WS-CHAR-COUNT       PIC 9(2) VALUE 0.
       01  WS-RAND             PIC 9(18).
       01  WS-RAND-HIGH        PIC 9(18).
       01  WS-IDX              PIC 9(2).
       01  WS-TEMP             PIC 9(18).
       01  WS-REQ-LINES        PIC 9(4) VALUE 330.
           05  WS-CTL-LINES    PIC 9(4).
           05  WS-CTL-WIDTH    PIC 9(2).
           05  WS-CTL-CKPT-INT PIC 9(3).
           05  WS-CTL-PROFILE  PIC X(8).
       01  WS-REQ-PROFILE      PIC X(8) VALUE "DEFAULT".
       01  WS-CTL-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-GEN-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-GEN-NUMBER       PIC 9(7) VALUE 0.
           05  WS-CKPT-LINE-TEXT  PIC X(4).
           05  WS-CKPT-SEED-TEXT  PIC X(18).
           05  WS-CKPT-WRTN-TEXT  PIC X(4).
           05  WS-CKPT-PROF-TEXT  PIC X(8).
       01  WS-CKPT-LINE        PIC 9(4).
       01  WS-LINES-WRITTEN    PIC 9(4) VALUE 0.
       01  WS-START-LINE       PIC 9(4) VALUE 1.
       01  WS-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-EOF          VALUE "Y" FALSE "N".
       01  WS-RESUME-FLAG      PIC X(1) VALUE "N".
           88  WS-IS-RESUMING  VALUE "Y".
       01  WS-START-SEED       PIC 9(18).
       01  WS-END-DATE         PIC 9(8).
       01  WS-END-TIME         PIC 9(6).
       01  WS-SEED-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-CLOCK-SEED       PIC 9(18).
       01  WS-RESEED-COUNT     PIC 9(4) VALUE 0.
       01  WS-SEED-USED-FLAG   PIC X(1) VALUE "N".
           88  WS-SEED-USED    VALUE "Y" FALSE "N".
       COPY "gibprfp".
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INITIALIZE-RUN.
           CALL "BUS-DATE" USING WS-RUN-DATE.
           PERFORM READ-RUN-PARAMETERS.
           PERFORM READ-CHECKPOINT.
           PERFORM LOAD-CHARACTER-SET.
           IF WS-IS-RESUMING
               OPEN EXTEND GIB-FILE
           ELSE
               PERFORM ARCHIVE-PRIOR-OUTPUT
               PERFORM CHECK-SEED-REGISTRY
               OPEN OUTPUT GIB-FILE
               PERFORM WRITE-HEADER-RECORD
           END-IF.
           MOVE 0 TO WS-LINES-WRITTEN.
           MOVE 1 TO WS-START-LINE.
           MOVE "N" TO WS-RESUME-FLAG.
           MOVE "DEFAULT" TO WS-REQ-PROFILE.
       WRITE-HEADER-RECORD.
           MOVE SPACES TO GIB-RECORD.
           MOVE "H" TO GIB-HDR-TYPE.
           MOVE WS-RUN-DATE TO GIB-HDR-RUN-DATE.
           MOVE WS-START-SEED TO GIB-HDR-SEED.
           MOVE WS-REQ-LINES TO GIB-HDR-REQ-LINES.
           MOVE GPP-NAME TO GIB-HDR-PROFILE.
           WRITE GIB-RECORD.
       WRITE-TRAILER-RECORD.
           CALL "BUS-DATE" USING WS-END-DATE.
                       AND WS-CTL-CKPT-INT > 0
                       MOVE WS-CTL-CKPT-INT TO WS-CKPT-INTERVAL
                   END-IF
                   IF WS-CTL-PROFILE NOT = SPACES
                       MOVE WS-CTL-PROFILE TO WS-REQ-PROFILE
                   END-IF
               END-IF
           END-IF.
           CLOSE GIB-CTL-FILE.
                   MOVE WS-CKPT-LINE-TEXT TO WS-CKPT-LINE
                   MOVE WS-CKPT-SEED-TEXT TO WS-SEED
                   MOVE WS-CKPT-WRTN-TEXT TO WS-LINES-WRITTEN
                   MOVE WS-CKPT-PROF-TEXT TO WS-REQ-PROFILE
                   COMPUTE WS-START-LINE = WS-CKPT-LINE + 1
                   SET WS-IS-RESUMING TO TRUE
               END-IF
           MOVE WS-LINE-COUNT TO WS-CKPT-LINE-TEXT.
           MOVE WS-SEED TO WS-CKPT-SEED-TEXT.
           MOVE WS-LINES-WRITTEN TO WS-CKPT-WRTN-TEXT.
           MOVE GPP-NAME TO WS-CKPT-PROF-TEXT.
           OPEN OUTPUT GIB-CKPT-FILE.
           WRITE GIB-CKPT-RECORD FROM WS-CKPT-TEXT.
           CLOSE GIB-CKPT-FILE.
       LOAD-CHARACTER-SET.
           MOVE WS-REQ-PROFILE TO GPP-NAME.
           CALL "GIB-PROFILE" USING GIB-PROFILE-PARMS.
           IF GPP-NOT-FOUND
               DISPLAY "CHARACTER-SET PROFILE " WS-REQ-PROFILE
                   " NOT FOUND -- USING DEFAULT"
               MOVE "DEFAULT" TO GPP-NAME
               CALL "GIB-PROFILE" USING GIB-PROFILE-PARMS
           END-IF.
       ARCHIVE-PRIOR-OUTPUT.
           CALL "CBL_CREATE_DIR" USING "gibarch"
               RETURNING WS-CALL-STATUS.
           MOVE WS-GEN-NUMBER TO GIB-CAT-GEN.
           MOVE WS-RUN-DATE TO GIB-CAT-RUN-DATE.
           MOVE WS-ARCHIVE-PATH TO GIB-CAT-PATH.
           MOVE SPACE TO GIB-CAT-STATUS.
           WRITE GIB-CAT-RECORD.
           CLOSE GIB-CAT-FILE.
       NEXT-GENERATION-NUMBER.
           PERFORM READ-GENERATION-NUMBER.
           ADD 1 TO WS-GEN-NUMBER.
           OPEN OUTPUT GIB-GEN-FILE.
           MOVE WS-GEN-NUMBER TO WS-GEN-TEXT.
           WRITE GIB-GEN-RECORD FROM WS-GEN-TEXT.
           CLOSE GIB-GEN-FILE.
       READ-GENERATION-NUMBER.
           MOVE 0 TO WS-GEN-NUMBER.
           OPEN INPUT GIB-GEN-FILE.
           IF WS-GEN-FILE-STATUS = "00"
               END-IF
           END-IF.
           CLOSE GIB-GEN-FILE.
       CHECK-SEED-REGISTRY.
           MOVE WS-START-SEED TO WS-CLOCK-SEED.
           MOVE 0 TO WS-RESEED-COUNT.
           PERFORM SCAN-SEED-REGISTRY.
           PERFORM PICK-ANOTHER-SEED
               UNTIL NOT WS-SEED-USED.
           MOVE WS-START-SEED TO WS-SEED.
           IF WS-RESEED-COUNT > 0
               DISPLAY "SEED " WS-CLOCK-SEED
                   " ALREADY IN gibseed.dat -- RESEEDED TO "
                   WS-START-SEED
           END-IF.
           PERFORM REGISTER-SEED.
       SCAN-SEED-REGISTRY.
           SET WS-SEED-USED TO FALSE.
           SET WS-EOF TO FALSE.
           OPEN INPUT GIB-SEED-FILE.
           IF WS-SEED-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF OR WS-SEED-USED
                   READ GIB-SEED-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF GIB-SEED-VALUE = WS-START-SEED
                               SET WS-SEED-USED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE GIB-SEED-FILE.
       PICK-ANOTHER-SEED.
           ADD 1 TO WS-RESEED-COUNT.
           COMPUTE WS-TEMP = WS-START-SEED * 69069
               + WS-RUN-DATE + WS-RESEED-COUNT.
           COMPUTE WS-START-SEED =
               FUNCTION MOD(WS-TEMP, 2147483648).
           PERFORM SCAN-SEED-REGISTRY.
       REGISTER-SEED.
           PERFORM READ-GENERATION-NUMBER.
           OPEN EXTEND GIB-SEED-FILE.
           IF WS-SEED-FILE-STATUS = "05" OR WS-SEED-FILE-STATUS = "35"
               OPEN OUTPUT GIB-SEED-FILE
           END-IF.
           MOVE SPACES TO GIB-SEED-RECORD.
           MOVE WS-START-SEED TO GIB-SEED-VALUE.
           COMPUTE GIB-SEED-GEN = WS-GEN-NUMBER + 1.
           MOVE WS-RUN-DATE TO GIB-SEED-RUN-DATE.
           MOVE WS-TIME(1:6) TO GIB-SEED-RUN-TIME.
           MOVE WS-CLOCK-SEED TO GIB-SEED-CLOCK-SEED.
           IF WS-RESEED-COUNT > 0
               MOVE "Y" TO GIB-SEED-RESEEDED
           ELSE
               MOVE "N" TO GIB-SEED-RESEEDED
           END-IF.
           WRITE GIB-SEED-RECORD.
           CLOSE GIB-SEED-FILE.
       GENERATE-LINES.
           MOVE SPACES TO WS-LINE.
           PERFORM GENERATE-CHAR
           COMPUTE WS-RAND =
               FUNCTION MOD(WS-TEMP, 2147483648).
           MOVE WS-RAND TO WS-SEED.
           DIVIDE WS-RAND BY 65536 GIVING WS-RAND-HIGH.
           COMPUTE WS-IDX =
               FUNCTION MOD(WS-RAND-HIGH, GPP-SIZE) + 1.
           MOVE GPP-CHARS(WS-IDX:1)
               TO WS-LINE(WS-CHAR-COUNT:1).
