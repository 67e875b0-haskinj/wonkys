       IDENTIFICATION DIVISION.
       PROGRAM-ID. GIB-RECALL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GIB-CAT-FILE ASSIGN TO "gibarch/gibarch.cat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT OPTIONAL GIBR-CTL-FILE ASSIGN TO "gibrcctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT BUNDLE-FILE ASSIGN TO DYNAMIC WS-BUNDLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUNDLE-STATUS.
           SELECT ARC-FILE ASSIGN TO DYNAMIC WS-ARC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
           SELECT GIB-RECAL-RPT ASSIGN TO "gibrecal.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GIB-CAT-FILE.
       COPY "gibcat".
       FD  GIBR-CTL-FILE.
       01  GIBR-CTL-RECORD     PIC X(80).
       FD  BUNDLE-FILE.
       COPY "gibrec".
       FD  ARC-FILE.
       01  ARC-RECORD          PIC X(81).
       FD  GIB-RECAL-RPT.
       01  GIB-RECAL-LINE      PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-CAT-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-CTL-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-BUNDLE-STATUS    PIC X(2) VALUE "00".
       01  WS-ARC-STATUS       PIC X(2) VALUE "00".
       01  WS-BUNDLE-PATH      PIC X(40).
       01  WS-ARC-PATH         PIC X(60).
       01  WS-CTL-FIELDS.
           05  WS-CTL-GEN      PIC X(7).
       01  WS-RECALL-GEN       PIC 9(7) VALUE 0.
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-EOF          VALUE "Y" FALSE "N".
       01  WS-CAT-COUNT        PIC 9(4) VALUE 0.
       01  WS-IDX              PIC 9(4).
       01  WS-HIT-IDX          PIC 9(4) VALUE 0.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 999 TIMES.
               10  WS-CE-GEN       PIC 9(7).
               10  WS-CE-DATE      PIC 9(8).
               10  WS-CE-PATH      PIC X(60).
               10  WS-CE-STATUS    PIC X(1).
       01  WS-SKIP-COUNT       PIC 9(9).
       01  WS-READ-COUNT       PIC 9(9).
       01  WS-COPY-COUNT       PIC 9(6) VALUE 0.
       01  WS-DETAIL-COUNT     PIC 9(4) VALUE 0.
       01  WS-TRL-LINES-SV     PIC 9(4) VALUE 0.
       01  WS-HDR-FOUND-FLAG   PIC X(1) VALUE "N".
           88  WS-HDR-FOUND    VALUE "Y".
       01  WS-TRL-FOUND-FLAG   PIC X(1) VALUE "N".
           88  WS-TRL-FOUND    VALUE "Y".
       01  WS-RESULT-TEXT      PIC X(50).
       01  WS-CALL-STATUS      PIC S9(9) COMP-5.
       01  WS-OUT-LINE         PIC X(80).
       01  WS-RECS-DISPLAY     PIC ZZZZZ9.
       01  WS-START-DISPLAY    PIC ZZZZZZZZ9.
       COPY "gibbfnp".
       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "BUS-DATE" USING WS-RUN-DATE.
           PERFORM READ-RUN-PARAMETERS.
           OPEN OUTPUT GIB-RECAL-RPT.
           PERFORM WRITE-REPORT-HEADING.
           IF WS-RECALL-GEN = 0
               MOVE "*** NO GENERATION NAMED IN gibrcctl.dat ***"
                   TO WS-RESULT-TEXT
               PERFORM FINISH-WITH-ERROR
           END-IF.
           PERFORM LOAD-CATALOG.
           PERFORM FIND-CATALOG-ENTRY
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CAT-COUNT.
           IF WS-HIT-IDX = 0
               MOVE "*** GENERATION NOT IN CATALOG ***"
                   TO WS-RESULT-TEXT
               PERFORM FINISH-WITH-ERROR
           END-IF.
           IF WS-CE-STATUS(WS-HIT-IDX) NOT = "O"
               MOVE "GENERATION IS NOT OFFLOADED -- NOTHING TO DO"
                   TO WS-RESULT-TEXT
               PERFORM WRITE-RESULT-LINE
               CLOSE GIB-RECAL-RPT
               DISPLAY "RECALL: GEN " WS-RECALL-GEN
                   " ALREADY ON DISK"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-RECALL-GEN TO GBF-GEN.
           CALL "GIB-BUNDLE-FIND" USING GIB-BFIND-PARMS.
           IF GBF-NOT-FOUND
               MOVE "*** GENERATION NOT IN BUNDLE INDEX ***"
                   TO WS-RESULT-TEXT
               PERFORM FINISH-WITH-ERROR
           END-IF.
           PERFORM RESTORE-GENERATION.
           IF WS-COPY-COUNT NOT = GBF-REC-COUNT
               OR NOT WS-HDR-FOUND
               OR NOT WS-TRL-FOUND
               OR WS-DETAIL-COUNT NOT = WS-TRL-LINES-SV
               MOVE WS-CE-PATH(WS-HIT-IDX) TO WS-ARC-PATH
               CALL "CBL_DELETE_FILE" USING WS-ARC-PATH
                   RETURNING WS-CALL-STATUS
               MOVE "*** BUNDLE SLICE INCOMPLETE -- NOT RESTORED ***"
                   TO WS-RESULT-TEXT
               PERFORM FINISH-WITH-ERROR
           END-IF.
           MOVE SPACE TO WS-CE-STATUS(WS-HIT-IDX).
           PERFORM REWRITE-CATALOG.
           MOVE "RECALL: PASS -- GENERATION RESTORED TO GIBARCH"
               TO WS-RESULT-TEXT.
           PERFORM WRITE-RESULT-LINE.
           CLOSE GIB-RECAL-RPT.
           DISPLAY "RECALL: GEN " WS-RECALL-GEN " RESTORED TO "
               FUNCTION TRIM(WS-CE-PATH(WS-HIT-IDX)).
           MOVE 0 TO RETURN-CODE.
           GOBACK.
       FINISH-WITH-ERROR.
           PERFORM WRITE-RESULT-LINE.
           CLOSE GIB-RECAL-RPT.
           DISPLAY "RECALL FAILED -- SEE gibrecal.rpt".
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       READ-RUN-PARAMETERS.
           OPEN INPUT GIBR-CTL-FILE.
           IF WS-CTL-FILE-STATUS = "00"
               READ GIBR-CTL-FILE INTO WS-CTL-FIELDS
               IF WS-CTL-FILE-STATUS = "00"
                   AND WS-CTL-GEN IS NUMERIC
                   MOVE WS-CTL-GEN TO WS-RECALL-GEN
               END-IF
           END-IF.
           CLOSE GIBR-CTL-FILE.
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
           END-IF.
       FIND-CATALOG-ENTRY.
           IF WS-CE-GEN(WS-IDX) = WS-RECALL-GEN
               MOVE WS-IDX TO WS-HIT-IDX
           END-IF.
       RESTORE-GENERATION.
           MOVE GBF-BUNDLE TO WS-BUNDLE-PATH.
           MOVE WS-CE-PATH(WS-HIT-IDX) TO WS-ARC-PATH.
           COMPUTE WS-SKIP-COUNT = GBF-START - 1.
           MOVE 0 TO WS-READ-COUNT.
           SET WS-EOF TO FALSE.
           OPEN INPUT BUNDLE-FILE.
           IF WS-BUNDLE-STATUS NOT = "00"
               CLOSE BUNDLE-FILE
               MOVE "*** BUNDLE FILE MISSING ***" TO WS-RESULT-TEXT
               PERFORM FINISH-WITH-ERROR
           END-IF.
           CALL "CBL_CREATE_DIR" USING "gibarch"
               RETURNING WS-CALL-STATUS.
           OPEN OUTPUT ARC-FILE.
           PERFORM UNTIL WS-EOF OR WS-COPY-COUNT NOT < GBF-REC-COUNT
               READ BUNDLE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF WS-READ-COUNT > WS-SKIP-COUNT
                           PERFORM RESTORE-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARC-FILE.
           CLOSE BUNDLE-FILE.
       RESTORE-ONE-RECORD.
           WRITE ARC-RECORD FROM GIB-RECORD.
           ADD 1 TO WS-COPY-COUNT.
           EVALUATE TRUE
               WHEN GIB-REC-IS-HEADER
                   SET WS-HDR-FOUND TO TRUE
               WHEN GIB-REC-IS-DETAIL
                   ADD 1 TO WS-DETAIL-COUNT
               WHEN GIB-REC-IS-TRAILER
                   SET WS-TRL-FOUND TO TRUE
                   MOVE GIB-TRL-LINES-WRITTEN TO WS-TRL-LINES-SV
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
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
           STRING "GIBBERISH GENERATION RECALL FOR " DELIMITED SIZE
               WS-RUN-DATE DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE GIB-RECAL-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "GENERATION REQUESTED: " DELIMITED SIZE
               WS-RECALL-GEN DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE GIB-RECAL-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE GIB-RECAL-LINE FROM WS-OUT-LINE.
       WRITE-RESULT-LINE.
           IF GBF-FOUND
               MOVE GBF-START TO WS-START-DISPLAY
               MOVE GBF-REC-COUNT TO WS-RECS-DISPLAY
               MOVE SPACES TO WS-OUT-LINE
               STRING "  BUNDLE " DELIMITED SIZE
                   GBF-BUNDLE DELIMITED SPACE
                   "  AT " DELIMITED SIZE
                   WS-START-DISPLAY DELIMITED SIZE
                   "  RECORDS " DELIMITED SIZE
                   WS-RECS-DISPLAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               WRITE GIB-RECAL-LINE FROM WS-OUT-LINE
               MOVE WS-COPY-COUNT TO WS-RECS-DISPLAY
               MOVE SPACES TO WS-OUT-LINE
               STRING "  RESTORED TO " DELIMITED SIZE
                   WS-ARC-PATH DELIMITED SPACE
                   "  RECORDS " DELIMITED SIZE
                   WS-RECS-DISPLAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               WRITE GIB-RECAL-LINE FROM WS-OUT-LINE
               MOVE SPACES TO WS-OUT-LINE
               WRITE GIB-RECAL-LINE FROM WS-OUT-LINE
           END-IF.
           MOVE WS-RESULT-TEXT TO WS-OUT-LINE.
           WRITE GIB-RECAL-LINE FROM WS-OUT-LINE.
