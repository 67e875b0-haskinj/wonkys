               10  WS-SE-DATE      PIC 9(8).
               10  WS-SE-SEED      PIC 9(18).
               10  WS-SE-COUNT     PIC 9(4).
               10  WS-SE-PROFILE   PIC X(8).
               10  WS-SE-STATUS    PIC X(1).
               10  WS-SE-FIRST-REC PIC 9(9).
               10  WS-SE-LAST-REC  PIC 9(9).
       01  WS-IDX              PIC 9(3).
       01  WS-HDR-FOUND-FLAG   PIC X(1).
           88  WS-HDR-FOUND    VALUE "Y".
       01  WS-BROKEN-FLAG      PIC X(1) VALUE "N".
           88  WS-BROKEN       VALUE "Y".
       01  WS-GRAND-TOTAL      PIC 9(6) VALUE 0.
       01  WS-REC-NUMBER       PIC 9(9).
       01  WS-OUT-LINE         PIC X(80).
       01  WS-OUT-RECORD       PIC X(81).
       01  WS-COUNT-DISPLAY    PIC ZZZZZ9.
       COPY "gibbfnp".
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               ADD 1 TO WS-SRC-COUNT
               MOVE 9999999 TO WS-SE-GEN(WS-SRC-COUNT)
               MOVE "gibberish.txt" TO WS-SE-PATH(WS-SRC-COUNT)
               MOVE SPACE TO WS-SE-STATUS(WS-SRC-COUNT)
           END-IF.
       SELECT-ONE-CATALOG-ENTRY.
           IF GIB-CAT-GEN IS NUMERIC
               ADD 1 TO WS-SRC-COUNT
               MOVE GIB-CAT-GEN TO WS-SE-GEN(WS-SRC-COUNT)
               MOVE GIB-CAT-PATH TO WS-SE-PATH(WS-SRC-COUNT)
               MOVE GIB-CAT-STATUS TO WS-SE-STATUS(WS-SRC-COUNT)
           END-IF.
       VALIDATE-ONE-SOURCE.
           MOVE "N" TO WS-HDR-FOUND-FLAG.
           MOVE 0 TO WS-DETAIL-COUNT.
           MOVE 0 TO WS-HDR-REQ-SV.
           MOVE 0 TO WS-TRL-LINES-SV.
           MOVE 1 TO WS-SE-FIRST-REC(WS-IDX).
           MOVE 999999999 TO WS-SE-LAST-REC(WS-IDX).
           SET GBF-FOUND TO TRUE.
           IF WS-SE-STATUS(WS-IDX) = "O"
               PERFORM LOCATE-IN-BUNDLE
           END-IF.
           IF GBF-FOUND
               PERFORM READ-ONE-SOURCE
           END-IF.
       LOCATE-IN-BUNDLE.
           MOVE WS-SE-GEN(WS-IDX) TO GBF-GEN.
           CALL "GIB-BUNDLE-FIND" USING GIB-BFIND-PARMS.
           IF GBF-FOUND
               MOVE GBF-BUNDLE TO WS-SE-PATH(WS-IDX)
               MOVE GBF-START TO WS-SE-FIRST-REC(WS-IDX)
               COMPUTE WS-SE-LAST-REC(WS-IDX) =
                   GBF-START + GBF-REC-COUNT - 1
           ELSE
               SET WS-BROKEN TO TRUE
               MOVE SPACES TO WS-OUT-LINE
               STRING "  *** GEN " DELIMITED SIZE
                   WS-SE-GEN(WS-IDX) DELIMITED SIZE
                   " OFFLOADED BUT NOT IN BUNDLE INDEX ***"
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               WRITE GIB-CONSOL-LINE FROM WS-OUT-LINE
           END-IF.
       READ-ONE-SOURCE.
           MOVE WS-SE-PATH(WS-IDX) TO WS-SRC-PATH.
           MOVE 0 TO WS-REC-NUMBER.
           SET WS-EOF TO FALSE.
           OPEN INPUT SRC-FILE.
           IF WS-SRC-STATUS NOT = "00"
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REC-NUMBER
                           IF WS-REC-NUMBER > WS-SE-LAST-REC(WS-IDX)
                               SET WS-EOF TO TRUE
                           END-IF
                           IF NOT WS-EOF
                               AND WS-REC-NUMBER
                                   NOT < WS-SE-FIRST-REC(WS-IDX)
                               PERFORM VALIDATE-ONE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SRC-FILE
                   SET WS-HDR-FOUND TO TRUE
                   MOVE GIB-HDR-RUN-DATE TO WS-SE-DATE(WS-IDX)
                   MOVE GIB-HDR-SEED TO WS-SE-SEED(WS-IDX)
                   MOVE GIB-HDR-PROFILE TO WS-SE-PROFILE(WS-IDX)
                   MOVE GIB-HDR-REQ-LINES TO WS-HDR-REQ-SV
               WHEN GIB-REC-IS-DETAIL
                   ADD 1 TO WS-DETAIL-COUNT
                   WS-SE-PATH(WS-IDX) DELIMITED SIZE
                   INTO WS-OUT-LINE
               WRITE GIB-CONSOL-LINE FROM WS-OUT-LINE
               IF WS-SE-STATUS(WS-IDX) = "O"
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "        (OFFLOADED -- READ FROM BUNDLE)"
                       DELIMITED SIZE
                       INTO WS-OUT-LINE
                   WRITE GIB-CONSOL-LINE FROM WS-OUT-LINE
               END-IF
           END-IF.
       WRITE-SOURCE-MISSING.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE WS-SE-DATE(WS-IDX) TO GIB-SEC-RUN-DATE.
           MOVE WS-SE-SEED(WS-IDX) TO GIB-SEC-SEED.
           MOVE WS-SE-COUNT(WS-IDX) TO GIB-SEC-LINES.
           MOVE WS-SE-PROFILE(WS-IDX) TO GIB-SEC-PROFILE.
           MOVE GIB-RECORD TO WS-OUT-RECORD.
           WRITE GIB-MASTER-RECORD FROM WS-OUT-RECORD.
           MOVE WS-SE-PATH(WS-IDX) TO WS-SRC-PATH.
           MOVE 0 TO WS-REC-NUMBER.
           SET WS-EOF TO FALSE.
           OPEN INPUT SRC-FILE.
           PERFORM UNTIL WS-EOF
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-NUMBER
                       IF WS-REC-NUMBER > WS-SE-LAST-REC(WS-IDX)
                           SET WS-EOF TO TRUE
                       END-IF
                       IF NOT WS-EOF
                           AND WS-REC-NUMBER
                               NOT < WS-SE-FIRST-REC(WS-IDX)
                           AND GIB-REC-IS-DETAIL
                           MOVE GIB-RECORD TO WS-OUT-RECORD
                           WRITE GIB-MASTER-RECORD
                               FROM WS-OUT-RECORD
