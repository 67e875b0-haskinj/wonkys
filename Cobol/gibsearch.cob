               10  WS-SE-GEN       PIC X(7).
               10  WS-SE-DATE      PIC 9(8).
               10  WS-SE-PATH      PIC X(60).
               10  WS-SE-STATUS    PIC X(1).
       01  WS-IDX              PIC 9(3).
       01  WS-LINE-NUMBER      PIC 9(5).
       01  WS-COL              PIC 9(3).
       01  WS-HIT-COUNT        PIC 9(6) VALUE 0.
       01  WS-FILE-HIT-COUNT   PIC 9(6).
       01  WS-SCANNED-COUNT    PIC 9(3) VALUE 0.
       01  WS-BUNDLED-COUNT    PIC 9(3) VALUE 0.
       01  WS-REC-NUMBER       PIC 9(9).
       01  WS-FIRST-REC        PIC 9(9).
       01  WS-LAST-REC         PIC 9(9).
       01  WS-OUT-LINE         PIC X(80).
       01  WS-COUNT-DISPLAY    PIC ZZZZZ9.
       01  WS-LINE-DISPLAY     PIC ZZZZ9.
       01  WS-COL-DISPLAY      PIC ZZ9.
       COPY "gibbfnp".
       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "BUS-DATE" USING WS-RUN-DATE.
               MOVE "MASTER " TO WS-SE-GEN(WS-SRC-COUNT)
               MOVE 0 TO WS-SE-DATE(WS-SRC-COUNT)
               MOVE "gibmaster.txt" TO WS-SE-PATH(WS-SRC-COUNT)
               MOVE SPACE TO WS-SE-STATUS(WS-SRC-COUNT)
           END-IF.
       SELECT-ONE-CATALOG-ENTRY.
           IF GIB-CAT-GEN IS NUMERIC
               MOVE GIB-CAT-GEN TO WS-SE-GEN(WS-SRC-COUNT)
               MOVE GIB-CAT-RUN-DATE TO WS-SE-DATE(WS-SRC-COUNT)
               MOVE GIB-CAT-PATH TO WS-SE-PATH(WS-SRC-COUNT)
               MOVE GIB-CAT-STATUS TO WS-SE-STATUS(WS-SRC-COUNT)
           END-IF.
       SEARCH-ONE-SOURCE.
           MOVE WS-SE-PATH(WS-IDX) TO WS-SRC-PATH.
           MOVE 1 TO WS-FIRST-REC.
           MOVE 999999999 TO WS-LAST-REC.
           SET GBF-FOUND TO TRUE.
           IF WS-SE-STATUS(WS-IDX) = "O"
               PERFORM LOCATE-IN-BUNDLE
           END-IF.
           IF GBF-FOUND
               PERFORM SCAN-SOURCE-FILE
           END-IF.
       LOCATE-IN-BUNDLE.
           MOVE WS-SE-GEN(WS-IDX) TO GBF-GEN.
           CALL "GIB-BUNDLE-FIND" USING GIB-BFIND-PARMS.
           MOVE SPACES TO WS-OUT-LINE.
           IF GBF-FOUND
               MOVE GBF-BUNDLE TO WS-SRC-PATH
               MOVE GBF-START TO WS-FIRST-REC
               COMPUTE WS-LAST-REC = GBF-START + GBF-REC-COUNT - 1
               ADD 1 TO WS-BUNDLED-COUNT
               STRING "  GEN " DELIMITED SIZE
                   WS-SE-GEN(WS-IDX) DELIMITED SIZE
                   " OFFLOADED -- READ FROM " DELIMITED SIZE
                   GBF-BUNDLE DELIMITED SPACE
                   INTO WS-OUT-LINE
           ELSE
               STRING "  *** GEN " DELIMITED SIZE
                   WS-SE-GEN(WS-IDX) DELIMITED SIZE
                   " OFFLOADED BUT NOT IN BUNDLE INDEX ***"
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
           END-IF.
           WRITE GIB-SRCH-LINE FROM WS-OUT-LINE.
       SCAN-SOURCE-FILE.
           MOVE 0 TO WS-REC-NUMBER.
           MOVE 0 TO WS-LINE-NUMBER.
           MOVE 0 TO WS-FILE-HIT-COUNT.
           SET WS-EOF TO FALSE.
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REC-NUMBER
                           IF WS-REC-NUMBER > WS-LAST-REC
                               SET WS-EOF TO TRUE
                           END-IF
                           IF NOT WS-EOF
                               AND WS-REC-NUMBER NOT < WS-FIRST-REC
                               AND GIB-REC-IS-DETAIL
                               ADD 1 TO WS-LINE-NUMBER
                               PERFORM SCAN-DETAIL-LINE
                           END-IF
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE GIB-SRCH-LINE FROM WS-OUT-LINE.
           MOVE WS-BUNDLED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  READ FROM OFFLOAD BUNDLES: " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE GIB-SRCH-LINE FROM WS-OUT-LINE.
           MOVE WS-HIT-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "TOTAL HITS: " DELIMITED SIZE
