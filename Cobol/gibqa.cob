       01  WS-GIB-STATUS       PIC X(2).
       01  WS-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-EOF          VALUE "Y".
       01  WS-TALLY.
           05  WS-TALLY-CT     PIC 9(9) VALUE 0 OCCURS 94 TIMES.
       01  WS-IDX              PIC 9(2).
       01  WS-SCAN-IDX         PIC 9(2).
       01  WS-POS              PIC 9(3).
       01  WS-OUT-LINE         PIC X(80).
       01  WS-FLAG-TEXT        PIC X(25).
       01  WS-COUNT-DISPLAY    PIC ZZZZZZZZ9.
       01  WS-PROFILE-FLAG     PIC X(1) VALUE "Y".
           88  WS-PROFILE-KNOWN VALUE "Y" FALSE "N".
       COPY "gibprfp".
       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT GIB-FILE.
           OPEN OUTPUT GIB-QA-RPT.
           CALL "BUS-DATE" USING WS-RUN-DATE.
           MOVE SPACES TO GPP-NAME.
           CALL "GIB-PROFILE" USING GIB-PROFILE-PARMS.
           EVALUATE TRUE
               WHEN WS-GIB-STATUS NOT = "00"
                   PERFORM WRITE-FILE-NOT-FOUND
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM TALLY-CHARACTERS
                   CLOSE GIB-FILE
                   IF WS-PROFILE-KNOWN
                       PERFORM COMPUTE-THRESHOLDS
                       PERFORM WRITE-REPORT
                       PERFORM WRITE-HISTORY-RECORD
                       MOVE 0 TO RETURN-CODE
                   ELSE
                       PERFORM WRITE-UNKNOWN-PROFILE
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-EVALUATE.
           CLOSE GIB-QA-RPT.
           DISPLAY "CHARACTER-DISTRIBUTION REPORT WRITTEN: gibqa.rpt".
           GOBACK.
       WRITE-FILE-NOT-FOUND.
           MOVE "CHARACTER-DISTRIBUTION QA REPORT - GIBBERISH.TXT"
               TO WS-OUT-LINE.
               ") -- NO QA SCAN PERFORMED ***" DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE GIB-QA-LINE FROM WS-OUT-LINE.
       WRITE-UNKNOWN-PROFILE.
           MOVE "CHARACTER-DISTRIBUTION QA REPORT - GIBBERISH.TXT"
               TO WS-OUT-LINE.
           WRITE GIB-QA-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE GIB-QA-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "*** EXCEPTION: UNKNOWN CHARACTER-SET PROFILE "
               DELIMITED SIZE
               GPP-NAME DELIMITED SIZE
               " -- NO QA SCAN ***" DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE GIB-QA-LINE FROM WS-OUT-LINE.
       TALLY-CHARACTERS.
           PERFORM READ-GIB-RECORD.
           PERFORM UNTIL WS-EOF OR NOT WS-PROFILE-KNOWN
               EVALUATE TRUE
                   WHEN GIB-REC-IS-HEADER
                       PERFORM LOAD-CHARACTER-SET
                   WHEN GIB-REC-IS-DETAIL
                       PERFORM TALLY-ONE-LINE
               END-EVALUATE
               PERFORM READ-GIB-RECORD
           END-PERFORM.
       LOAD-CHARACTER-SET.
           MOVE GIB-HDR-PROFILE TO GPP-NAME.
           CALL "GIB-PROFILE" USING GIB-PROFILE-PARMS.
           IF GPP-NOT-FOUND
               SET WS-PROFILE-KNOWN TO FALSE
           END-IF.
       READ-GIB-RECORD.
           READ GIB-FILE
               AT END
       FIND-CHAR-INDEX.
           MOVE 0 TO WS-IDX.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > GPP-SIZE
               IF GPP-CHARS(WS-SCAN-IDX:1) = WS-ONE-CHAR
                   MOVE WS-SCAN-IDX TO WS-IDX
               END-IF
           END-PERFORM.
       COMPUTE-THRESHOLDS.
           IF WS-TOTAL-CHARS > 0
               COMPUTE WS-AVERAGE ROUNDED = WS-TOTAL-CHARS / GPP-SIZE
           ELSE
               MOVE 0 TO WS-AVERAGE
           END-IF.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE GIB-QA-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "CHARACTER SET: " DELIMITED SIZE
               GPP-NAME DELIMITED SPACE
               " (" DELIMITED SIZE
               GPP-SIZE DELIMITED SIZE
               " CHARACTERS)" DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE GIB-QA-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "TOTAL CHARACTERS TALLIED: " DELIMITED SIZE
               WS-TOTAL-CHARS DELIMITED SIZE
               INTO WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE GIB-QA-LINE FROM WS-OUT-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > GPP-SIZE
               PERFORM WRITE-ONE-TALLY-LINE
           END-PERFORM.
       WRITE-ONE-TALLY-LINE.
           END-EVALUATE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  '" DELIMITED SIZE
               GPP-CHARS(WS-IDX:1) DELIMITED SIZE
               "'  COUNT=" DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               "  " DELIMITED SIZE
           MOVE WS-TOTAL-CHARS TO GIB-QAH-TOTAL.
           MOVE WS-OVER-COUNT TO GIB-QAH-OVER-CT.
           MOVE WS-UNDER-COUNT TO GIB-QAH-UNDER-CT.
           MOVE GPP-NAME TO GIB-QAH-PROFILE.
           WRITE GIB-QAH-RECORD.
           CLOSE GIB-QA-HIST.
