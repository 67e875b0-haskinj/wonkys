       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT-HISTORY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ALERT-FILE ASSIGN TO "alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.
           SELECT OPTIONAL ALRTH-CTL-FILE ASSIGN TO "alrthctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT ALRT-HIST-RPT ASSIGN TO "alrthist.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
       COPY "alrtrec".
       FD  ALRTH-CTL-FILE.
       01  ALRTH-CTL-RECORD    PIC X(80).
       FD  ALRT-HIST-RPT.
       01  ALRT-HIST-LINE      PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-ALERT-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-CTL-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-CTL-FIELDS.
           05  WS-CTL-FROM-DATE PIC X(8).
           05  WS-CTL-TO-DATE  PIC X(8).
       01  WS-FROM-DATE        PIC 9(8) VALUE 0.
       01  WS-TO-DATE          PIC 9(8) VALUE 99999999.
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-EOF          VALUE "Y" FALSE "N".
       01  WS-RAISED-MINUTES   PIC 9(11).
       01  WS-ACKED-MINUTES    PIC 9(11).
       01  WS-ACK-MINUTES      PIC 9(7).
       01  WS-STAMP-TIME       PIC 9(6).
       01  WS-STAMP-PARTS REDEFINES WS-STAMP-TIME.
           05  WS-STAMP-HH     PIC 9(2).
           05  WS-STAMP-MM     PIC 9(2).
           05  WS-STAMP-SS     PIC 9(2).
       01  WS-REASON-COUNT     PIC 9(2) VALUE 0.
       01  WS-REASON-IDX       PIC 9(2).
       01  WS-REASON-TABLE.
           05  WS-RSN-ENTRY OCCURS 50 TIMES.
               10  WS-RSN-CODE     PIC X(8).
               10  WS-RSN-RAISED   PIC 9(5).
               10  WS-RSN-OPEN     PIC 9(5).
               10  WS-RSN-ACKED    PIC 9(5).
               10  WS-RSN-ESCAL    PIC 9(5).
       01  WS-OPER-COUNT       PIC 9(2) VALUE 0.
       01  WS-OPER-IDX         PIC 9(2).
       01  WS-OPER-TABLE.
           05  WS-OPR-ENTRY OCCURS 50 TIMES.
               10  WS-OPR-NAME     PIC X(8).
               10  WS-OPR-ACKS     PIC 9(5).
               10  WS-OPR-MINUTES  PIC 9(9).
       01  WS-FOUND-FLAG       PIC X(1) VALUE "N".
           88  WS-FOUND        VALUE "Y" FALSE "N".
       01  WS-TABLE-FULL-FLAG  PIC X(1) VALUE "N".
           88  WS-TABLE-FULL   VALUE "Y" FALSE "N".
       01  WS-TOTAL-RAISED     PIC 9(5) VALUE 0.
       01  WS-TOTAL-OPEN       PIC 9(5) VALUE 0.
       01  WS-TOTAL-ACKED      PIC 9(5) VALUE 0.
       01  WS-TOTAL-ESCAL      PIC 9(5) VALUE 0.
       01  WS-TOTAL-TIMED      PIC 9(5) VALUE 0.
       01  WS-TOTAL-MINUTES    PIC 9(9) VALUE 0.
       01  WS-AVERAGE          PIC 9(7).
       01  WS-OUT-LINE         PIC X(80).
       01  WS-COUNT-DISPLAY    PIC ZZZZ9.
       01  WS-OPEN-DISPLAY     PIC ZZZZ9.
       01  WS-ACKED-DISPLAY    PIC ZZZZ9.
       01  WS-ESCAL-DISPLAY    PIC ZZZZ9.
       01  WS-AVG-DISPLAY      PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "BUS-DATE" USING WS-RUN-DATE.
           PERFORM READ-RUN-PARAMETERS.
           SET WS-EOF TO FALSE.
           OPEN INPUT ALERT-FILE.
           IF WS-ALERT-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ ALERT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF ALERT-DATE IS NUMERIC
                           AND ALERT-DATE >= WS-FROM-DATE
                           AND ALERT-DATE <= WS-TO-DATE
                           PERFORM TALLY-ONE-ALERT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ALERT-FILE.
           OPEN OUTPUT ALRT-HIST-RPT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-REASON-SECTION.
           PERFORM WRITE-OPERATOR-SECTION.
           CLOSE ALRT-HIST-RPT.
           MOVE WS-TOTAL-RAISED TO WS-COUNT-DISPLAY.
           DISPLAY "ALERT HISTORY REPORT WRITTEN: alrthist.rpt"
               " ALERTS=" WS-COUNT-DISPLAY.
           IF WS-TABLE-FULL
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
       READ-RUN-PARAMETERS.
           OPEN INPUT ALRTH-CTL-FILE.
           IF WS-CTL-FILE-STATUS = "00"
               READ ALRTH-CTL-FILE INTO WS-CTL-FIELDS
               IF WS-CTL-FILE-STATUS = "00"
                   IF WS-CTL-FROM-DATE IS NUMERIC
                       MOVE WS-CTL-FROM-DATE TO WS-FROM-DATE
                   END-IF
                   IF WS-CTL-TO-DATE IS NUMERIC
                       MOVE WS-CTL-TO-DATE TO WS-TO-DATE
                   END-IF
               END-IF
           END-IF.
           CLOSE ALRTH-CTL-FILE.
       TALLY-ONE-ALERT.
           PERFORM FIND-REASON-ENTRY.
           ADD 1 TO WS-TOTAL-RAISED.
           IF WS-FOUND
               ADD 1 TO WS-RSN-RAISED(WS-REASON-IDX)
           END-IF.
           IF ALERT-NOTIFY-LEVEL IS NUMERIC
               AND ALERT-NOTIFY-LEVEL >= 2
               ADD 1 TO WS-TOTAL-ESCAL
               IF WS-FOUND
                   ADD 1 TO WS-RSN-ESCAL(WS-REASON-IDX)
               END-IF
           END-IF.
           IF ALERT-IS-ACKED
               ADD 1 TO WS-TOTAL-ACKED
               IF WS-FOUND
                   ADD 1 TO WS-RSN-ACKED(WS-REASON-IDX)
               END-IF
               PERFORM TIME-ONE-ACK
           ELSE
               ADD 1 TO WS-TOTAL-OPEN
               IF WS-FOUND
                   ADD 1 TO WS-RSN-OPEN(WS-REASON-IDX)
               END-IF
           END-IF.
       FIND-REASON-ENTRY.
           SET WS-FOUND TO FALSE.
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > WS-REASON-COUNT OR WS-FOUND
               IF WS-RSN-CODE(WS-REASON-IDX) = ALERT-REASON
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-REASON-IDX
           ELSE
               IF WS-REASON-COUNT < 50
                   ADD 1 TO WS-REASON-COUNT
                   MOVE WS-REASON-COUNT TO WS-REASON-IDX
                   MOVE ALERT-REASON TO WS-RSN-CODE(WS-REASON-IDX)
                   MOVE 0 TO WS-RSN-RAISED(WS-REASON-IDX)
                   MOVE 0 TO WS-RSN-OPEN(WS-REASON-IDX)
                   MOVE 0 TO WS-RSN-ACKED(WS-REASON-IDX)
                   MOVE 0 TO WS-RSN-ESCAL(WS-REASON-IDX)
                   SET WS-FOUND TO TRUE
               ELSE
                   SET WS-TABLE-FULL TO TRUE
               END-IF
           END-IF.
       TIME-ONE-ACK.
           IF ALERT-ACK-DATE IS NUMERIC AND ALERT-ACK-DATE > 16010100
               AND ALERT-ACK-TIME IS NUMERIC
               AND ALERT-DATE > 16010100
               AND ALERT-TIME IS NUMERIC
               MOVE ALERT-TIME TO WS-STAMP-TIME
               COMPUTE WS-RAISED-MINUTES =
                   FUNCTION INTEGER-OF-DATE(ALERT-DATE) * 1440
                   + WS-STAMP-HH * 60 + WS-STAMP-MM
               MOVE ALERT-ACK-TIME TO WS-STAMP-TIME
               COMPUTE WS-ACKED-MINUTES =
                   FUNCTION INTEGER-OF-DATE(ALERT-ACK-DATE) * 1440
                   + WS-STAMP-HH * 60 + WS-STAMP-MM
               IF WS-ACKED-MINUTES > WS-RAISED-MINUTES
                   COMPUTE WS-ACK-MINUTES =
                       WS-ACKED-MINUTES - WS-RAISED-MINUTES
               ELSE
                   MOVE 0 TO WS-ACK-MINUTES
               END-IF
               PERFORM FIND-OPERATOR-ENTRY
               ADD 1 TO WS-TOTAL-TIMED
               ADD WS-ACK-MINUTES TO WS-TOTAL-MINUTES
               IF WS-FOUND
                   ADD 1 TO WS-OPR-ACKS(WS-OPER-IDX)
                   ADD WS-ACK-MINUTES TO WS-OPR-MINUTES(WS-OPER-IDX)
               END-IF
           END-IF.
       FIND-OPERATOR-ENTRY.
           SET WS-FOUND TO FALSE.
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
               UNTIL WS-OPER-IDX > WS-OPER-COUNT OR WS-FOUND
               IF WS-OPR-NAME(WS-OPER-IDX) = ALERT-ACK-OPERATOR
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-OPER-IDX
           ELSE
               IF WS-OPER-COUNT < 50
                   ADD 1 TO WS-OPER-COUNT
                   MOVE WS-OPER-COUNT TO WS-OPER-IDX
                   MOVE ALERT-ACK-OPERATOR TO WS-OPR-NAME(WS-OPER-IDX)
                   MOVE 0 TO WS-OPR-ACKS(WS-OPER-IDX)
                   MOVE 0 TO WS-OPR-MINUTES(WS-OPER-IDX)
                   SET WS-FOUND TO TRUE
               ELSE
                   SET WS-TABLE-FULL TO TRUE
               END-IF
           END-IF.
       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "ALERT HISTORY AS OF " DELIMITED SIZE
               WS-RUN-DATE DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE ALRT-HIST-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           IF WS-FROM-DATE = 0 AND WS-TO-DATE = 99999999
               MOVE "ALERTS RAISED: ALL DATES" TO WS-OUT-LINE
           ELSE
               STRING "ALERTS RAISED " DELIMITED SIZE
                   WS-FROM-DATE DELIMITED SIZE
                   " TO " DELIMITED SIZE
                   WS-TO-DATE DELIMITED SIZE
                   INTO WS-OUT-LINE
           END-IF.
           WRITE ALRT-HIST-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE ALRT-HIST-LINE FROM WS-OUT-LINE.
       WRITE-REASON-SECTION.
           MOVE "ALERTS BY REASON" TO WS-OUT-LINE.
           WRITE ALRT-HIST-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  REASON      RAISED   OPEN  ACKED  ESCALATED"
               DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE ALRT-HIST-LINE FROM WS-OUT-LINE.
           IF WS-REASON-COUNT = 0
               MOVE "  NO ALERTS IN PERIOD" TO WS-OUT-LINE
               WRITE ALRT-HIST-LINE FROM WS-OUT-LINE
           END-IF.
           PERFORM WRITE-REASON-LINE
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > WS-REASON-COUNT.
           MOVE WS-TOTAL-RAISED TO WS-COUNT-DISPLAY.
           MOVE WS-TOTAL-OPEN TO WS-OPEN-DISPLAY.
           MOVE WS-TOTAL-ACKED TO WS-ACKED-DISPLAY.
           MOVE WS-TOTAL-ESCAL TO WS-ESCAL-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  TOTAL     " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-OPEN-DISPLAY DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-ACKED-DISPLAY DELIMITED SIZE
               "      " DELIMITED SIZE
               WS-ESCAL-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE ALRT-HIST-LINE FROM WS-OUT-LINE.
           IF WS-TABLE-FULL
               MOVE "  *** OVER 50 REASONS OR OPERATORS -- TOTALS ONLY"
                   TO WS-OUT-LINE
               WRITE ALRT-HIST-LINE FROM WS-OUT-LINE
           END-IF.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE ALRT-HIST-LINE FROM WS-OUT-LINE.
       WRITE-REASON-LINE.
           MOVE WS-RSN-RAISED(WS-REASON-IDX) TO WS-COUNT-DISPLAY.
           MOVE WS-RSN-OPEN(WS-REASON-IDX) TO WS-OPEN-DISPLAY.
           MOVE WS-RSN-ACKED(WS-REASON-IDX) TO WS-ACKED-DISPLAY.
           MOVE WS-RSN-ESCAL(WS-REASON-IDX) TO WS-ESCAL-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  " DELIMITED SIZE
               WS-RSN-CODE(WS-REASON-IDX) DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-OPEN-DISPLAY DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-ACKED-DISPLAY DELIMITED SIZE
               "      " DELIMITED SIZE
               WS-ESCAL-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE ALRT-HIST-LINE FROM WS-OUT-LINE.
       WRITE-OPERATOR-SECTION.
           MOVE "TIME TO ACKNOWLEDGE BY OPERATOR" TO WS-OUT-LINE.
           WRITE ALRT-HIST-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  OPERATOR     ACKS  AVG MINUTES" DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE ALRT-HIST-LINE FROM WS-OUT-LINE.
           IF WS-OPER-COUNT = 0
               MOVE "  NO ACKNOWLEDGED ALERTS IN PERIOD" TO WS-OUT-LINE
               WRITE ALRT-HIST-LINE FROM WS-OUT-LINE
           END-IF.
           PERFORM WRITE-OPERATOR-LINE
               VARYING WS-OPER-IDX FROM 1 BY 1
               UNTIL WS-OPER-IDX > WS-OPER-COUNT.
           MOVE WS-TOTAL-TIMED TO WS-COUNT-DISPLAY.
           IF WS-TOTAL-TIMED > 0
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-TOTAL-MINUTES / WS-TOTAL-TIMED
           ELSE
               MOVE 0 TO WS-AVERAGE
           END-IF.
           MOVE WS-AVERAGE TO WS-AVG-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  ALL       " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               "      " DELIMITED SIZE
               WS-AVG-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE ALRT-HIST-LINE FROM WS-OUT-LINE.
       WRITE-OPERATOR-LINE.
           MOVE WS-OPR-ACKS(WS-OPER-IDX) TO WS-COUNT-DISPLAY.
           IF WS-OPR-ACKS(WS-OPER-IDX) > 0
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-OPR-MINUTES(WS-OPER-IDX)
                   / WS-OPR-ACKS(WS-OPER-IDX)
           ELSE
               MOVE 0 TO WS-AVERAGE
           END-IF.
           MOVE WS-AVERAGE TO WS-AVG-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  " DELIMITED SIZE
               WS-OPR-NAME(WS-OPER-IDX) DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               "      " DELIMITED SIZE
               WS-AVG-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE ALRT-HIST-LINE FROM WS-OUT-LINE.
