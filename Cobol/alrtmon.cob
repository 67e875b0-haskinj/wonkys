       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT-MONITOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.
           SELECT OPTIONAL AESC-FILE ASSIGN TO "alrtesc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-FILE-STATUS.
           SELECT SPOOL-FILE ASSIGN TO "alrtspl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-STATUS.
           SELECT ALRT-MON-RPT ASSIGN TO "alrtmon.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
       COPY "alrtrec".
       FD  AESC-FILE.
       COPY "alrtesc".
       FD  SPOOL-FILE.
       COPY "alrtspl".
       FD  ALRT-MON-RPT.
       01  ALRT-MON-LINE       PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-ALERT-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-ESC-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-SPOOL-STATUS     PIC X(2) VALUE "00".
       01  WS-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-EOF          VALUE "Y" FALSE "N".
       01  WS-OVERFLOW-FLAG    PIC X(1) VALUE "N".
           88  WS-OVERFLOW     VALUE "Y" FALSE "N".
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-CLOCK-TIME       PIC 9(8).
       01  WS-RUN-TIME         PIC 9(6).
       01  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME.
           05  WS-RUN-HH       PIC 9(2).
           05  WS-RUN-MM       PIC 9(2).
           05  WS-RUN-SS       PIC 9(2).
       01  WS-NOW-MINUTES      PIC 9(11).
       01  WS-ALERT-MINUTES    PIC 9(11).
       01  WS-AGE-MINUTES      PIC 9(5).
       01  WS-STAMP-TIME       PIC 9(6).
       01  WS-STAMP-PARTS REDEFINES WS-STAMP-TIME.
           05  WS-STAMP-HH     PIC 9(2).
           05  WS-STAMP-MM     PIC 9(2).
           05  WS-STAMP-SS     PIC 9(2).
       01  WS-DEFAULT-MINUTES  PIC 9(5) VALUE 120.
       01  WS-DEFAULT-NEW-TGT  PIC X(8) VALUE "ONCALL".
       01  WS-DEFAULT-ESC-TGT  PIC X(8) VALUE "SUPERVSR".
       01  WS-ESC-COUNT        PIC 9(2) VALUE 0.
       01  WS-ESC-IDX          PIC 9(2).
       01  WS-ESC-TABLE.
           05  WS-ESC-ENTRY OCCURS 50 TIMES.
               10  WS-EE-REASON    PIC X(8).
               10  WS-EE-MINUTES   PIC 9(5).
               10  WS-EE-NEW-TGT   PIC X(8).
               10  WS-EE-ESC-TGT   PIC X(8).
       01  WS-THRESHOLD        PIC 9(5).
       01  WS-NEW-TARGET       PIC X(8).
       01  WS-ESC-TARGET       PIC X(8).
       01  WS-ALERT-COUNT      PIC 9(3) VALUE 0.
       01  WS-LOADED-COUNT     PIC 9(3) VALUE 0.
       01  WS-SKIP-IDX         PIC 9(3).
       01  WS-ALERT-IDX        PIC 9(4).
       01  WS-ALERT-TBL.
           05  WS-ALERT-ENTRY  PIC X(100) OCCURS 999 TIMES.
       01  WS-CUR-LEVEL        PIC 9(1).
       01  WS-DUE-LEVEL        PIC 9(3).
       01  WS-ACTION-TEXT      PIC X(9).
       01  WS-OPEN-COUNT       PIC 9(4) VALUE 0.
       01  WS-NEW-COUNT        PIC 9(4) VALUE 0.
       01  WS-ESCALATE-COUNT   PIC 9(4) VALUE 0.
       01  WS-OUT-LINE         PIC X(80).
       01  WS-COUNT-DISPLAY    PIC ZZZ9.
       01  WS-AGE-DISPLAY      PIC ZZZZ9.
       01  WS-LIMIT-DISPLAY    PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "BUS-DATE" USING WS-RUN-DATE.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE WS-CLOCK-TIME(1:6) TO WS-RUN-TIME.
           COMPUTE WS-NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) * 1440
               + WS-RUN-HH * 60 + WS-RUN-MM.
           PERFORM LOAD-ESCALATION-TABLE.
           PERFORM LOAD-ALERT-TABLE.
           OPEN OUTPUT ALRT-MON-RPT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM AGE-ONE-ALERT
               VARYING WS-ALERT-IDX FROM 1 BY 1
               UNTIL WS-ALERT-IDX > WS-ALERT-COUNT.
           IF WS-OPEN-COUNT = 0
               MOVE "  NO OPEN ALERTS" TO WS-OUT-LINE
               WRITE ALRT-MON-LINE FROM WS-OUT-LINE
           END-IF.
           IF WS-NEW-COUNT > 0 OR WS-ESCALATE-COUNT > 0
               PERFORM REWRITE-ALERT-FILE
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE ALRT-MON-RPT.
           MOVE WS-ESCALATE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "ALERT MONITOR REPORT WRITTEN: alrtmon.rpt"
               " ESCALATED=" WS-COUNT-DISPLAY.
           IF WS-ESCALATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
       LOAD-ESCALATION-TABLE.
           MOVE 0 TO WS-ESC-COUNT.
           SET WS-EOF TO FALSE.
           OPEN INPUT AESC-FILE.
           IF WS-ESC-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ AESC-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM STORE-ESCALATION-ENTRY
               END-READ
           END-PERFORM.
           CLOSE AESC-FILE.
       STORE-ESCALATION-ENTRY.
           IF AESC-REASON NOT = SPACES
               AND AESC-MINUTES IS NUMERIC
               AND AESC-MINUTES NOT = "00000"
               IF AESC-REASON = "DEFAULT"
                   MOVE AESC-MINUTES TO WS-DEFAULT-MINUTES
                   IF AESC-NEW-TARGET NOT = SPACES
                       MOVE AESC-NEW-TARGET TO WS-DEFAULT-NEW-TGT
                   END-IF
                   IF AESC-ESC-TARGET NOT = SPACES
                       MOVE AESC-ESC-TARGET TO WS-DEFAULT-ESC-TGT
                   END-IF
               ELSE
                   IF WS-ESC-COUNT < 50
                       ADD 1 TO WS-ESC-COUNT
                       MOVE AESC-REASON TO WS-EE-REASON(WS-ESC-COUNT)
                       MOVE AESC-MINUTES
                           TO WS-EE-MINUTES(WS-ESC-COUNT)
                       MOVE AESC-NEW-TARGET
                           TO WS-EE-NEW-TGT(WS-ESC-COUNT)
                       MOVE AESC-ESC-TARGET
                           TO WS-EE-ESC-TGT(WS-ESC-COUNT)
                   END-IF
               END-IF
           END-IF.
       LOAD-ALERT-TABLE.
           MOVE 0 TO WS-ALERT-COUNT.
           SET WS-OVERFLOW TO FALSE.
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
                       PERFORM ADD-ALERT-ENTRY
               END-READ
           END-PERFORM.
           CLOSE ALERT-FILE.
           MOVE WS-ALERT-COUNT TO WS-LOADED-COUNT.
       ADD-ALERT-ENTRY.
           IF WS-ALERT-COUNT < 999
               ADD 1 TO WS-ALERT-COUNT
               MOVE ALERT-RECORD TO WS-ALERT-ENTRY(WS-ALERT-COUNT)
           ELSE
               SET WS-OVERFLOW TO TRUE
           END-IF.
       AGE-ONE-ALERT.
           MOVE WS-ALERT-ENTRY(WS-ALERT-IDX) TO ALERT-RECORD.
           IF ALERT-IS-OPEN
               ADD 1 TO WS-OPEN-COUNT
               PERFORM FIND-THRESHOLD
               PERFORM COMPUTE-ALERT-AGE
               IF ALERT-NOTIFY-LEVEL IS NUMERIC
                   MOVE ALERT-NOTIFY-LEVEL TO WS-CUR-LEVEL
               ELSE
                   MOVE 0 TO WS-CUR-LEVEL
               END-IF
               COMPUTE WS-DUE-LEVEL = 1 + WS-AGE-MINUTES / WS-THRESHOLD
               IF WS-DUE-LEVEL > 9
                   MOVE 9 TO WS-DUE-LEVEL
               END-IF
               MOVE SPACES TO WS-ACTION-TEXT
               IF WS-DUE-LEVEL > WS-CUR-LEVEL
                   PERFORM NOTIFY-ONE-ALERT
               END-IF
               PERFORM WRITE-ALERT-LINE
           END-IF.
       FIND-THRESHOLD.
           MOVE WS-DEFAULT-MINUTES TO WS-THRESHOLD.
           MOVE WS-DEFAULT-NEW-TGT TO WS-NEW-TARGET.
           MOVE WS-DEFAULT-ESC-TGT TO WS-ESC-TARGET.
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
               UNTIL WS-ESC-IDX > WS-ESC-COUNT
               IF WS-EE-REASON(WS-ESC-IDX) = ALERT-REASON
                   MOVE WS-EE-MINUTES(WS-ESC-IDX) TO WS-THRESHOLD
                   IF WS-EE-NEW-TGT(WS-ESC-IDX) NOT = SPACES
                       MOVE WS-EE-NEW-TGT(WS-ESC-IDX) TO WS-NEW-TARGET
                   END-IF
                   IF WS-EE-ESC-TGT(WS-ESC-IDX) NOT = SPACES
                       MOVE WS-EE-ESC-TGT(WS-ESC-IDX) TO WS-ESC-TARGET
                   END-IF
               END-IF
           END-PERFORM.
       COMPUTE-ALERT-AGE.
           MOVE 0 TO WS-AGE-MINUTES.
           IF ALERT-DATE IS NUMERIC AND ALERT-DATE > 16010100
               AND ALERT-TIME IS NUMERIC
               MOVE ALERT-TIME TO WS-STAMP-TIME
               COMPUTE WS-ALERT-MINUTES =
                   FUNCTION INTEGER-OF-DATE(ALERT-DATE) * 1440
                   + WS-STAMP-HH * 60 + WS-STAMP-MM
               IF WS-NOW-MINUTES > WS-ALERT-MINUTES
                   IF WS-NOW-MINUTES - WS-ALERT-MINUTES > 99999
                       MOVE 99999 TO WS-AGE-MINUTES
                   ELSE
                       COMPUTE WS-AGE-MINUTES =
                           WS-NOW-MINUTES - WS-ALERT-MINUTES
                   END-IF
               END-IF
           END-IF.
       NOTIFY-ONE-ALERT.
           MOVE SPACES TO ASPL-RECORD.
           IF WS-CUR-LEVEL = 0 AND WS-DUE-LEVEL = 1
               SET ASPL-IS-NEW TO TRUE
               MOVE WS-NEW-TARGET TO ASPL-TARGET
               MOVE "NOTIFIED" TO WS-ACTION-TEXT
               ADD 1 TO WS-NEW-COUNT
           ELSE
               SET ASPL-IS-ESC TO TRUE
               MOVE WS-ESC-TARGET TO ASPL-TARGET
               MOVE "ESCALATED" TO WS-ACTION-TEXT
               ADD 1 TO WS-ESCALATE-COUNT
           END-IF.
           MOVE WS-RUN-DATE TO ASPL-SPOOL-DATE.
           MOVE WS-RUN-TIME TO ASPL-SPOOL-TIME.
           MOVE WS-DUE-LEVEL TO ASPL-LEVEL.
           MOVE ALERT-REASON TO ASPL-REASON.
           MOVE ALERT-DATE TO ASPL-ALERT-DATE.
           MOVE ALERT-TIME TO ASPL-ALERT-TIME.
           MOVE WS-AGE-MINUTES TO ASPL-AGE-MINUTES.
           MOVE ALERT-TEXT TO ASPL-TEXT.
           OPEN EXTEND SPOOL-FILE.
           IF WS-SPOOL-STATUS = "05" OR WS-SPOOL-STATUS = "35"
               OPEN OUTPUT SPOOL-FILE
           END-IF.
           WRITE ASPL-RECORD.
           CLOSE SPOOL-FILE.
           MOVE WS-DUE-LEVEL TO ALERT-NOTIFY-LEVEL.
           MOVE WS-RUN-DATE TO ALERT-NOTIFY-DATE.
           MOVE WS-RUN-TIME TO ALERT-NOTIFY-TIME.
           MOVE ALERT-RECORD TO WS-ALERT-ENTRY(WS-ALERT-IDX).
       WRITE-ALERT-LINE.
           MOVE WS-AGE-MINUTES TO WS-AGE-DISPLAY.
           MOVE WS-THRESHOLD TO WS-LIMIT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  " DELIMITED SIZE
               ALERT-REASON DELIMITED SIZE
               " " DELIMITED SIZE
               ALERT-DATE DELIMITED SIZE
               " " DELIMITED SIZE
               ALERT-TIME DELIMITED SIZE
               "  AGE " DELIMITED SIZE
               WS-AGE-DISPLAY DELIMITED SIZE
               " MIN  LIMIT " DELIMITED SIZE
               WS-LIMIT-DISPLAY DELIMITED SIZE
               "  LEVEL " DELIMITED SIZE
               ALERT-NOTIFY-LEVEL DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-ACTION-TEXT DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE ALRT-MON-LINE FROM WS-OUT-LINE.
       REWRITE-ALERT-FILE.
           PERFORM PICK-UP-LATE-ALERTS.
           IF WS-OVERFLOW
               MOVE SPACES TO WS-OUT-LINE
               STRING "  *** alerts.dat OVER 999 ENTRIES -- "
                   DELIMITED SIZE
                   "NOTIFY LEVELS NOT SAVED ***" DELIMITED SIZE
                   INTO WS-OUT-LINE
               WRITE ALRT-MON-LINE FROM WS-OUT-LINE
           ELSE
               OPEN OUTPUT ALERT-FILE
               PERFORM VARYING WS-ALERT-IDX FROM 1 BY 1
                   UNTIL WS-ALERT-IDX > WS-ALERT-COUNT
                   MOVE WS-ALERT-ENTRY(WS-ALERT-IDX) TO ALERT-RECORD
                   WRITE ALERT-RECORD
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF.
       PICK-UP-LATE-ALERTS.
           MOVE 0 TO WS-SKIP-IDX.
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
                       IF WS-SKIP-IDX < WS-LOADED-COUNT
                           ADD 1 TO WS-SKIP-IDX
                       ELSE
                           PERFORM ADD-ALERT-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ALERT-FILE.
       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "ALERT MONITOR FOR " DELIMITED SIZE
               WS-RUN-DATE DELIMITED SIZE
               " " DELIMITED SIZE
               WS-RUN-TIME DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE ALRT-MON-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE ALRT-MON-LINE FROM WS-OUT-LINE.
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE ALRT-MON-LINE FROM WS-OUT-LINE.
           MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "OPEN ALERTS: " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE ALRT-MON-LINE FROM WS-OUT-LINE.
           MOVE WS-NEW-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "NEW ALERTS SPOOLED: " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE ALRT-MON-LINE FROM WS-OUT-LINE.
           MOVE WS-ESCALATE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "ESCALATIONS SPOOLED: " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE ALRT-MON-LINE FROM WS-OUT-LINE.
