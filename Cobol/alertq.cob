       01  WS-ALERT-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-RUN-TIME         PIC 9(6).
       01  WS-CLOCK-TIME       PIC 9(8).
       LINKAGE SECTION.
       COPY "alrtprm".
       PROCEDURE DIVISION USING ALERT-RAISE-PARMS.
       MAIN-PARA.
           CALL "BUS-DATE" USING WS-RUN-DATE.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE WS-CLOCK-TIME(1:6) TO WS-RUN-TIME.
           OPEN EXTEND ALERT-FILE.
           IF WS-ALERT-FILE-STATUS = "05"
               OR WS-ALERT-FILE-STATUS = "35"
           MOVE SPACES TO ALERT-ACK-OPERATOR.
           MOVE 0 TO ALERT-ACK-DATE.
           MOVE 0 TO ALERT-ACK-TIME.
           MOVE 0 TO ALERT-NOTIFY-LEVEL.
           MOVE 0 TO ALERT-NOTIFY-DATE.
           MOVE 0 TO ALERT-NOTIFY-TIME.
           WRITE ALERT-RECORD.
           CLOSE ALERT-FILE.
           GOBACK.
