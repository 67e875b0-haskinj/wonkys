       01  WS-SYNC-TIME        PIC 9(6) VALUE 0.
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-RUN-TIME         PIC 9(6).
       01  WS-CLOCK-TIME       PIC 9(8).
       01  WS-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-EOF          VALUE "Y" FALSE "N".
       01  WS-IMAGE-KEY        PIC X(4).
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE WS-CLOCK-TIME(1:6) TO WS-RUN-TIME.
           PERFORM READ-RUN-PARAMETERS.
           MOVE SPACES TO WS-SYNC-OPERATOR.
           STRING "SYNC" DELIMITED SIZE
