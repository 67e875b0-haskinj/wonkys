       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIP-PEND-AGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PEND-FILE ASSIGN TO "tippend.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT OPTIONAL TIPP-CTL-FILE ASSIGN TO "tippactl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT TIPP-AGE-RPT ASSIGN TO "tippage.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PEND-FILE.
       COPY "tippnd".
       FD  TIPP-CTL-FILE.
       01  TIPP-CTL-RECORD     PIC X(80).
       FD  TIPP-AGE-RPT.
       01  TIPP-AGE-LINE       PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-PEND-STATUS      PIC X(2) VALUE "00".
       01  WS-CTL-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-CTL-FIELDS.
           05  WS-CTL-LIMIT-DAYS PIC X(3).
       01  WS-LIMIT-DAYS       PIC 9(3) VALUE 3.
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-TODAY-INT        PIC 9(7).
       01  WS-ENTRY-INT        PIC 9(7).
       01  WS-AGE-DAYS         PIC S9(5).
       01  WS-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-EOF          VALUE "Y" FALSE "N".
       01  WS-PENDING-COUNT    PIC 9(4) VALUE 0.
       01  WS-OVERDUE-COUNT    PIC 9(4) VALUE 0.
       01  WS-OVERDUE-TEXT     PIC X(15).
       01  WS-OUT-LINE         PIC X(80).
       01  WS-COUNT-DISPLAY    PIC ZZZ9.
       01  WS-AGE-DISPLAY      PIC ZZZZ9.
       01  WS-LIMIT-DISPLAY    PIC ZZ9.
       COPY "alrtprm".
       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "BUS-DATE" USING WS-RUN-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM READ-RUN-PARAMETERS.
           MOVE WS-LIMIT-DAYS TO WS-LIMIT-DISPLAY.
           OPEN OUTPUT TIPP-AGE-RPT.
           PERFORM WRITE-REPORT-HEADING.
           SET WS-EOF TO FALSE.
           OPEN INPUT PEND-FILE.
           IF WS-PEND-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ PEND-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF TIPP-IS-PENDING
                           PERFORM AGE-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PEND-FILE.
           IF WS-PENDING-COUNT = 0
               MOVE SPACES TO WS-OUT-LINE
               STRING "  NO TIP CHANGES AWAITING APPROVAL"
                   DELIMITED SIZE
                   INTO WS-OUT-LINE
               WRITE TIPP-AGE-LINE FROM WS-OUT-LINE
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE TIPP-AGE-RPT.
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "PENDING TIP CHANGE REPORT WRITTEN: tippage.rpt"
               " OVERDUE=" WS-COUNT-DISPLAY.
           IF WS-OVERDUE-COUNT > 0
               MOVE "TIPPEND" TO ARP-REASON
               MOVE SPACES TO ARP-TEXT
               STRING WS-COUNT-DISPLAY DELIMITED SIZE
                   " TIP CHANGES UNAPPROVED > " DELIMITED SIZE
                   WS-LIMIT-DISPLAY DELIMITED SIZE
                   " DAYS" DELIMITED SIZE
                   INTO ARP-TEXT
               CALL "ALERT-RAISE" USING ALERT-RAISE-PARMS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
       READ-RUN-PARAMETERS.
           OPEN INPUT TIPP-CTL-FILE.
           IF WS-CTL-FILE-STATUS = "00"
               READ TIPP-CTL-FILE INTO WS-CTL-FIELDS
               IF WS-CTL-FILE-STATUS = "00"
                   AND WS-CTL-LIMIT-DAYS IS NUMERIC
                   MOVE WS-CTL-LIMIT-DAYS TO WS-LIMIT-DAYS
               END-IF
           END-IF.
           CLOSE TIPP-CTL-FILE.
       AGE-ONE-CHANGE.
           ADD 1 TO WS-PENDING-COUNT.
           MOVE 0 TO WS-AGE-DAYS.
           IF TIPP-SUB-DATE IS NUMERIC
               AND TIPP-SUB-DATE > 16010100
               COMPUTE WS-ENTRY-INT =
                   FUNCTION INTEGER-OF-DATE(TIPP-SUB-DATE)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-ENTRY-INT
           END-IF.
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF.
           IF WS-AGE-DAYS > WS-LIMIT-DAYS
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE "*** OVERDUE ***" TO WS-OVERDUE-TEXT
           ELSE
               MOVE SPACES TO WS-OVERDUE-TEXT
           END-IF.
           MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  " DELIMITED SIZE
               TIPP-ID DELIMITED SIZE
               " " DELIMITED SIZE
               TIPP-ACTION DELIMITED SIZE
               " " DELIMITED SIZE
               TIPP-AFTER(1:2) DELIMITED SIZE
               "/" DELIMITED SIZE
               TIPP-AFTER(3:2) DELIMITED SIZE
               "  BY " DELIMITED SIZE
               TIPP-MAKER DELIMITED SIZE
               "  ON " DELIMITED SIZE
               TIPP-SUB-DATE DELIMITED SIZE
               "  AGE " DELIMITED SIZE
               WS-AGE-DISPLAY DELIMITED SIZE
               " DAYS  " DELIMITED SIZE
               WS-OVERDUE-TEXT DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE TIPP-AGE-LINE FROM WS-OUT-LINE.
       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "TIP CHANGES AWAITING APPROVAL AS OF " DELIMITED SIZE
               WS-RUN-DATE DELIMITED SIZE
               "  (LIMIT " DELIMITED SIZE
               WS-LIMIT-DISPLAY DELIMITED SIZE
               " DAYS)" DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE TIPP-AGE-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE TIPP-AGE-LINE FROM WS-OUT-LINE.
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE TIPP-AGE-LINE FROM WS-OUT-LINE.
           MOVE WS-PENDING-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "CHANGES AWAITING APPROVAL: " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE TIPP-AGE-LINE FROM WS-OUT-LINE.
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "CHANGES OVERDUE: " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE TIPP-AGE-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           IF WS-OVERDUE-COUNT = 0
               STRING "TIPPEND: PASS -- NO CHANGE WAITING MORE THAN "
                   DELIMITED SIZE
                   WS-LIMIT-DISPLAY DELIMITED SIZE
                   " DAYS" DELIMITED SIZE
                   INTO WS-OUT-LINE
           ELSE
               STRING "TIPPEND: *** FAIL -- " DELIMITED SIZE
                   WS-COUNT-DISPLAY DELIMITED SIZE
                   " CHANGES WAITING MORE THAN " DELIMITED SIZE
                   WS-LIMIT-DISPLAY DELIMITED SIZE
                   " DAYS ***" DELIMITED SIZE
                   INTO WS-OUT-LINE
           END-IF.
           WRITE TIPP-AGE-LINE FROM WS-OUT-LINE.
