       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER-ACTIVITY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "opaudit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT OPTIONAL OPACT-CTL-FILE ASSIGN TO "opactctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT OPACT-SORT-FILE ASSIGN TO "opactiv.srt".
           SELECT OPACT-RPT-FILE ASSIGN TO "opactiv.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       COPY "oaudrec".
       FD  OPACT-CTL-FILE.
       01  OPACT-CTL-RECORD    PIC X(80).
       SD  OPACT-SORT-FILE.
       01  OPACT-SORT-RECORD.
           05  OPACT-SRT-OPERATOR  PIC X(8).
           05  OPACT-SRT-DATE      PIC 9(8).
           05  OPACT-SRT-TIME      PIC 9(6).
           05  OPACT-SRT-SEQ       PIC 9(6).
           05  OPACT-SRT-PROGRAM   PIC X(15).
           05  OPACT-SRT-FUNCTION  PIC X(12).
           05  OPACT-SRT-OUTCOME   PIC X(8).
               88  OPACT-SRT-DENIED VALUE "DENIED".
           05  OPACT-SRT-DETAIL    PIC X(40).
       FD  OPACT-RPT-FILE.
       01  OPACT-RPT-LINE      PIC X(96).
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-CTL-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-CTL-FIELDS.
           05  WS-CTL-OPERATOR    PIC X(8).
           05  WS-CTL-FROM-DATE   PIC X(8).
           05  WS-CTL-TO-DATE     PIC X(8).
           05  WS-CTL-DENY-LIMIT  PIC X(2).
       01  WS-FILTER-OPERATOR  PIC X(8) VALUE SPACES.
       01  WS-FROM-DATE        PIC 9(8) VALUE 0.
       01  WS-TO-DATE          PIC 9(8) VALUE 99999999.
       01  WS-DENY-LIMIT       PIC 9(2) VALUE 3.
       01  WS-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-EOF          VALUE "Y" FALSE "N".
       01  WS-SORT-EOF-FLAG    PIC X(1) VALUE "N".
           88  WS-SORT-EOF     VALUE "Y" FALSE "N".
       01  WS-READ-SEQ         PIC 9(6) VALUE 0.
       01  WS-CUR-OPERATOR     PIC X(8).
       01  WS-CUR-DATE         PIC 9(8).
       01  WS-OPER-ENTRIES     PIC 9(5) VALUE 0.
       01  WS-OPER-DENIALS     PIC 9(5) VALUE 0.
       01  WS-DAY-DENIALS      PIC 9(5) VALUE 0.
       01  WS-OPERATOR-COUNT   PIC 9(4) VALUE 0.
       01  WS-ENTRY-COUNT      PIC 9(5) VALUE 0.
       01  WS-DENIAL-COUNT     PIC 9(5) VALUE 0.
       01  WS-FLAG-COUNT       PIC 9(4) VALUE 0.
       01  WS-OUT-LINE         PIC X(96).
       01  WS-COUNT-DISPLAY    PIC ZZZZ9.
       01  WS-DENY-DISPLAY     PIC ZZZZ9.
       01  WS-LIMIT-DISPLAY    PIC Z9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-RUN-PARAMETERS.
           OPEN OUTPUT OPACT-RPT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           SORT OPACT-SORT-FILE
               ON ASCENDING KEY OPACT-SRT-OPERATOR
                                OPACT-SRT-DATE
                                OPACT-SRT-TIME
                                OPACT-SRT-SEQ
               INPUT PROCEDURE IS SELECT-AUDIT-ENTRIES
               OUTPUT PROCEDURE IS PRINT-BY-OPERATOR.
           IF WS-ENTRY-COUNT = 0
               MOVE "  NO OPERATOR ACTIVITY MATCHES THE SELECTION"
                   TO WS-OUT-LINE
               WRITE OPACT-RPT-LINE FROM WS-OUT-LINE
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE OPACT-RPT-FILE.
           MOVE WS-FLAG-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "OPERATOR ACTIVITY REPORT WRITTEN: opactiv.rpt"
               " REPEATED DENIALS=" WS-COUNT-DISPLAY.
           IF WS-FLAG-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
       READ-RUN-PARAMETERS.
           OPEN INPUT OPACT-CTL-FILE.
           IF WS-CTL-FILE-STATUS = "00"
               READ OPACT-CTL-FILE INTO WS-CTL-FIELDS
               IF WS-CTL-FILE-STATUS = "00"
                   IF WS-CTL-OPERATOR NOT = SPACES
                       MOVE FUNCTION UPPER-CASE(WS-CTL-OPERATOR)
                           TO WS-FILTER-OPERATOR
                   END-IF
                   IF WS-CTL-FROM-DATE IS NUMERIC
                       AND WS-CTL-FROM-DATE NOT = "00000000"
                       MOVE WS-CTL-FROM-DATE TO WS-FROM-DATE
                   END-IF
                   IF WS-CTL-TO-DATE IS NUMERIC
                       AND WS-CTL-TO-DATE NOT = "00000000"
                       MOVE WS-CTL-TO-DATE TO WS-TO-DATE
                   END-IF
                   IF WS-CTL-DENY-LIMIT IS NUMERIC
                       AND WS-CTL-DENY-LIMIT NOT = "00"
                       MOVE WS-CTL-DENY-LIMIT TO WS-DENY-LIMIT
                   END-IF
               END-IF
           END-IF.
           CLOSE OPACT-CTL-FILE.
           MOVE WS-DENY-LIMIT TO WS-LIMIT-DISPLAY.
       SELECT-AUDIT-ENTRIES.
           SET WS-EOF TO FALSE.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ AUDIT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-SEQ
                       PERFORM SELECT-ONE-ENTRY
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
       SELECT-ONE-ENTRY.
           IF OAUD-DATE IS NUMERIC
               AND OAUD-DATE NOT < WS-FROM-DATE
               AND OAUD-DATE NOT > WS-TO-DATE
               AND (WS-FILTER-OPERATOR = SPACES
                   OR WS-FILTER-OPERATOR = OAUD-OPERATOR)
               MOVE OAUD-OPERATOR TO OPACT-SRT-OPERATOR
               MOVE OAUD-DATE TO OPACT-SRT-DATE
               MOVE OAUD-TIME TO OPACT-SRT-TIME
               MOVE WS-READ-SEQ TO OPACT-SRT-SEQ
               MOVE OAUD-PROGRAM TO OPACT-SRT-PROGRAM
               MOVE OAUD-FUNCTION TO OPACT-SRT-FUNCTION
               MOVE OAUD-OUTCOME TO OPACT-SRT-OUTCOME
               MOVE OAUD-DETAIL TO OPACT-SRT-DETAIL
               RELEASE OPACT-SORT-RECORD
           END-IF.
       PRINT-BY-OPERATOR.
           SET WS-SORT-EOF TO FALSE.
           MOVE SPACES TO WS-CUR-OPERATOR.
           MOVE 0 TO WS-CUR-DATE.
           PERFORM UNTIL WS-SORT-EOF
               RETURN OPACT-SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM PRINT-ONE-ENTRY
               END-RETURN
           END-PERFORM.
           IF WS-ENTRY-COUNT > 0
               PERFORM CLOSE-OPERATOR-DAY
               PERFORM CLOSE-OPERATOR
           END-IF.
       PRINT-ONE-ENTRY.
           IF WS-ENTRY-COUNT = 0
               OR OPACT-SRT-OPERATOR NOT = WS-CUR-OPERATOR
               IF WS-ENTRY-COUNT > 0
                   PERFORM CLOSE-OPERATOR-DAY
                   PERFORM CLOSE-OPERATOR
               END-IF
               PERFORM OPEN-OPERATOR
           ELSE
               IF OPACT-SRT-DATE NOT = WS-CUR-DATE
                   PERFORM CLOSE-OPERATOR-DAY
                   MOVE OPACT-SRT-DATE TO WS-CUR-DATE
               END-IF
           END-IF.
           ADD 1 TO WS-ENTRY-COUNT.
           ADD 1 TO WS-OPER-ENTRIES.
           IF OPACT-SRT-DENIED
               ADD 1 TO WS-DENIAL-COUNT
               ADD 1 TO WS-OPER-DENIALS
               ADD 1 TO WS-DAY-DENIALS
           END-IF.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  " DELIMITED SIZE
               OPACT-SRT-DATE DELIMITED SIZE
               " " DELIMITED SIZE
               OPACT-SRT-TIME DELIMITED SIZE
               " " DELIMITED SIZE
               OPACT-SRT-PROGRAM DELIMITED SIZE
               " " DELIMITED SIZE
               OPACT-SRT-FUNCTION DELIMITED SIZE
               " " DELIMITED SIZE
               OPACT-SRT-OUTCOME DELIMITED SIZE
               " " DELIMITED SIZE
               OPACT-SRT-DETAIL DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE OPACT-RPT-LINE FROM WS-OUT-LINE.
       OPEN-OPERATOR.
           MOVE OPACT-SRT-OPERATOR TO WS-CUR-OPERATOR.
           MOVE OPACT-SRT-DATE TO WS-CUR-DATE.
           MOVE 0 TO WS-OPER-ENTRIES.
           MOVE 0 TO WS-OPER-DENIALS.
           MOVE 0 TO WS-DAY-DENIALS.
           ADD 1 TO WS-OPERATOR-COUNT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "OPERATOR: " DELIMITED SIZE
               WS-CUR-OPERATOR DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE OPACT-RPT-LINE FROM WS-OUT-LINE.
       CLOSE-OPERATOR-DAY.
           IF WS-DAY-DENIALS NOT < WS-DENY-LIMIT
               ADD 1 TO WS-FLAG-COUNT
               MOVE WS-DAY-DENIALS TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-OUT-LINE
               STRING "  *** REPEATED DENIALS: " DELIMITED SIZE
                   WS-COUNT-DISPLAY DELIMITED SIZE
                   " SIGN-ON/ACCESS DENIALS FOR " DELIMITED SIZE
                   WS-CUR-OPERATOR DELIMITED SPACE
                   " ON " DELIMITED SIZE
                   WS-CUR-DATE DELIMITED SIZE
                   " ***" DELIMITED SIZE
                   INTO WS-OUT-LINE
               WRITE OPACT-RPT-LINE FROM WS-OUT-LINE
           END-IF.
           MOVE 0 TO WS-DAY-DENIALS.
       CLOSE-OPERATOR.
           MOVE WS-OPER-ENTRIES TO WS-COUNT-DISPLAY.
           MOVE WS-OPER-DENIALS TO WS-DENY-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  ENTRIES: " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               "  DENIALS: " DELIMITED SIZE
               WS-DENY-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE OPACT-RPT-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE OPACT-RPT-LINE FROM WS-OUT-LINE.
       WRITE-REPORT-HEADING.
           MOVE "OPERATOR ACTIVITY REPORT -- opaudit.dat"
               TO WS-OUT-LINE.
           WRITE OPACT-RPT-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "FILTER: FROM " DELIMITED SIZE
               WS-FROM-DATE DELIMITED SIZE
               " TO " DELIMITED SIZE
               WS-TO-DATE DELIMITED SIZE
               " OPERATOR=" DELIMITED SIZE
               WS-FILTER-OPERATOR DELIMITED SIZE
               " DENIAL LIMIT PER DAY=" DELIMITED SIZE
               WS-LIMIT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE OPACT-RPT-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE OPACT-RPT-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  DATE     TIME   PROGRAM         FUNCTION     "
                   DELIMITED SIZE
               "OUTCOME  DETAIL" DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE OPACT-RPT-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE OPACT-RPT-LINE FROM WS-OUT-LINE.
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE OPACT-RPT-LINE FROM WS-OUT-LINE.
           MOVE WS-OPERATOR-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "OPERATORS LISTED: " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE OPACT-RPT-LINE FROM WS-OUT-LINE.
           MOVE WS-ENTRY-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "ACTIVITY ENTRIES LISTED: " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE OPACT-RPT-LINE FROM WS-OUT-LINE.
           MOVE WS-DENIAL-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "DENIALS LISTED: " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE OPACT-RPT-LINE FROM WS-OUT-LINE.
           MOVE WS-FLAG-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "REPEATED-DENIAL DAYS FLAGGED: " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE OPACT-RPT-LINE FROM WS-OUT-LINE.
