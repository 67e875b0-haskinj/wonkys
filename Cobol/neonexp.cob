       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEON-EXPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NEXP-CTL-FILE ASSIGN TO "neonxctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT OPTIONAL NEON-CTL-FILE ASSIGN TO "neonctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEON-CTL-STATUS.
           SELECT NEON-FRM-FILE ASSIGN TO DYNAMIC WS-FRM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRM-FILE-STATUS.
           SELECT OPTIONAL NEON-CAT-FILE ASSIGN TO
               "neonlib/neonlib.cat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT TIP-FILE ASSIGN TO "ravetips.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIP-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-TIP-STATUS.
           SELECT HTML-FILE ASSIGN TO DYNAMIC WS-HTML-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HTML-STATUS.
           SELECT TEXT-FILE ASSIGN TO DYNAMIC WS-TEXT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEXT-STATUS.
           SELECT NEXP-LOG-FILE ASSIGN TO "neonexp.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NEXP-CTL-FILE.
       01  NEXP-CTL-RECORD     PIC X(80).
       FD  NEON-CTL-FILE.
       01  NEON-CTL-RECORD     PIC X(80).
       FD  NEON-FRM-FILE.
       01  NEON-FRM-RECORD     PIC X(2000).
       FD  NEON-CAT-FILE.
       01  NEON-CAT-RECORD     PIC X(80).
       FD  TIP-FILE.
       COPY "tiprec".
       FD  HTML-FILE.
       01  HTML-RECORD         PIC X(16000).
       FD  TEXT-FILE.
       01  TEXT-RECORD         PIC X(2000).
       FD  NEXP-LOG-FILE.
       COPY "nexplog".
       WORKING-STORAGE SECTION.
       COPY "ansiclr".
       01  WS-CTL-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-CTL-FIELDS.
           05  WS-CTL-KIND     PIC X(1).
           05  WS-CTL-SET-NAME PIC X(12).
           05  WS-CTL-LANG     PIC X(2).
           05  WS-CTL-BOARD    PIC X(12).
       01  WS-NEON-CTL-STATUS  PIC X(2) VALUE "00".
       01  WS-NEON-CTL-FIELDS.
           05  WS-NEON-CTL-ROWS   PIC X(2).
           05  WS-NEON-CTL-COLS   PIC X(3).
           05  WS-NEON-CTL-FRAMES PIC X(4).
           05  WS-NEON-CTL-DELAY  PIC X(4).
       01  WS-FRM-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-CAT-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-TIP-STATUS       PIC X(2) VALUE "00".
           88  WS-TIP-FILE-LOCKED VALUE "61" "93" "94" "99".
           88  WS-TIP-REC-LOCKED  VALUE "51".
       01  WS-LOCK-TRY         PIC 9(2) VALUE 0.
       01  WS-LOCK-MAX-TRIES   PIC 9(2) VALUE 10.
       01  WS-LOCK-NANOS       PIC S9(18) COMP-5
                               VALUE 1000000000.
       01  WS-TIPS-UNREAD-FLAG PIC X(1) VALUE "N".
           88  WS-TIPS-UNREAD  VALUE "Y" FALSE "N".
       01  WS-TIP-FAIL-STATUS  PIC X(2) VALUE "00".
       01  WS-HTML-STATUS      PIC X(2) VALUE "00".
       01  WS-TEXT-STATUS      PIC X(2) VALUE "00".
       01  WS-LOG-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-FRM-PATH         PIC X(60).
       01  WS-HTML-PATH        PIC X(60).
       01  WS-TEXT-PATH        PIC X(60).
       01  WS-OUT-BASE         PIC X(40).
       01  WS-CALL-STATUS      PIC S9(9) COMP-5.
       01  WS-KIND             PIC X(1).
           88  WS-KIND-FRAMES  VALUE "F".
           88  WS-KIND-MARQUEE VALUE "M".
       01  WS-SET-NAME         PIC X(12).
       01  WS-SET-DATE         PIC 9(8) VALUE 0.
       01  WS-MARQ-LANG        PIC X(2).
       01  WS-BOARD            PIC X(12).
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-RUN-TIME         PIC 9(6).
       01  WS-CLOCK-TIME       PIC 9(8).
       01  WS-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-EOF          VALUE "Y" FALSE "N".
       01  WS-EXPORT-OK-FLAG   PIC X(1) VALUE "N".
           88  WS-EXPORT-OK    VALUE "Y" FALSE "N".
       01  WS-FILES-OPEN-FLAG  PIC X(1) VALUE "N".
           88  WS-FILES-OPEN   VALUE "Y" FALSE "N".
       01  WS-CAT-FIELDS.
           05  WS-CAT-NAME     PIC X(12).
           05  WS-CAT-ROWS     PIC X(2).
           05  WS-CAT-COLS     PIC X(3).
           05  WS-CAT-FRAMES   PIC X(4).
           05  WS-CAT-DATE     PIC X(8).
       01  WS-FRM-HEADER.
           05  WS-HDR-ROWS     PIC X(2).
           05  WS-HDR-COLS     PIC X(3).
           05  WS-HDR-FRAMES   PIC X(4).
           05  WS-HDR-DELAY-CS PIC X(4).
       01  WS-ROWS             PIC 9(2) VALUE 0.
       01  WS-COLS             PIC 9(3) VALUE 80.
       01  WS-FRAMES           PIC 9(4) VALUE 0.
       01  WS-DELAY-CS         PIC 9(4) VALUE 0.
       01  WS-SHOW-CS          PIC 9(4).
       01  WS-ROW              PIC 9(2).
       01  WS-COL              PIC 9(3).
       01  WS-FRAME            PIC 9(4).
       01  WS-FRAME-OFFSET     PIC 9(4).
       01  WS-ROW-CELLS        PIC X(2000).
       01  WS-CELL-POS         PIC 9(4).
       01  WS-COLOR-NUM        PIC 9(2).
       01  WS-PREV-COLOR       PIC 9(2).
       01  WS-ONE-CHAR         PIC X(1).
       01  WS-HTML-LINE        PIC X(16000).
       01  WS-HTML-POS         PIC 9(5).
       01  WS-TEXT-LINE        PIC X(2000).
       01  WS-SECS             PIC 9(5)V99.
       01  WS-SECS-DISPLAY     PIC ZZZZ9.99.
       01  WS-PCT              PIC 9(3)V9(4).
       01  WS-PCT-DISPLAY      PIC ZZ9.9999.
       01  WS-RGB-DISPLAY      PIC ZZ9.
       01  WS-CODE-IDX         PIC 9(2).
       01  WS-COUNT-DISPLAY    PIC ZZZ9.
       01  WS-LEN-DISPLAY      PIC ZZZZ9.
       01  WS-TIP-COUNT        PIC 9(3) VALUE 0.
       01  WS-TIP-TBL.
           05  WS-TIP-ENTRY OCCURS 99 TIMES.
               10  WS-TP-KEY       PIC X(4).
               10  WS-TP-TEXT      PIC X(60).
       01  WS-TIP-IDX          PIC 9(3).
       01  WS-MORE-TIPS-FLAG   PIC X(1) VALUE "Y".
           88  WS-MORE-TIPS    VALUE "Y" FALSE "N".
       01  WS-TIP-IN-DATE-FLAG PIC X(1).
           88  WS-TIP-IN-DATE  VALUE "Y".
       01  WS-MARQ-TEXT        PIC X(6400).
       01  WS-MARQ-LEN         PIC 9(5) VALUE 0.
       01  WS-MARQ-POS         PIC 9(5).
       01  WS-MARQ-CHAR-POS    PIC 9(5).
       01  WS-MARQ-PASS        PIC 9(1).
       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "BUS-DATE" USING WS-RUN-DATE.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE WS-CLOCK-TIME(1:6) TO WS-RUN-TIME.
           SET WS-EXPORT-OK TO FALSE.
           PERFORM READ-RUN-PARAMETERS.
           EVALUATE TRUE
               WHEN WS-KIND-FRAMES AND WS-SET-NAME = SPACES
                   DISPLAY "NEON EXPORT: NO FRAME SET NAMED IN "
                       "neonxctl.dat -- NOTHING EXPORTED."
               WHEN WS-KIND-FRAMES
                   PERFORM EXPORT-FRAME-SET
               WHEN WS-KIND-MARQUEE
                   PERFORM EXPORT-MARQUEE
               WHEN OTHER
                   DISPLAY "NEON EXPORT: EXPORT TYPE MUST BE F OR M IN "
                       "neonxctl.dat -- NOTHING EXPORTED."
           END-EVALUATE.
           IF WS-EXPORT-OK
               PERFORM WRITE-EXPORT-LOG
               DISPLAY "NEON EXPORT WRITTEN: "
                   FUNCTION TRIM(WS-HTML-PATH) " AND "
                   FUNCTION TRIM(WS-TEXT-PATH)
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
       READ-RUN-PARAMETERS.
           MOVE SPACES TO WS-CTL-FIELDS.
           OPEN INPUT NEXP-CTL-FILE.
           IF WS-CTL-FILE-STATUS = "00"
               READ NEXP-CTL-FILE INTO WS-CTL-FIELDS
                   AT END
                       MOVE SPACES TO WS-CTL-FIELDS
               END-READ
           END-IF.
           CLOSE NEXP-CTL-FILE.
           MOVE FUNCTION UPPER-CASE(WS-CTL-KIND) TO WS-KIND.
           MOVE WS-CTL-SET-NAME TO WS-SET-NAME.
           MOVE FUNCTION UPPER-CASE(WS-CTL-LANG) TO WS-MARQ-LANG.
           IF WS-MARQ-LANG = SPACES
               MOVE "EN" TO WS-MARQ-LANG
           END-IF.
           MOVE WS-CTL-BOARD TO WS-BOARD.
           IF WS-BOARD = SPACES
               MOVE "DEFAULT" TO WS-BOARD
           END-IF.
       SET-OUTPUT-PATHS.
           CALL "CBL_CREATE_DIR" USING "neonexp"
               RETURNING WS-CALL-STATUS.
           MOVE SPACES TO WS-OUT-BASE.
           IF WS-KIND-FRAMES
               STRING WS-BOARD DELIMITED SPACE
                   "-" DELIMITED SIZE
                   WS-SET-NAME DELIMITED SPACE
                   INTO WS-OUT-BASE
           ELSE
               STRING WS-BOARD DELIMITED SPACE
                   "-MARQUEE-" DELIMITED SIZE
                   WS-MARQ-LANG DELIMITED SIZE
                   INTO WS-OUT-BASE
           END-IF.
           MOVE SPACES TO WS-HTML-PATH.
           STRING "neonexp/" DELIMITED SIZE
               WS-OUT-BASE DELIMITED SPACE
               ".html" DELIMITED SIZE
               INTO WS-HTML-PATH.
           MOVE SPACES TO WS-TEXT-PATH.
           STRING "neonexp/" DELIMITED SIZE
               WS-OUT-BASE DELIMITED SPACE
               ".txt" DELIMITED SIZE
               INTO WS-TEXT-PATH.
       EXPORT-FRAME-SET.
           MOVE SPACES TO WS-FRM-PATH.
           STRING "neonlib/" DELIMITED SIZE
               WS-SET-NAME DELIMITED SPACE
               ".frm" DELIMITED SIZE
               INTO WS-FRM-PATH.
           OPEN INPUT NEON-FRM-FILE.
           IF WS-FRM-FILE-STATUS NOT = "00"
               DISPLAY "NEON EXPORT: FRAME SET "
                   FUNCTION TRIM(WS-SET-NAME)
                   " NOT FOUND IN LIBRARY -- NOTHING EXPORTED."
           ELSE
               MOVE SPACES TO WS-FRM-HEADER
               READ NEON-FRM-FILE INTO WS-FRM-HEADER
                   AT END
                       MOVE SPACES TO WS-FRM-HEADER
               END-READ
               IF WS-HDR-ROWS IS NOT NUMERIC
                   OR WS-HDR-COLS IS NOT NUMERIC
                   OR WS-HDR-FRAMES IS NOT NUMERIC
                   OR WS-HDR-ROWS = "00"
                   OR WS-HDR-COLS = "000"
                   OR WS-HDR-FRAMES = "0000"
                   DISPLAY "NEON EXPORT: FRAME SET "
                       FUNCTION TRIM(WS-SET-NAME)
                       " HAS NO VALID HEADER -- NOTHING EXPORTED."
               ELSE
                   MOVE WS-HDR-ROWS TO WS-ROWS
                   MOVE WS-HDR-COLS TO WS-COLS
                   MOVE WS-HDR-FRAMES TO WS-FRAMES
                   IF WS-HDR-DELAY-CS IS NUMERIC
                       MOVE WS-HDR-DELAY-CS TO WS-DELAY-CS
                   END-IF
                   PERFORM FIND-CATALOG-DATE
                   PERFORM SET-OUTPUT-PATHS
                   PERFORM WRITE-FRAME-SET-FILES
               END-IF
               CLOSE NEON-FRM-FILE
           END-IF.
       FIND-CATALOG-DATE.
           MOVE 0 TO WS-SET-DATE.
           SET WS-EOF TO FALSE.
           OPEN INPUT NEON-CAT-FILE.
           IF WS-CAT-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ NEON-CAT-FILE INTO WS-CAT-FIELDS
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-CAT-NAME = WS-SET-NAME
                           AND WS-CAT-DATE IS NUMERIC
                           MOVE WS-CAT-DATE TO WS-SET-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NEON-CAT-FILE.
       WRITE-FRAME-SET-FILES.
           MOVE WS-DELAY-CS TO WS-SHOW-CS.
           IF WS-SHOW-CS = 0
               MOVE 10 TO WS-SHOW-CS
           END-IF.
           PERFORM OPEN-EXPORT-FILES.
           IF WS-FILES-OPEN
               PERFORM RENDER-FRAME-SET-FILES
           END-IF.
       OPEN-EXPORT-FILES.
           SET WS-FILES-OPEN TO TRUE.
           OPEN OUTPUT HTML-FILE.
           IF WS-HTML-STATUS NOT = "00"
               SET WS-FILES-OPEN TO FALSE
               DISPLAY "NEON EXPORT: CANNOT CREATE "
                   FUNCTION TRIM(WS-HTML-PATH)
                   " (STATUS=" WS-HTML-STATUS ") -- NOTHING EXPORTED."
           ELSE
               OPEN OUTPUT TEXT-FILE
               IF WS-TEXT-STATUS NOT = "00"
                   SET WS-FILES-OPEN TO FALSE
                   DISPLAY "NEON EXPORT: CANNOT CREATE "
                       FUNCTION TRIM(WS-TEXT-PATH)
                       " (STATUS=" WS-TEXT-STATUS
                       ") -- NOTHING EXPORTED."
                   CLOSE HTML-FILE
               END-IF
           END-IF.
       RENDER-FRAME-SET-FILES.
           MOVE SPACES TO WS-HTML-LINE.
           STRING "NEON-STATIC FRAME SET " DELIMITED SIZE
               WS-SET-NAME DELIMITED SPACE
               INTO WS-HTML-LINE.
           PERFORM WRITE-HTML-HEAD.
           COMPUTE WS-SECS = WS-FRAMES * WS-SHOW-CS * 0.01.
           MOVE WS-SECS TO WS-SECS-DISPLAY.
           COMPUTE WS-PCT ROUNDED = 100.0000 / WS-FRAMES.
           MOVE WS-PCT TO WS-PCT-DISPLAY.
           MOVE SPACES TO WS-HTML-LINE.
           STRING ".f{position:absolute;top:0;left:0;margin:0;"
               DELIMITED SIZE
               "visibility:hidden;animation:flip " DELIMITED SIZE
               FUNCTION TRIM(WS-SECS-DISPLAY) DELIMITED SIZE
               "s step-end infinite}" DELIMITED SIZE
               INTO WS-HTML-LINE.
           WRITE HTML-RECORD FROM WS-HTML-LINE.
           MOVE SPACES TO WS-HTML-LINE.
           STRING "@keyframes flip{0%{visibility:visible}"
               DELIMITED SIZE
               FUNCTION TRIM(WS-PCT-DISPLAY) DELIMITED SIZE
               "%{visibility:hidden}}" DELIMITED SIZE
               INTO WS-HTML-LINE.
           WRITE HTML-RECORD FROM WS-HTML-LINE.
           PERFORM WRITE-HTML-BODY-START.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING "NEON-STATIC FRAME SET " DELIMITED SIZE
               WS-SET-NAME DELIMITED SPACE
               "  ROWS " DELIMITED SIZE
               WS-ROWS DELIMITED SIZE
               "  COLS " DELIMITED SIZE
               WS-COLS DELIMITED SIZE
               "  FRAMES " DELIMITED SIZE
               WS-FRAMES DELIMITED SIZE
               "  DELAY-CS " DELIMITED SIZE
               WS-SHOW-CS DELIMITED SIZE
               INTO WS-TEXT-LINE.
           WRITE TEXT-RECORD FROM WS-TEXT-LINE.
           SET WS-EOF TO FALSE.
           PERFORM WRITE-ONE-FRAME
               VARYING WS-FRAME FROM 1 BY 1
               UNTIL WS-FRAME > WS-FRAMES OR WS-EOF.
           PERFORM WRITE-HTML-TAIL.
           CLOSE HTML-FILE.
           CLOSE TEXT-FILE.
           IF WS-EOF
               DISPLAY "NEON EXPORT: FRAME SET "
                   FUNCTION TRIM(WS-SET-NAME)
                   " ENDS EARLY -- EXPORTED TO LAST COMPLETE ROW."
           END-IF.
           SET WS-EXPORT-OK TO TRUE.
       WRITE-ONE-FRAME.
           SUBTRACT 1 FROM WS-FRAME GIVING WS-FRAME-OFFSET.
           COMPUTE WS-SECS = WS-FRAME-OFFSET * WS-SHOW-CS * 0.01.
           MOVE WS-SECS TO WS-SECS-DISPLAY.
           MOVE SPACES TO WS-HTML-LINE.
           STRING "<pre class='f' style='animation-delay:"
               DELIMITED SIZE
               FUNCTION TRIM(WS-SECS-DISPLAY) DELIMITED SIZE
               "s'>" DELIMITED SIZE
               INTO WS-HTML-LINE.
           WRITE HTML-RECORD FROM WS-HTML-LINE.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING "FRAME " DELIMITED SIZE
               WS-FRAME DELIMITED SIZE
               INTO WS-TEXT-LINE.
           WRITE TEXT-RECORD FROM WS-TEXT-LINE.
           PERFORM VARYING WS-ROW FROM 1 BY 1
               UNTIL WS-ROW > WS-ROWS OR WS-EOF
               READ NEON-FRM-FILE INTO WS-ROW-CELLS
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM WRITE-FRAME-ROW
               END-READ
           END-PERFORM.
           MOVE "</pre>" TO WS-HTML-LINE.
           WRITE HTML-RECORD FROM WS-HTML-LINE.
       WRITE-FRAME-ROW.
           MOVE SPACES TO WS-HTML-LINE.
           MOVE 1 TO WS-HTML-POS.
           MOVE SPACES TO WS-TEXT-LINE.
           MOVE 1 TO WS-CELL-POS.
           MOVE 0 TO WS-PREV-COLOR.
           PERFORM VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > WS-COLS
               IF WS-ROW-CELLS(WS-CELL-POS:2) IS NUMERIC
                   MOVE WS-ROW-CELLS(WS-CELL-POS:2) TO WS-COLOR-NUM
               ELSE
                   MOVE 97 TO WS-COLOR-NUM
               END-IF
               MOVE WS-ROW-CELLS(WS-CELL-POS + 2:1) TO WS-ONE-CHAR
               IF WS-COLOR-NUM NOT = WS-PREV-COLOR
                   PERFORM OPEN-COLOR-SPAN
                   MOVE WS-COLOR-NUM TO WS-PREV-COLOR
               END-IF
               PERFORM APPEND-HTML-CHAR
               MOVE WS-ONE-CHAR TO WS-TEXT-LINE(WS-COL:1)
               ADD 3 TO WS-CELL-POS
           END-PERFORM.
           STRING "</span>" DELIMITED SIZE
               INTO WS-HTML-LINE
               WITH POINTER WS-HTML-POS
           END-STRING.
           WRITE HTML-RECORD FROM WS-HTML-LINE.
           WRITE TEXT-RECORD FROM WS-TEXT-LINE.
       OPEN-COLOR-SPAN.
           IF WS-PREV-COLOR > 0
               STRING "</span>" DELIMITED SIZE
                   INTO WS-HTML-LINE
                   WITH POINTER WS-HTML-POS
               END-STRING
           END-IF.
           STRING "<span class='c" DELIMITED SIZE
               WS-COLOR-NUM DELIMITED SIZE
               "'>" DELIMITED SIZE
               INTO WS-HTML-LINE
               WITH POINTER WS-HTML-POS
           END-STRING.
       APPEND-HTML-CHAR.
           EVALUATE WS-ONE-CHAR
               WHEN "&"
                   STRING "&amp;" DELIMITED SIZE
                       INTO WS-HTML-LINE
                       WITH POINTER WS-HTML-POS
                   END-STRING
               WHEN "<"
                   STRING "&lt;" DELIMITED SIZE
                       INTO WS-HTML-LINE
                       WITH POINTER WS-HTML-POS
                   END-STRING
               WHEN ">"
                   STRING "&gt;" DELIMITED SIZE
                       INTO WS-HTML-LINE
                       WITH POINTER WS-HTML-POS
                   END-STRING
               WHEN OTHER
                   IF WS-HTML-POS < 16000
                       MOVE WS-ONE-CHAR
                           TO WS-HTML-LINE(WS-HTML-POS:1)
                       ADD 1 TO WS-HTML-POS
                   END-IF
           END-EVALUATE.
       WRITE-HTML-HEAD.
           MOVE "<!DOCTYPE html>" TO HTML-RECORD.
           WRITE HTML-RECORD.
           MOVE "<html><head><meta charset='utf-8'>" TO HTML-RECORD.
           WRITE HTML-RECORD.
           MOVE SPACES TO HTML-RECORD.
           STRING "<title>" DELIMITED SIZE
               WS-HTML-LINE DELIMITED "  "
               "</title>" DELIMITED SIZE
               INTO HTML-RECORD.
           WRITE HTML-RECORD.
           MOVE "<style>" TO HTML-RECORD.
           WRITE HTML-RECORD.
           MOVE "body{background:#000;margin:0}" TO HTML-RECORD.
           WRITE HTML-RECORD.
           MOVE SPACES TO HTML-RECORD.
           STRING ".s{position:relative;font-family:monospace;"
               DELIMITED SIZE
               "line-height:1.1;white-space:pre}" DELIMITED SIZE
               INTO HTML-RECORD.
           WRITE HTML-RECORD.
           PERFORM WRITE-COLOR-CLASS
               VARYING WS-CODE-IDX FROM 30 BY 1
               UNTIL WS-CODE-IDX > 37.
           PERFORM WRITE-COLOR-CLASS
               VARYING WS-CODE-IDX FROM 90 BY 1
               UNTIL WS-CODE-IDX > 97.
       WRITE-COLOR-CLASS.
           MOVE WS-CODE-IDX TO ANSI-BASIC-CODE.
           PERFORM ANSI-CALC-RGB-FROM-CODE.
           MOVE SPACES TO HTML-RECORD.
           MOVE 1 TO WS-HTML-POS.
           STRING ".c" DELIMITED SIZE
               WS-CODE-IDX DELIMITED SIZE
               "{color:rgb(" DELIMITED SIZE
               INTO HTML-RECORD
               WITH POINTER WS-HTML-POS
           END-STRING.
           MOVE ANSI-COLOR-R TO WS-RGB-DISPLAY.
           STRING FUNCTION TRIM(WS-RGB-DISPLAY) DELIMITED SIZE
               "," DELIMITED SIZE
               INTO HTML-RECORD
               WITH POINTER WS-HTML-POS
           END-STRING.
           MOVE ANSI-COLOR-G TO WS-RGB-DISPLAY.
           STRING FUNCTION TRIM(WS-RGB-DISPLAY) DELIMITED SIZE
               "," DELIMITED SIZE
               INTO HTML-RECORD
               WITH POINTER WS-HTML-POS
           END-STRING.
           MOVE ANSI-COLOR-B TO WS-RGB-DISPLAY.
           STRING FUNCTION TRIM(WS-RGB-DISPLAY) DELIMITED SIZE
               ")}" DELIMITED SIZE
               INTO HTML-RECORD
               WITH POINTER WS-HTML-POS
           END-STRING.
           WRITE HTML-RECORD.
       WRITE-HTML-BODY-START.
           MOVE "</style></head><body><div class='s'>" TO HTML-RECORD.
           WRITE HTML-RECORD.
       WRITE-HTML-TAIL.
           MOVE "</div></body></html>" TO HTML-RECORD.
           WRITE HTML-RECORD.
       EXPORT-MARQUEE.
           PERFORM READ-NEON-PARAMETERS.
           PERFORM LOAD-MARQUEE-TIPS.
           EVALUATE TRUE
               WHEN WS-TIPS-UNREAD
                   DISPLAY "NEON EXPORT: ravetips.dat NOT READABLE "
                       "(STATUS=" WS-TIP-FAIL-STATUS
                       ") -- NOTHING EXPORTED."
               WHEN WS-MARQ-LEN = 0
                   DISPLAY "NEON EXPORT: NO ACTIVE '" WS-MARQ-LANG
                       "' TIPS FOUND FOR MARQUEE -- NOTHING EXPORTED."
               WHEN OTHER
                   PERFORM SET-OUTPUT-PATHS
                   PERFORM WRITE-MARQUEE-FILES
           END-EVALUATE.
       READ-NEON-PARAMETERS.
           MOVE 80 TO WS-COLS.
           MOVE 0 TO WS-DELAY-CS.
           OPEN INPUT NEON-CTL-FILE.
           IF WS-NEON-CTL-STATUS = "00"
               READ NEON-CTL-FILE INTO WS-NEON-CTL-FIELDS
               IF WS-NEON-CTL-STATUS = "00"
                   IF WS-NEON-CTL-COLS IS NUMERIC
                       AND WS-NEON-CTL-COLS > 0
                       AND WS-NEON-CTL-COLS NOT > 200
                       MOVE WS-NEON-CTL-COLS TO WS-COLS
                   END-IF
                   IF WS-NEON-CTL-DELAY IS NUMERIC
                       MOVE WS-NEON-CTL-DELAY TO WS-DELAY-CS
                   END-IF
               END-IF
           END-IF.
           CLOSE NEON-CTL-FILE.
       LOAD-MARQUEE-TIPS.
           MOVE 0 TO WS-MARQ-LEN.
           MOVE 0 TO WS-TIP-COUNT.
           MOVE 1 TO WS-MARQ-POS.
           MOVE SPACES TO WS-MARQ-TEXT.
           SET WS-MORE-TIPS TO TRUE.
           SET WS-TIPS-UNREAD TO FALSE.
           PERFORM OPEN-TIP-FILE-WITH-RETRY.
           IF WS-TIP-STATUS NOT = "00"
               IF WS-TIP-STATUS NOT = "35"
                   SET WS-TIPS-UNREAD TO TRUE
                   MOVE WS-TIP-STATUS TO WS-TIP-FAIL-STATUS
               END-IF
               CLOSE TIP-FILE
           ELSE
               MOVE WS-MARQ-LANG TO TIP-LANG
               MOVE 1 TO TIP-NUMBER
               START TIP-FILE KEY IS NOT LESS THAN TIP-KEY
                   INVALID KEY
                       SET WS-MORE-TIPS TO FALSE
               END-START
               PERFORM UNTIL NOT WS-MORE-TIPS
                   READ TIP-FILE NEXT RECORD
                       AT END
                           SET WS-MORE-TIPS TO FALSE
                       NOT AT END
                           IF TIP-LANG NOT = WS-MARQ-LANG
                               SET WS-MORE-TIPS TO FALSE
                           ELSE
                               PERFORM APPEND-MARQUEE-TIP
                           END-IF
                   END-READ
                   IF WS-TIP-REC-LOCKED
                       PERFORM WAIT-FOR-TIP-LOCK
                   END-IF
               END-PERFORM
               CLOSE TIP-FILE
               IF WS-MARQ-POS > 1
                   COMPUTE WS-MARQ-LEN = WS-MARQ-POS - 1
               END-IF
           END-IF.
       OPEN-TIP-FILE-WITH-RETRY.
           MOVE 0 TO WS-LOCK-TRY.
           OPEN INPUT TIP-FILE.
           PERFORM UNTIL NOT WS-TIP-FILE-LOCKED
               OR WS-LOCK-TRY NOT < WS-LOCK-MAX-TRIES
               ADD 1 TO WS-LOCK-TRY
               DISPLAY "TIP FILE LOCKED (STATUS=" WS-TIP-STATUS
                   ") -- WAITING, TRY " WS-LOCK-TRY
                   " OF " WS-LOCK-MAX-TRIES
               CALL "CBL_GC_NANOSLEEP" USING WS-LOCK-NANOS
               OPEN INPUT TIP-FILE
           END-PERFORM.
           IF WS-TIP-FILE-LOCKED
               DISPLAY "TIP FILE STILL LOCKED -- GAVE UP WAITING."
           END-IF.
       WAIT-FOR-TIP-LOCK.
           ADD 1 TO WS-LOCK-TRY.
           IF WS-LOCK-TRY > WS-LOCK-MAX-TRIES
               DISPLAY "TIP RECORD LOCKED -- GAVE UP WAITING."
               SET WS-MORE-TIPS TO FALSE
               SET WS-TIPS-UNREAD TO TRUE
               MOVE WS-TIP-STATUS TO WS-TIP-FAIL-STATUS
           ELSE
               DISPLAY "TIP RECORD LOCKED -- WAITING, TRY "
                   WS-LOCK-TRY " OF " WS-LOCK-MAX-TRIES
               CALL "CBL_GC_NANOSLEEP" USING WS-LOCK-NANOS
           END-IF.
       APPEND-MARQUEE-TIP.
           PERFORM CHECK-TIP-IN-DATE.
           IF TIP-IS-ACTIVE AND WS-TIP-IN-DATE
               AND TIP-TEXT NOT = SPACES
               AND WS-MARQ-POS < 6300
               STRING FUNCTION TRIM(TIP-TEXT) DELIMITED SIZE
                   "   " DELIMITED SIZE
                   INTO WS-MARQ-TEXT
                   WITH POINTER WS-MARQ-POS
               END-STRING
               IF WS-TIP-COUNT < 99
                   ADD 1 TO WS-TIP-COUNT
                   MOVE TIP-KEY TO WS-TP-KEY(WS-TIP-COUNT)
                   MOVE TIP-TEXT TO WS-TP-TEXT(WS-TIP-COUNT)
               END-IF
           END-IF.
       CHECK-TIP-IN-DATE.
           MOVE "Y" TO WS-TIP-IN-DATE-FLAG.
           IF TIP-EFF-DATE IS NUMERIC
               AND TIP-EFF-DATE > 0
               AND TIP-EFF-DATE > WS-RUN-DATE
               MOVE "N" TO WS-TIP-IN-DATE-FLAG
           END-IF.
           IF TIP-EXP-DATE IS NUMERIC
               AND TIP-EXP-DATE > 0
               AND TIP-EXP-DATE < WS-RUN-DATE
               MOVE "N" TO WS-TIP-IN-DATE-FLAG
           END-IF.
       WRITE-MARQUEE-FILES.
           MOVE WS-DELAY-CS TO WS-SHOW-CS.
           IF WS-SHOW-CS = 0
               MOVE 10 TO WS-SHOW-CS
           END-IF.
           MOVE WS-MARQ-LEN TO WS-FRAMES.
           PERFORM OPEN-EXPORT-FILES.
           IF WS-FILES-OPEN
               PERFORM RENDER-MARQUEE-FILES
           END-IF.
       RENDER-MARQUEE-FILES.
           MOVE SPACES TO WS-HTML-LINE.
           STRING "RAVE-SAFE TIP MARQUEE " DELIMITED SIZE
               WS-MARQ-LANG DELIMITED SIZE
               INTO WS-HTML-LINE.
           PERFORM WRITE-HTML-HEAD.
           COMPUTE WS-SECS = WS-MARQ-LEN * WS-SHOW-CS * 0.01.
           MOVE WS-SECS TO WS-SECS-DISPLAY.
           MOVE WS-COLS TO WS-LEN-DISPLAY.
           MOVE SPACES TO WS-HTML-LINE.
           STRING ".m{overflow:hidden;width:" DELIMITED SIZE
               FUNCTION TRIM(WS-LEN-DISPLAY) DELIMITED SIZE
               "ch}" DELIMITED SIZE
               INTO WS-HTML-LINE.
           WRITE HTML-RECORD FROM WS-HTML-LINE.
           MOVE WS-MARQ-LEN TO WS-LEN-DISPLAY.
           MOVE SPACES TO WS-HTML-LINE.
           STRING ".t{display:inline-block;animation:scroll "
               DELIMITED SIZE
               FUNCTION TRIM(WS-SECS-DISPLAY) DELIMITED SIZE
               "s steps(" DELIMITED SIZE
               FUNCTION TRIM(WS-LEN-DISPLAY) DELIMITED SIZE
               ") infinite}" DELIMITED SIZE
               INTO WS-HTML-LINE.
           WRITE HTML-RECORD FROM WS-HTML-LINE.
           MOVE SPACES TO WS-HTML-LINE.
           STRING "@keyframes scroll{from{transform:translateX(0)}"
               DELIMITED SIZE
               "to{transform:translateX(-" DELIMITED SIZE
               FUNCTION TRIM(WS-LEN-DISPLAY) DELIMITED SIZE
               "ch)}}" DELIMITED SIZE
               INTO WS-HTML-LINE.
           WRITE HTML-RECORD FROM WS-HTML-LINE.
           PERFORM WRITE-HTML-BODY-START.
           MOVE SPACES TO WS-HTML-LINE.
           MOVE 1 TO WS-HTML-POS.
           STRING "<div class='m c97'><span class='t'>"
               DELIMITED SIZE
               INTO WS-HTML-LINE
               WITH POINTER WS-HTML-POS
           END-STRING.
           PERFORM APPEND-MARQUEE-PASS
               VARYING WS-MARQ-PASS FROM 1 BY 1
               UNTIL WS-MARQ-PASS > 2.
           STRING "</span></div>" DELIMITED SIZE
               INTO WS-HTML-LINE
               WITH POINTER WS-HTML-POS
           END-STRING.
           WRITE HTML-RECORD FROM WS-HTML-LINE.
           PERFORM WRITE-HTML-TAIL.
           MOVE SPACES TO WS-TEXT-LINE.
           MOVE WS-TIP-COUNT TO WS-COUNT-DISPLAY.
           STRING "RAVE-SAFE TIP MARQUEE " DELIMITED SIZE
               WS-MARQ-LANG DELIMITED SIZE
               "  TIPS " DELIMITED SIZE
               FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED SIZE
               "  SCROLL 1 CHARACTER EVERY " DELIMITED SIZE
               WS-SHOW-CS DELIMITED SIZE
               " CS" DELIMITED SIZE
               INTO WS-TEXT-LINE.
           WRITE TEXT-RECORD FROM WS-TEXT-LINE.
           PERFORM VARYING WS-TIP-IDX FROM 1 BY 1
               UNTIL WS-TIP-IDX > WS-TIP-COUNT
               MOVE WS-TP-TEXT(WS-TIP-IDX) TO TEXT-RECORD
               WRITE TEXT-RECORD
           END-PERFORM.
           CLOSE HTML-FILE.
           CLOSE TEXT-FILE.
           SET WS-EXPORT-OK TO TRUE.
       APPEND-MARQUEE-PASS.
           PERFORM VARYING WS-MARQ-CHAR-POS FROM 1 BY 1
               UNTIL WS-MARQ-CHAR-POS > WS-MARQ-LEN
               MOVE WS-MARQ-TEXT(WS-MARQ-CHAR-POS:1) TO WS-ONE-CHAR
               PERFORM APPEND-HTML-CHAR
           END-PERFORM.
       WRITE-EXPORT-LOG.
           OPEN EXTEND NEXP-LOG-FILE.
           IF WS-LOG-FILE-STATUS = "05" OR WS-LOG-FILE-STATUS = "35"
               OPEN OUTPUT NEXP-LOG-FILE
           END-IF.
           MOVE SPACES TO NXL-RECORD.
           SET NXL-IS-EXPORT TO TRUE.
           MOVE WS-RUN-DATE TO NXL-DATE.
           MOVE WS-RUN-TIME TO NXL-TIME.
           MOVE WS-BOARD TO NXL-BOARD.
           MOVE WS-KIND TO NXL-KIND.
           MOVE 0 TO NXL-SET-DATE.
           MOVE 0 TO NXL-TIP-COUNT.
           IF WS-KIND-FRAMES
               MOVE WS-SET-NAME TO NXL-SET-NAME
               MOVE WS-SET-DATE TO NXL-SET-DATE
           ELSE
               MOVE WS-MARQ-LANG TO NXL-LANG
               MOVE WS-TIP-COUNT TO NXL-TIP-COUNT
           END-IF.
           MOVE WS-FRAMES TO NXL-FRAMES.
           MOVE WS-SHOW-CS TO NXL-DELAY-CS.
           MOVE WS-OUT-BASE TO NXL-OUT-NAME.
           WRITE NXL-RECORD.
           PERFORM VARYING WS-TIP-IDX FROM 1 BY 1
               UNTIL WS-TIP-IDX > WS-TIP-COUNT
               MOVE SPACES TO NXL-BODY
               SET NXL-IS-TIP TO TRUE
               MOVE WS-TP-KEY(WS-TIP-IDX) TO NXL-TIP-KEY
               MOVE WS-TP-TEXT(WS-TIP-IDX) TO NXL-TIP-TEXT
               WRITE NXL-RECORD
           END-PERFORM.
           CLOSE NEXP-LOG-FILE.
       COPY "ansiclrp".
