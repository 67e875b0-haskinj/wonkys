       IDENTIFICATION DIVISION.
       PROGRAM-ID. GIB-PROFILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GIB-PROF-FILE ASSIGN TO "gibprof.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GIB-PROF-FILE.
       COPY "gibprfr".
       WORKING-STORAGE SECTION.
       01  WS-PROF-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-EOF          VALUE "Y" FALSE "N".
       01  WS-DEFAULT-CHARS    PIC X(62) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz01234567
      -    "89".
       01  WS-PROF-SIZE        PIC 9(2).
       01  WS-POS              PIC 9(3).
       01  WS-ORD              PIC 9(3).
       01  WS-DUP-COUNT        PIC 9(3).
       01  WS-VALID-FLAG       PIC X(1).
           88  WS-PROF-VALID   VALUE "Y" FALSE "N".
       LINKAGE SECTION.
       COPY "gibprfp".
       PROCEDURE DIVISION USING GIB-PROFILE-PARMS.
       MAIN-PARA.
           IF GPP-NAME = SPACES
               MOVE "DEFAULT" TO GPP-NAME
           END-IF.
           MOVE FUNCTION UPPER-CASE(GPP-NAME) TO GPP-NAME.
           MOVE 0 TO GPP-SIZE.
           MOVE SPACES TO GPP-CHARS.
           SET GPP-NOT-FOUND TO TRUE.
           PERFORM SEARCH-PROFILE-FILE.
           IF GPP-NOT-FOUND
               PERFORM SET-STANDARD-PROFILE
           END-IF.
           IF GPP-NOT-FOUND
               MOVE 62 TO GPP-SIZE
               MOVE WS-DEFAULT-CHARS TO GPP-CHARS
           END-IF.
           GOBACK.
       SEARCH-PROFILE-FILE.
           SET WS-EOF TO FALSE.
           OPEN INPUT GIB-PROF-FILE.
           IF WS-PROF-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF OR GPP-FOUND
               READ GIB-PROF-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF FUNCTION UPPER-CASE(GIB-PROF-NAME) = GPP-NAME
                           PERFORM EDIT-PROFILE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GIB-PROF-FILE.
       EDIT-PROFILE-RECORD.
           SET WS-PROF-VALID TO FALSE.
           IF GIB-PROF-SIZE IS NUMERIC
               MOVE GIB-PROF-SIZE TO WS-PROF-SIZE
               IF WS-PROF-SIZE > 1 AND WS-PROF-SIZE NOT > 94
                   SET WS-PROF-VALID TO TRUE
                   PERFORM CHECK-PROFILE-CHAR
                       VARYING WS-POS FROM 1 BY 1
                       UNTIL WS-POS > WS-PROF-SIZE
                       OR NOT WS-PROF-VALID
               END-IF
           END-IF.
           IF WS-PROF-VALID
               MOVE WS-PROF-SIZE TO GPP-SIZE
               MOVE GIB-PROF-CHARS(1:WS-PROF-SIZE) TO GPP-CHARS
               SET GPP-FOUND TO TRUE
           ELSE
               DISPLAY "gibprof.dat ENTRY " GIB-PROF-NAME
                   " IS INVALID -- IGNORED"
           END-IF.
       CHECK-PROFILE-CHAR.
           IF GIB-PROF-CHARS(WS-POS:1) = SPACE
               SET WS-PROF-VALID TO FALSE
           ELSE
               MOVE 0 TO WS-DUP-COUNT
               INSPECT GIB-PROF-CHARS(1:WS-PROF-SIZE)
                   TALLYING WS-DUP-COUNT
                   FOR ALL GIB-PROF-CHARS(WS-POS:1)
               IF WS-DUP-COUNT > 1
                   SET WS-PROF-VALID TO FALSE
               END-IF
           END-IF.
       SET-STANDARD-PROFILE.
           SET GPP-FOUND TO TRUE.
           EVALUATE GPP-NAME
               WHEN "DEFAULT"
                   MOVE 62 TO GPP-SIZE
                   MOVE WS-DEFAULT-CHARS TO GPP-CHARS
               WHEN "HEX"
                   MOVE 16 TO GPP-SIZE
                   MOVE "0123456789ABCDEF" TO GPP-CHARS
               WHEN "UPPER"
                   MOVE 26 TO GPP-SIZE
                   MOVE WS-DEFAULT-CHARS(1:26) TO GPP-CHARS
               WHEN "DIGITS"
                   MOVE 10 TO GPP-SIZE
                   MOVE WS-DEFAULT-CHARS(53:10) TO GPP-CHARS
               WHEN "PRINT"
                   MOVE 94 TO GPP-SIZE
                   PERFORM ADD-PRINTABLE-CHAR
                       VARYING WS-ORD FROM 34 BY 1
                       UNTIL WS-ORD > 127
               WHEN OTHER
                   SET GPP-NOT-FOUND TO TRUE
           END-EVALUATE.
       ADD-PRINTABLE-CHAR.
           COMPUTE WS-POS = WS-ORD - 33.
           MOVE FUNCTION CHAR(WS-ORD) TO GPP-CHARS(WS-POS:1).
