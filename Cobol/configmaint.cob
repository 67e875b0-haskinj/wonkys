           05  WS-GIB-LINES    PIC X(4).
           05  WS-GIB-WIDTH    PIC X(2).
           05  WS-GIB-CKPT     PIC X(3).
           05  WS-GIB-PROFILE  PIC X(8).
       01  WS-RAVE-FIELDS.
           05  WS-RAVE-LANG    PIC X(2).
           05  WS-RAVE-COLOR   PIC X(1).
           05  WS-MENU-SKIP-G  PIC X(1).
           05  WS-MENU-SKIP-R  PIC X(1).
           05  WS-MENU-SKIP-N  PIC X(1).
           05  WS-MENU-RESTART PIC X(2).
       01  WS-BEFORE-TEXT      PIC X(40).
       01  WS-AFTER-TEXT       PIC X(40).
       01  WS-TKT-FILE-NAME    PIC X(12).
       01  WS-TALLY-CT         PIC 9(2).
       01  WS-OUT-LINE         PIC X(80).
       COPY "opersgn".
       COPY "oaudprm".
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM SIGN-ON-OPERATOR.
       SIGN-ON-OPERATOR.
           MOVE SPACES TO SIGNON-PARMS.
           SET SIGNON-FN-CONFIG TO TRUE.
           MOVE "CONFIG-MAINT" TO SIGNON-PROGRAM.
           CALL "OPER-SIGNON" USING SIGNON-PARMS.
       SHOW-MENU.
           DISPLAY " ".
           MOVE "0330" TO WS-GIB-LINES.
           MOVE "80" TO WS-GIB-WIDTH.
           MOVE "050" TO WS-GIB-CKPT.
           MOVE SPACES TO WS-GIB-PROFILE.
           OPEN INPUT GIB-CTL-FILE.
           IF WS-GIB-CTL-STATUS = "00"
               READ GIB-CTL-FILE INTO WS-GIB-FIELDS
           MOVE 3 TO WS-FLD-WIDTH.
           PERFORM PROMPT-NUMERIC-FIELD.
           MOVE WS-NEW-TEXT(1:3) TO WS-GIB-CKPT.
           DISPLAY "  CHARACTER SET (.=DEFAULT) ["
               WS-GIB-PROFILE "]: " WITH NO ADVANCING.
           ACCEPT WS-INPUT.
           IF WS-INPUT NOT = SPACES
               IF WS-INPUT(1:1) = "."
                   MOVE SPACES TO WS-GIB-PROFILE
               ELSE
                   MOVE FUNCTION UPPER-CASE(WS-INPUT(1:8))
                       TO WS-GIB-PROFILE
               END-IF
           END-IF.
           OPEN OUTPUT GIB-CTL-FILE.
           WRITE GIB-CTL-RECORD FROM WS-GIB-FIELDS.
           CLOSE GIB-CTL-FILE.
           MOVE "N" TO WS-MENU-SKIP-G.
           MOVE "N" TO WS-MENU-SKIP-R.
           MOVE "N" TO WS-MENU-SKIP-N.
           MOVE "00" TO WS-MENU-RESTART.
           OPEN INPUT MENU-CTL-FILE.
           IF WS-MENU-CTL-STATUS = "00"
               READ MENU-CTL-FILE INTO WS-MENU-FIELDS
               END-READ
           END-IF.
           CLOSE MENU-CTL-FILE.
           IF WS-MENU-RESTART(1:1) IS NUMERIC
               AND WS-MENU-RESTART(2:1) = SPACE
               MOVE WS-MENU-RESTART(1:1) TO WS-MENU-RESTART(2:1)
               MOVE "0" TO WS-MENU-RESTART(1:1)
           END-IF.
           MOVE WS-MENU-FIELDS TO WS-BEFORE-TEXT.
           MOVE "MODE (A/K/M=MENU)" TO WS-PROMPT-LABEL.
           MOVE WS-MENU-MODE TO WS-CUR-TEXT.
           MOVE "YN" TO WS-ALLOWED.
           PERFORM PROMPT-CHAR-FIELD.
           MOVE WS-NEW-TEXT(1:1) TO WS-MENU-SKIP-N.
           MOVE "RESTART STEP (0-99)" TO WS-PROMPT-LABEL.
           MOVE WS-MENU-RESTART TO WS-CUR-TEXT.
           MOVE 0 TO WS-MIN-VALUE.
           MOVE 99 TO WS-MAX-VALUE.
           MOVE 2 TO WS-FLD-WIDTH.
           PERFORM PROMPT-NUMERIC-FIELD.
           MOVE WS-NEW-TEXT(1:2) TO WS-MENU-RESTART.
           OPEN OUTPUT MENU-CTL-FILE.
           WRITE MENU-CTL-RECORD FROM WS-MENU-FIELDS.
           CLOSE MENU-CTL-FILE.
               INTO WS-OUT-LINE.
           WRITE CONFIG-TKT-RECORD FROM WS-OUT-LINE.
           CLOSE CONFIG-TKT-FILE.
           MOVE SPACES TO OPER-AUDIT-PARMS.
           MOVE SIGNON-OPERATOR TO OAP-OPERATOR.
           MOVE "CONFIG-MAINT" TO OAP-PROGRAM.
           MOVE "EDIT-CONTROL" TO OAP-FUNCTION.
           IF WS-BEFORE-TEXT = WS-AFTER-TEXT
               MOVE "NOCHANGE" TO OAP-OUTCOME
           ELSE
               MOVE "CHANGED" TO OAP-OUTCOME
           END-IF.
           STRING WS-TKT-FILE-NAME DELIMITED SPACE
               " -- TICKET IN configtkt.rpt" DELIMITED SIZE
               INTO OAP-DETAIL.
           CALL "OPER-AUDIT" USING OPER-AUDIT-PARMS.
           DISPLAY "  CHANGE TICKET WRITTEN: configtkt.rpt".
           DISPLAY "  BEFORE: " WS-BEFORE-TEXT.
           DISPLAY "  AFTER : " WS-AFTER-TEXT.
