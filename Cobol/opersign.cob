           05  OPER-PERM-BATCH     PIC X(1).
           05  OPER-PERM-PURGE     PIC X(1).
           05  OPER-PERM-CONFIG    PIC X(1).
           05  OPER-PERM-CLOSE     PIC X(1).
       WORKING-STORAGE SECTION.
       01  WS-OPER-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-EOF-FLAG         PIC X(1) VALUE "N".
       01  WS-FOUND-FLAG       PIC X(1) VALUE "N".
           88  WS-FOUND        VALUE "Y".
       01  WS-ENTERED-ID       PIC X(8).
       01  WS-TRY-COUNT        PIC 9(1) VALUE 0.
       01  WS-PERM-FLAG        PIC X(1).
       01  WS-PERM-NAME        PIC X(6).
       01  WS-AUDIT-DETAIL     PIC X(40).
       COPY "oaudprm".
       LINKAGE SECTION.
       COPY "opersgn".
       PROCEDURE DIVISION USING SIGNON-PARMS.
           MOVE SPACES TO WS-ENTERED-ID.
           MOVE SPACES TO SIGNON-OPERATOR.
           SET SIGNON-DENIED TO TRUE.
           MOVE 0 TO WS-TRY-COUNT.
           PERFORM UNTIL WS-ENTERED-ID NOT = SPACES
               OR WS-TRY-COUNT NOT < 3
               ADD 1 TO WS-TRY-COUNT
               DISPLAY "OPERATOR ID: " WITH NO ADVANCING
               ACCEPT WS-ENTERED-ID
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(WS-ENTERED-ID)
               TO WS-ENTERED-ID.
           EVALUATE TRUE
               WHEN SIGNON-FN-TIPS
                   MOVE "TIPS" TO WS-PERM-NAME
               WHEN SIGNON-FN-BATCH
                   MOVE "BATCH" TO WS-PERM-NAME
               WHEN SIGNON-FN-PURGE
                   MOVE "PURGE" TO WS-PERM-NAME
               WHEN SIGNON-FN-CONFIG
                   MOVE "CONFIG" TO WS-PERM-NAME
               WHEN SIGNON-FN-CLOSE
                   MOVE "CLOSE" TO WS-PERM-NAME
               WHEN OTHER
                   MOVE "NONE" TO WS-PERM-NAME
           END-EVALUATE.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           IF WS-ENTERED-ID = SPACES
               DISPLAY "NO OPERATOR ID ENTERED -- SIGN-ON DENIED."
               STRING WS-PERM-NAME DELIMITED SPACE
                   " -- NO OPERATOR ID ENTERED" DELIMITED SIZE
                   INTO WS-AUDIT-DETAIL
               PERFORM WRITE-SIGNON-AUDIT
               GOBACK
           END-IF.
           PERFORM LOOK-UP-OPERATOR.
           PERFORM WRITE-SIGNON-AUDIT.
           GOBACK.
       LOOK-UP-OPERATOR.
           MOVE "N" TO WS-FOUND-FLAG.
                   "SIGN-ON NOT ENFORCED."
               MOVE WS-ENTERED-ID TO SIGNON-OPERATOR
               SET SIGNON-GRANTED TO TRUE
               STRING WS-PERM-NAME DELIMITED SPACE
                   " -- NO operators.dat, NOT ENFORCED" DELIMITED SIZE
                   INTO WS-AUDIT-DETAIL
           ELSE
               PERFORM UNTIL WS-EOF
                   READ OPER-FILE
               CLOSE OPER-FILE
               IF NOT WS-FOUND
                   DISPLAY "OPERATOR " WS-ENTERED-ID " NOT ON FILE."
                   STRING WS-PERM-NAME DELIMITED SPACE
                       " -- OPERATOR NOT ON FILE" DELIMITED SIZE
                       INTO WS-AUDIT-DETAIL
               END-IF
           END-IF.
       CHECK-PERMISSION.
                   MOVE OPER-PERM-PURGE TO WS-PERM-FLAG
               WHEN SIGNON-FN-CONFIG
                   MOVE OPER-PERM-CONFIG TO WS-PERM-FLAG
               WHEN SIGNON-FN-CLOSE
                   MOVE OPER-PERM-CLOSE TO WS-PERM-FLAG
               WHEN OTHER
                   MOVE "N" TO WS-PERM-FLAG
           END-EVALUATE.
           MOVE WS-ENTERED-ID TO SIGNON-OPERATOR.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           IF WS-PERM-FLAG = "Y"
               SET SIGNON-GRANTED TO TRUE
               STRING WS-PERM-NAME DELIMITED SPACE
                   " PERMISSION HELD" DELIMITED SIZE
                   INTO WS-AUDIT-DETAIL
           ELSE
               SET SIGNON-DENIED TO TRUE
               STRING WS-PERM-NAME DELIMITED SPACE
                   " PERMISSION NOT HELD" DELIMITED SIZE
                   INTO WS-AUDIT-DETAIL
           END-IF.
       WRITE-SIGNON-AUDIT.
           MOVE SPACES TO OPER-AUDIT-PARMS.
           MOVE WS-ENTERED-ID TO OAP-OPERATOR.
           IF SIGNON-PROGRAM = SPACES
               MOVE "OPER-SIGNON" TO OAP-PROGRAM
           ELSE
               MOVE SIGNON-PROGRAM TO OAP-PROGRAM
           END-IF.
           MOVE "SIGN-ON" TO OAP-FUNCTION.
           IF SIGNON-GRANTED
               MOVE "GRANTED" TO OAP-OUTCOME
           ELSE
               MOVE "DENIED" TO OAP-OUTCOME
           END-IF.
           MOVE WS-AUDIT-DETAIL TO OAP-DETAIL.
           CALL "OPER-AUDIT" USING OPER-AUDIT-PARMS.
