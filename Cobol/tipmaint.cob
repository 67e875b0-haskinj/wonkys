               RECORD KEY IS TIP-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-TIP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TIP-FILE.
       COPY "tiprec".
       WORKING-STORAGE SECTION.
       01  WS-TIP-STATUS       PIC X(2).
           88  WS-TIP-FILE-LOCKED VALUE "61" "93" "94" "99".
       01  WS-LOCK-MAX-TRIES   PIC 9(2) VALUE 10.
       01  WS-LOCK-NANOS       PIC S9(18) COMP-5
                               VALUE 1000000000.
       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PEND-ACTION      PIC X(1).
       01  WS-BEFORE-IMAGE     PIC X(82).
       01  WS-AFTER-IMAGE      PIC X(82).
       01  WS-DATE-LABEL       PIC X(26).
       01  WS-DATE-CURRENT     PIC X(8).
       01  WS-DATE-INPUT       PIC X(10).
       01  WS-DONE-FLAG        PIC X(1) VALUE "N".
           88  WS-DONE         VALUE "Y".
       01  WS-CHOICE           PIC X(1).
       01  WS-LOAD-IDX         PIC 9(2).
       01  WS-LOAD-LANG        PIC X(2).
       01  WS-LOAD-TEXT        PIC X(60).
       01  WS-QUEUE-COUNT      PIC 9(2).
       01  WS-AUDIT-FUNCTION   PIC X(12).
       01  WS-AUDIT-OUTCOME    PIC X(8).
       01  WS-AUDIT-DETAIL     PIC X(40).
       01  WS-AUDIT-REASON     PIC X(20).
       COPY "opersgn".
       COPY "tippprm".
       COPY "oaudprm".
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM SIGN-ON-OPERATOR.
       SIGN-ON-OPERATOR.
           MOVE SPACES TO SIGNON-PARMS.
           SET SIGNON-FN-TIPS TO TRUE.
           MOVE "TIP-MAINT" TO SIGNON-PROGRAM.
           CALL "OPER-SIGNON" USING SIGNON-PARMS.
           MOVE SIGNON-OPERATOR TO WS-OPERATOR-ID.
       QUEUE-PENDING-CHANGE.
           MOVE SPACES TO TIP-PEND-PARMS.
           MOVE WS-OPERATOR-ID TO TPP-MAKER.
           MOVE "M" TO TPP-SOURCE.
           MOVE WS-PEND-ACTION TO TPP-ACTION.
           MOVE WS-BEFORE-IMAGE TO TPP-BEFORE.
           MOVE WS-AFTER-IMAGE TO TPP-AFTER.
           CALL "TIP-PEND-WRITE" USING TIP-PEND-PARMS.
       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "RAVE SAFE TIP MAINTENANCE -- ravetips.dat".
           DISPLAY "  (CHANGES ARE QUEUED IN tippend.dat UNTIL A "
               "SECOND OPERATOR APPROVES THEM)".
           DISPLAY "  A  Add a new tip".
           DISPLAY "  E  Edit an existing tip".
           DISPLAY "  R  Retire a tip".
               END-IF
           END-IF.
       ADD-TIP.
           MOVE "ADD-TIP" TO WS-AUDIT-FUNCTION.
           DISPLAY "LANGUAGE CODE (EN, ES, ...): " WITH NO ADVANCING.
           ACCEPT TIP-LANG.
           DISPLAY "TIP NUMBER (01-99): " WITH NO ADVANCING.
           MOVE SPACE TO TIP-CATEGORY.
           PERFORM PROMPT-TIP-DATES.
           PERFORM PROMPT-TIP-CATEGORY.
           MOVE TIP-RECORD TO WS-AFTER-IMAGE.
           READ TIP-FILE
               INVALID KEY
                   MOVE "A" TO WS-PEND-ACTION
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   PERFORM QUEUE-PENDING-CHANGE
                   PERFORM SHOW-QUEUE-RESULT
               NOT INVALID KEY
                   DISPLAY "TIP " TIP-LANG "/" TIP-NUMBER
                       " ALREADY EXISTS."
                   MOVE " ALREADY EXISTS" TO WS-AUDIT-REASON
                   PERFORM AUDIT-REFUSED-CHANGE
           END-READ.
       EDIT-TIP.
           MOVE "EDIT-TIP" TO WS-AUDIT-FUNCTION.
           DISPLAY "LANGUAGE CODE OF TIP TO EDIT: " WITH NO ADVANCING.
           ACCEPT TIP-LANG.
           DISPLAY "TIP NUMBER TO EDIT: " WITH NO ADVANCING.
               INVALID KEY
                   DISPLAY "TIP " TIP-LANG "/" TIP-NUMBER
                       " NOT FOUND."
                   MOVE " NOT FOUND" TO WS-AUDIT-REASON
                   PERFORM AUDIT-REFUSED-CHANGE
               NOT INVALID KEY
                   MOVE TIP-RECORD TO WS-BEFORE-IMAGE
                   DISPLAY "NEW TEXT: " WITH NO ADVANCING
                   ACCEPT TIP-TEXT
                   PERFORM PROMPT-TIP-DATES
                   PERFORM PROMPT-TIP-CATEGORY
                   MOVE "E" TO WS-PEND-ACTION
                   MOVE TIP-RECORD TO WS-AFTER-IMAGE
                   PERFORM QUEUE-PENDING-CHANGE
                   PERFORM SHOW-QUEUE-RESULT
           END-READ.
       RETIRE-TIP.
           MOVE "RETIRE-TIP" TO WS-AUDIT-FUNCTION.
           DISPLAY "LANGUAGE CODE OF TIP TO RETIRE: "
               WITH NO ADVANCING.
           ACCEPT TIP-LANG.
               INVALID KEY
                   DISPLAY "TIP " TIP-LANG "/" TIP-NUMBER
                       " NOT FOUND."
                   MOVE " NOT FOUND" TO WS-AUDIT-REASON
                   PERFORM AUDIT-REFUSED-CHANGE
               NOT INVALID KEY
                   MOVE TIP-RECORD TO WS-BEFORE-IMAGE
                   SET TIP-IS-RETIRED TO TRUE
                   MOVE "R" TO WS-PEND-ACTION
                   MOVE TIP-RECORD TO WS-AFTER-IMAGE
                   PERFORM QUEUE-PENDING-CHANGE
                   PERFORM SHOW-QUEUE-RESULT
           END-READ.
       SHOW-QUEUE-RESULT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           IF TPP-QUEUED
               DISPLAY "TIP " WS-AFTER-IMAGE(1:2) "/"
                   WS-AFTER-IMAGE(3:2) " CHANGE " TPP-ID
                   " QUEUED FOR APPROVAL."
               MOVE "QUEUED" TO WS-AUDIT-OUTCOME
               STRING WS-AFTER-IMAGE(1:2) DELIMITED SIZE
                   "/" DELIMITED SIZE
                   WS-AFTER-IMAGE(3:2) DELIMITED SIZE
                   " CHANGE " DELIMITED SIZE
                   TPP-ID DELIMITED SIZE
                   INTO WS-AUDIT-DETAIL
           ELSE
               DISPLAY "TIP " WS-AFTER-IMAGE(1:2) "/"
                   WS-AFTER-IMAGE(3:2) " CHANGE NOT QUEUED."
               MOVE "FAILED" TO WS-AUDIT-OUTCOME
               STRING WS-AFTER-IMAGE(1:2) DELIMITED SIZE
                   "/" DELIMITED SIZE
                   WS-AFTER-IMAGE(3:2) DELIMITED SIZE
                   " PENDING FILE NOT WRITABLE" DELIMITED SIZE
                   INTO WS-AUDIT-DETAIL
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
       AUDIT-REFUSED-CHANGE.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING TIP-LANG DELIMITED SIZE
               "/" DELIMITED SIZE
               TIP-NUMBER DELIMITED SIZE
               WS-AUDIT-REASON DELIMITED SIZE
               INTO WS-AUDIT-DETAIL.
           MOVE "REFUSED" TO WS-AUDIT-OUTCOME.
           PERFORM WRITE-AUDIT-RECORD.
       WRITE-AUDIT-RECORD.
           MOVE SPACES TO OPER-AUDIT-PARMS.
           MOVE WS-OPERATOR-ID TO OAP-OPERATOR.
           MOVE "TIP-MAINT" TO OAP-PROGRAM.
           MOVE WS-AUDIT-FUNCTION TO OAP-FUNCTION.
           MOVE WS-AUDIT-OUTCOME TO OAP-OUTCOME.
           MOVE WS-AUDIT-DETAIL TO OAP-DETAIL.
           CALL "OPER-AUDIT" USING OPER-AUDIT-PARMS.
       PROMPT-TIP-DATES.
           IF TIP-EFF-DATE IS NUMERIC
               MOVE TIP-EFF-DATE TO WS-DATE-CURRENT
           DISPLAY "LOAD WHICH DEFAULT SET -- E)NGLISH OR S)PANISH: "
               WITH NO ADVANCING.
           ACCEPT WS-LANG-CHOICE.
           MOVE 0 TO WS-QUEUE-COUNT.
           MOVE SPACES TO WS-LOAD-LANG.
           EVALUATE FUNCTION UPPER-CASE(WS-LANG-CHOICE)
               WHEN "E"
                   MOVE "EN" TO WS-LOAD-LANG
                           TO WS-LOAD-TEXT
                       PERFORM LOAD-ONE-DEFAULT-TIP
                   END-PERFORM
                   DISPLAY "DEFAULT ENGLISH TIP SET -- CHANGES QUEUED "
                       "FOR APPROVAL: " WS-QUEUE-COUNT
               WHEN "S"
                   MOVE "ES" TO WS-LOAD-LANG
                   PERFORM VARYING WS-LOAD-IDX FROM 1 BY 1
                           TO WS-LOAD-TEXT
                       PERFORM LOAD-ONE-DEFAULT-TIP
                   END-PERFORM
                   DISPLAY "DEFAULT SPANISH TIP SET -- CHANGES QUEUED "
                       "FOR APPROVAL: " WS-QUEUE-COUNT
               WHEN OTHER
                   DISPLAY "NOT A VALID LANGUAGE CHOICE."
           END-EVALUATE.
           IF WS-LOAD-LANG NOT = SPACES
               MOVE "LOAD-DEFAULT" TO WS-AUDIT-FUNCTION
               MOVE "QUEUED" TO WS-AUDIT-OUTCOME
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING WS-LOAD-LANG DELIMITED SIZE
                   " DEFAULT SET -- " DELIMITED SIZE
                   WS-QUEUE-COUNT DELIMITED SIZE
                   " CHANGES QUEUED" DELIMITED SIZE
                   INTO WS-AUDIT-DETAIL
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
       LOAD-ONE-DEFAULT-TIP.
           MOVE WS-LOAD-LANG TO TIP-LANG.
           MOVE WS-LOAD-IDX TO TIP-NUMBER.
           MOVE 0 TO TIP-EFF-DATE.
           MOVE 0 TO TIP-EXP-DATE.
           MOVE SPACE TO TIP-CATEGORY.
           IF TIP-RECORD NOT = WS-BEFORE-IMAGE
               MOVE "L" TO WS-PEND-ACTION
               MOVE TIP-RECORD TO WS-AFTER-IMAGE
               PERFORM QUEUE-PENDING-CHANGE
               IF TPP-QUEUED
                   ADD 1 TO WS-QUEUE-COUNT
               END-IF
           END-IF.
