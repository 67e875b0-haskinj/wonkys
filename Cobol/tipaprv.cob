       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIP-APPROVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIP-FILE ASSIGN TO "ravetips.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIP-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-TIP-STATUS.
           SELECT PEND-FILE ASSIGN TO "tippend.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT PEND-HIST-FILE ASSIGN TO "tipphist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT TIP-JRNL-FILE ASSIGN TO "ravetipj.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TIP-FILE.
       COPY "tiprec".
       FD  PEND-FILE.
       01  PEND-FILE-RECORD    PIC X(217).
       FD  PEND-HIST-FILE.
       01  PEND-HIST-RECORD    PIC X(217).
       FD  TIP-JRNL-FILE.
       COPY "tipjrec".
       WORKING-STORAGE SECTION.
       01  WS-TIP-STATUS       PIC X(2).
           88  WS-TIP-FILE-LOCKED VALUE "61" "93" "94" "99".
       01  WS-LOCK-TRY         PIC 9(2) VALUE 0.
       01  WS-LOCK-MAX-TRIES   PIC 9(2) VALUE 10.
       01  WS-LOCK-NANOS       PIC S9(18) COMP-5
                               VALUE 1000000000.
       01  WS-PEND-STATUS      PIC X(2) VALUE "00".
       01  WS-HIST-STATUS      PIC X(2) VALUE "00".
       01  WS-JRNL-STATUS      PIC X(2) VALUE "00".
       01  WS-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-EOF          VALUE "Y" FALSE "N".
       01  WS-QUIT-FLAG        PIC X(1) VALUE "N".
           88  WS-QUIT         VALUE "Y" FALSE "N".
       01  WS-OVERFLOW-FLAG    PIC X(1) VALUE "N".
           88  WS-OVERFLOW     VALUE "Y" FALSE "N".
       01  WS-UNCHANGED-FLAG   PIC X(1) VALUE "Y".
           88  WS-UNCHANGED    VALUE "Y" FALSE "N".
       01  WS-APPLY-OK-FLAG    PIC X(1) VALUE "Y".
           88  WS-APPLY-OK     VALUE "Y" FALSE "N".
       01  WS-CHECKER          PIC X(8).
       01  WS-DECISION         PIC X(1).
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-RUN-TIME         PIC 9(6).
       01  WS-CLOCK-TIME       PIC 9(8).
       01  WS-JRNL-DATE        PIC 9(8).
       01  WS-JRNL-TIME        PIC 9(6).
       01  WS-PEND-COUNT       PIC 9(4) VALUE 0.
       01  WS-LOADED-COUNT     PIC 9(3) VALUE 0.
       01  WS-PEND-IDX         PIC 9(4).
       01  WS-SKIP-IDX         PIC 9(4).
       01  WS-OPEN-COUNT       PIC 9(3) VALUE 0.
       01  WS-APPROVE-COUNT    PIC 9(3) VALUE 0.
       01  WS-REJECT-COUNT     PIC 9(3) VALUE 0.
       01  WS-OWN-COUNT        PIC 9(3) VALUE 0.
       01  WS-DECIDE-COUNT     PIC 9(3) VALUE 0.
       01  WS-PEND-TBL.
           05  WS-PEND-ENTRY   PIC X(217) OCCURS 999 TIMES.
       01  WS-CURRENT-IMAGE    PIC X(82).
       01  WS-SHOW-LABEL       PIC X(12).
       01  WS-SHOW-IMAGE       PIC X(82).
       01  WS-SHOW-FIELDS REDEFINES WS-SHOW-IMAGE.
           05  WS-SHOW-LANG    PIC X(2).
           05  WS-SHOW-NUMBER  PIC X(2).
           05  WS-SHOW-TEXT    PIC X(60).
           05  WS-SHOW-ACTIVE  PIC X(1).
           05  WS-SHOW-EFF     PIC X(8).
           05  WS-SHOW-EXP     PIC X(8).
           05  WS-SHOW-CAT     PIC X(1).
       01  WS-SOURCE-NAME      PIC X(9).
       01  WS-AUDIT-OUTCOME    PIC X(8).
       COPY "tippnd".
       COPY "opersgn".
       COPY "oaudprm".
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO SIGNON-PARMS.
           SET SIGNON-FN-TIPS TO TRUE.
           MOVE "TIP-APPROVE" TO SIGNON-PROGRAM.
           CALL "OPER-SIGNON" USING SIGNON-PARMS.
           IF SIGNON-DENIED
               DISPLAY "NOT AUTHORIZED TO APPROVE TIP CHANGES."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SIGNON-OPERATOR TO WS-CHECKER.
           PERFORM LOAD-PENDING-TABLE.
           IF WS-OVERFLOW
               DISPLAY "tippend.dat HOLDS MORE THAN 999 CHANGES -- "
                   "NOTHING REVIEWED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-OPEN-COUNT = 0
               DISPLAY "NO TIP CHANGES AWAITING APPROVAL."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-TIP-FILE.
           IF WS-TIP-STATUS NOT = "00"
               DISPLAY "TIP FILE NOT AVAILABLE (STATUS=" WS-TIP-STATUS
                   ") -- NOTHING REVIEWED."
               CLOSE TIP-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "TIP CHANGES AWAITING APPROVAL: " WS-OPEN-COUNT.
           CALL "BUS-DATE" USING WS-RUN-DATE.
           SET WS-QUIT TO FALSE.
           PERFORM REVIEW-ONE-CHANGE
               VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT
               OR WS-QUIT.
           CLOSE TIP-FILE.
           IF WS-DECIDE-COUNT > 0
               PERFORM REWRITE-PENDING-FILE
           END-IF.
           DISPLAY " ".
           DISPLAY "CHANGES APPROVED AND APPLIED: " WS-APPROVE-COUNT.
           DISPLAY "CHANGES REJECTED:             " WS-REJECT-COUNT.
           DISPLAY "OWN CHANGES NOT REVIEWABLE:   " WS-OWN-COUNT.
           SUBTRACT WS-DECIDE-COUNT FROM WS-OPEN-COUNT.
           DISPLAY "CHANGES STILL PENDING:        " WS-OPEN-COUNT.
           IF WS-OVERFLOW
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
       LOAD-PENDING-TABLE.
           MOVE 0 TO WS-PEND-COUNT.
           MOVE 0 TO WS-OPEN-COUNT.
           SET WS-OVERFLOW TO FALSE.
           SET WS-EOF TO FALSE.
           OPEN INPUT PEND-FILE.
           IF WS-PEND-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ PEND-FILE INTO TIPP-RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM ADD-PENDING-ENTRY
               END-READ
           END-PERFORM.
           CLOSE PEND-FILE.
           MOVE WS-PEND-COUNT TO WS-LOADED-COUNT.
       ADD-PENDING-ENTRY.
           IF WS-PEND-COUNT < 999
               ADD 1 TO WS-PEND-COUNT
               MOVE TIPP-RECORD TO WS-PEND-ENTRY(WS-PEND-COUNT)
               IF TIPP-IS-PENDING
                   ADD 1 TO WS-OPEN-COUNT
               END-IF
           ELSE
               SET WS-OVERFLOW TO TRUE
           END-IF.
       OPEN-TIP-FILE.
           MOVE 0 TO WS-LOCK-TRY.
           OPEN I-O TIP-FILE.
           IF WS-TIP-STATUS = "35"
               OPEN OUTPUT TIP-FILE
               CLOSE TIP-FILE
               OPEN I-O TIP-FILE
           END-IF.
           PERFORM UNTIL NOT WS-TIP-FILE-LOCKED
               OR WS-LOCK-TRY NOT < WS-LOCK-MAX-TRIES
               ADD 1 TO WS-LOCK-TRY
               DISPLAY "TIP FILE LOCKED (STATUS=" WS-TIP-STATUS
                   ") -- WAITING, TRY " WS-LOCK-TRY
                   " OF " WS-LOCK-MAX-TRIES
               CALL "CBL_GC_NANOSLEEP" USING WS-LOCK-NANOS
               OPEN I-O TIP-FILE
           END-PERFORM.
       REVIEW-ONE-CHANGE.
           MOVE WS-PEND-ENTRY(WS-PEND-IDX) TO TIPP-RECORD.
           IF TIPP-IS-PENDING
               IF TIPP-MAKER = WS-CHECKER
                   ADD 1 TO WS-OWN-COUNT
                   DISPLAY " "
                   DISPLAY "CHANGE " TIPP-ID " WAS SUBMITTED BY YOU -- "
                       "ANOTHER OPERATOR MUST REVIEW IT."
               ELSE
                   PERFORM PRESENT-CHANGE
               END-IF
           END-IF.
       PRESENT-CHANGE.
           MOVE TIPP-AFTER(1:4) TO TIP-KEY.
           READ TIP-FILE
               INVALID KEY
                   MOVE SPACES TO WS-CURRENT-IMAGE
               NOT INVALID KEY
                   MOVE TIP-RECORD TO WS-CURRENT-IMAGE
           END-READ.
           IF WS-CURRENT-IMAGE = TIPP-BEFORE
               SET WS-UNCHANGED TO TRUE
           ELSE
               SET WS-UNCHANGED TO FALSE
           END-IF.
           IF TIPP-FROM-BATCH
               MOVE "TIP-BATCH" TO WS-SOURCE-NAME
           ELSE
               MOVE "TIP-MAINT" TO WS-SOURCE-NAME
           END-IF.
           DISPLAY " ".
           DISPLAY "CHANGE " TIPP-ID "  ACTION " TIPP-ACTION
               "  FROM " WS-SOURCE-NAME " BY " TIPP-MAKER
               " ON " TIPP-SUB-DATE " " TIPP-SUB-TIME.
           MOVE "  CURRENT: " TO WS-SHOW-LABEL.
           MOVE WS-CURRENT-IMAGE TO WS-SHOW-IMAGE.
           PERFORM SHOW-TIP-IMAGE.
           IF NOT WS-UNCHANGED
               MOVE "  WAS:     " TO WS-SHOW-LABEL
               MOVE TIPP-BEFORE TO WS-SHOW-IMAGE
               PERFORM SHOW-TIP-IMAGE
           END-IF.
           MOVE "  PROPOSED:" TO WS-SHOW-LABEL.
           MOVE TIPP-AFTER TO WS-SHOW-IMAGE.
           PERFORM SHOW-TIP-IMAGE.
           IF WS-UNCHANGED
               DISPLAY "A)PPROVE, R)EJECT, S)KIP OR Q)UIT: "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "*** RECORD HAS CHANGED SINCE THIS WAS "
                   "SUBMITTED -- IT CANNOT BE APPROVED ***"
               DISPLAY "R)EJECT, S)KIP OR Q)UIT: " WITH NO ADVANCING
           END-IF.
           ACCEPT WS-DECISION.
           EVALUATE FUNCTION UPPER-CASE(WS-DECISION)
               WHEN "A"
                   IF WS-UNCHANGED
                       PERFORM APPROVE-CHANGE
                   ELSE
                       DISPLAY "CHANGE " TIPP-ID " NOT APPROVED -- "
                           "LEFT PENDING."
                   END-IF
               WHEN "R"
                   PERFORM REJECT-CHANGE
               WHEN "Q"
                   SET WS-QUIT TO TRUE
               WHEN OTHER
                   DISPLAY "CHANGE " TIPP-ID " LEFT PENDING."
           END-EVALUATE.
       SHOW-TIP-IMAGE.
           IF WS-SHOW-IMAGE = SPACES
               DISPLAY WS-SHOW-LABEL " (NO RECORD)"
           ELSE
               DISPLAY WS-SHOW-LABEL " " WS-SHOW-LANG "/"
                   WS-SHOW-NUMBER " ACTIVE=" WS-SHOW-ACTIVE
                   " EFF=" WS-SHOW-EFF " EXP=" WS-SHOW-EXP
                   " CAT=" WS-SHOW-CAT
               DISPLAY "             " WS-SHOW-TEXT
           END-IF.
       APPROVE-CHANGE.
           SET WS-APPLY-OK TO TRUE.
           MOVE TIPP-AFTER TO TIP-RECORD.
           IF WS-CURRENT-IMAGE = SPACES
               WRITE TIP-RECORD
                   INVALID KEY
                       SET WS-APPLY-OK TO FALSE
               END-WRITE
           ELSE
               REWRITE TIP-RECORD
                   INVALID KEY
                       SET WS-APPLY-OK TO FALSE
               END-REWRITE
           END-IF.
           IF WS-APPLY-OK
               PERFORM WRITE-JOURNAL-RECORD
               SET TIPP-IS-APPROVED TO TRUE
               PERFORM RECORD-DECISION
               ADD 1 TO WS-APPROVE-COUNT
               DISPLAY "CHANGE " TIPP-ID " APPROVED AND APPLIED."
               MOVE "APPROVED" TO WS-AUDIT-OUTCOME
           ELSE
               DISPLAY "UPDATE OF ravetips.dat FAILED (STATUS="
                   WS-TIP-STATUS ") -- CHANGE " TIPP-ID
                   " LEFT PENDING."
               MOVE "FAILED" TO WS-AUDIT-OUTCOME
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
       REJECT-CHANGE.
           SET TIPP-IS-REJECTED TO TRUE.
           PERFORM RECORD-DECISION.
           ADD 1 TO WS-REJECT-COUNT.
           DISPLAY "CHANGE " TIPP-ID " REJECTED.".
           MOVE "REJECTED" TO WS-AUDIT-OUTCOME.
           PERFORM WRITE-AUDIT-RECORD.
       WRITE-AUDIT-RECORD.
           MOVE SPACES TO OPER-AUDIT-PARMS.
           MOVE WS-CHECKER TO OAP-OPERATOR.
           MOVE "TIP-APPROVE" TO OAP-PROGRAM.
           MOVE "REVIEW-TIP" TO OAP-FUNCTION.
           MOVE WS-AUDIT-OUTCOME TO OAP-OUTCOME.
           STRING "CHANGE " DELIMITED SIZE
               TIPP-ID DELIMITED SIZE
               " " DELIMITED SIZE
               TIPP-AFTER(1:2) DELIMITED SIZE
               "/" DELIMITED SIZE
               TIPP-AFTER(3:2) DELIMITED SIZE
               " MAKER " DELIMITED SIZE
               TIPP-MAKER DELIMITED SIZE
               INTO OAP-DETAIL.
           CALL "OPER-AUDIT" USING OPER-AUDIT-PARMS.
       RECORD-DECISION.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE WS-CLOCK-TIME(1:6) TO WS-RUN-TIME.
           MOVE WS-CHECKER TO TIPP-CHECKER.
           MOVE WS-RUN-DATE TO TIPP-DEC-DATE.
           MOVE WS-RUN-TIME TO TIPP-DEC-TIME.
           MOVE TIPP-RECORD TO WS-PEND-ENTRY(WS-PEND-IDX).
           ADD 1 TO WS-DECIDE-COUNT.
       WRITE-JOURNAL-RECORD.
           ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE WS-CLOCK-TIME(1:6) TO WS-JRNL-TIME.
           OPEN EXTEND TIP-JRNL-FILE.
           IF WS-JRNL-STATUS = "05" OR WS-JRNL-STATUS = "35"
               OPEN OUTPUT TIP-JRNL-FILE
           END-IF.
           MOVE WS-JRNL-DATE TO TIPJ-RUN-DATE.
           MOVE WS-JRNL-TIME TO TIPJ-RUN-TIME.
           MOVE WS-CHECKER TO TIPJ-OPERATOR.
           MOVE TIPP-ACTION TO TIPJ-ACTION.
           MOVE WS-CURRENT-IMAGE TO TIPJ-BEFORE.
           MOVE TIPP-AFTER TO TIPJ-AFTER.
           WRITE TIPJ-RECORD.
           CLOSE TIP-JRNL-FILE.
       REWRITE-PENDING-FILE.
           PERFORM PICK-UP-LATE-CHANGES.
           IF WS-OVERFLOW
               DISPLAY "tippend.dat NOW HOLDS MORE THAN 999 CHANGES -- "
                   "DECISIONS APPLIED BUT tippend.dat NOT UPDATED."
           ELSE
               OPEN EXTEND PEND-HIST-FILE
               IF WS-HIST-STATUS = "05" OR WS-HIST-STATUS = "35"
                   OPEN OUTPUT PEND-HIST-FILE
               END-IF
               OPEN OUTPUT PEND-FILE
               PERFORM WRITE-ONE-PENDING
                   VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               CLOSE PEND-FILE
               CLOSE PEND-HIST-FILE
           END-IF.
       PICK-UP-LATE-CHANGES.
           MOVE 0 TO WS-SKIP-IDX.
           SET WS-EOF TO FALSE.
           OPEN INPUT PEND-FILE.
           IF WS-PEND-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ PEND-FILE INTO TIPP-RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-SKIP-IDX < WS-LOADED-COUNT
                           ADD 1 TO WS-SKIP-IDX
                       ELSE
                           PERFORM ADD-PENDING-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PEND-FILE.
       WRITE-ONE-PENDING.
           MOVE WS-PEND-ENTRY(WS-PEND-IDX) TO TIPP-RECORD.
           IF TIPP-IS-PENDING
               WRITE PEND-FILE-RECORD FROM TIPP-RECORD
           ELSE
               WRITE PEND-HIST-RECORD FROM TIPP-RECORD
           END-IF.
