       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIP-RECOVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIP-FILE ASSIGN TO "ravetips.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIP-KEY
               FILE STATUS IS WS-TIP-STATUS.
           SELECT OPTIONAL TIPR-CTL-FILE ASSIGN TO "tiprcctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT TIP-BKUP-FILE ASSIGN TO DYNAMIC WS-BKUP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKUP-STATUS.
           SELECT OPTIONAL TIP-JRNL-FILE ASSIGN TO "ravetipj.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT TIP-RECOV-RPT ASSIGN TO "tiprecov.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TIP-FILE.
       COPY "tiprec".
       FD  TIPR-CTL-FILE.
       01  TIPR-CTL-RECORD     PIC X(80).
       FD  TIP-BKUP-FILE.
       COPY "tipbkr".
       FD  TIP-JRNL-FILE.
       COPY "tipjrec".
       FD  TIP-RECOV-RPT.
       01  TIP-RECOV-LINE      PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-TIP-STATUS       PIC X(2).
       01  WS-CTL-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-BKUP-STATUS      PIC X(2) VALUE "00".
       01  WS-JRNL-STATUS      PIC X(2) VALUE "00".
       01  WS-BKUP-PATH        PIC X(40).
       01  WS-CTL-FIELDS.
           05  WS-CTL-BKUP-DATE    PIC X(8).
           05  WS-CTL-TO-DATE      PIC X(8).
           05  WS-CTL-TO-TIME      PIC X(6).
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-BKUP-DATE        PIC 9(8).
       01  WS-BKUP-STAMP.
           05  WS-BS-DATE          PIC 9(8) VALUE 0.
           05  WS-BS-TIME          PIC 9(6) VALUE 0.
       01  WS-TARGET-STAMP.
           05  WS-TS-DATE          PIC 9(8) VALUE 99999999.
           05  WS-TS-TIME          PIC 9(6) VALUE 999999.
       01  WS-JRNL-STAMP.
           05  WS-JS-DATE          PIC 9(8).
           05  WS-JS-TIME          PIC 9(6).
       01  WS-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-EOF          VALUE "Y" FALSE "N".
       01  WS-MORE-TIPS-FLAG   PIC X(1) VALUE "Y".
           88  WS-MORE-TIPS    VALUE "Y" FALSE "N".
       01  WS-BKUP-VALID-FLAG  PIC X(1) VALUE "N".
           88  WS-BKUP-VALID   VALUE "Y" FALSE "N".
       01  WS-HDR-FOUND-FLAG   PIC X(1) VALUE "N".
           88  WS-HDR-FOUND    VALUE "Y".
       01  WS-TRL-FOUND-FLAG   PIC X(1) VALUE "N".
           88  WS-TRL-FOUND    VALUE "Y".
       01  WS-LIVE-USABLE-FLAG PIC X(1) VALUE "N".
           88  WS-LIVE-USABLE  VALUE "Y" FALSE "N".
       01  WS-ON-FILE-FLAG     PIC X(1).
           88  WS-ON-FILE      VALUE "Y" FALSE "N".
       01  WS-APPLY-OK-FLAG    PIC X(1) VALUE "Y".
           88  WS-APPLY-OK     VALUE "Y" FALSE "N".
       01  WS-BEFORE-USABLE-FLAG PIC X(1) VALUE "N".
           88  WS-BEFORE-USABLE VALUE "Y".
       01  WS-LIVE-COUNT       PIC 9(6) VALUE 0.
       01  WS-BEFORE-COUNT     PIC 9(6) VALUE 0.
       01  WS-AFTER-COUNT      PIC 9(6) VALUE 0.
       01  WS-BKUP-TIP-COUNT   PIC 9(6) VALUE 0.
       01  WS-TRL-COUNT-SV     PIC 9(6) VALUE 0.
       01  WS-LOADED-COUNT     PIC 9(6) VALUE 0.
       01  WS-DUP-COUNT        PIC 9(6) VALUE 0.
       01  WS-JRNL-COUNT       PIC 9(6) VALUE 0.
       01  WS-APPLIED-COUNT    PIC 9(6) VALUE 0.
       01  WS-ADDED-COUNT      PIC 9(6) VALUE 0.
       01  WS-FAILED-COUNT     PIC 9(6) VALUE 0.
       01  WS-SKIP-BKUP-COUNT  PIC 9(6) VALUE 0.
       01  WS-SKIP-LATE-COUNT  PIC 9(6) VALUE 0.
       01  WS-SKIP-BAD-COUNT   PIC 9(6) VALUE 0.
       01  WS-DIFFER-COUNT     PIC 9(6) VALUE 0.
       01  WS-EXPECT-COUNT     PIC 9(6) VALUE 0.
       01  WS-NET-CHANGE       PIC S9(6).
       01  WS-CURRENT-IMAGE    PIC X(82).
       01  WS-ENTRY-RESULT     PIC X(34).
       01  WS-RESULT-TEXT      PIC X(60).
       01  WS-OUT-LINE         PIC X(80).
       01  WS-COUNT-DISPLAY    PIC ZZZZZ9.
       01  WS-NET-DISPLAY      PIC -ZZZZZ9.
       COPY "opersgn".
       COPY "alrtprm".
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM SIGN-ON-OPERATOR.
           IF SIGNON-DENIED
               DISPLAY "NOT AUTHORIZED TO RECOVER ravetips.dat."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CALL "BUS-DATE" USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-BKUP-DATE.
           PERFORM READ-RUN-PARAMETERS.
           MOVE SPACES TO WS-BKUP-PATH.
           STRING "tipbkup/TIPBKUP.D" DELIMITED SIZE
               WS-BKUP-DATE DELIMITED SIZE
               INTO WS-BKUP-PATH.
           OPEN OUTPUT TIP-RECOV-RPT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM COUNT-LIVE-FILE.
           MOVE WS-LIVE-COUNT TO WS-BEFORE-COUNT.
           MOVE WS-LIVE-USABLE-FLAG TO WS-BEFORE-USABLE-FLAG.
           PERFORM VALIDATE-BACKUP.
           IF NOT WS-BKUP-VALID
               PERFORM FINISH-WITH-ERROR
           END-IF.
           PERFORM WRITE-BACKUP-LINES.
           PERFORM RELOAD-FROM-BACKUP.
           PERFORM REPLAY-JOURNAL.
           CLOSE TIP-FILE.
           PERFORM COUNT-LIVE-FILE.
           MOVE WS-LIVE-COUNT TO WS-AFTER-COUNT.
           COMPUTE WS-EXPECT-COUNT = WS-LOADED-COUNT + WS-ADDED-COUNT.
           PERFORM WRITE-RECONCILIATION.
           CLOSE TIP-RECOV-RPT.
           EVALUATE TRUE
               WHEN WS-FAILED-COUNT > 0
                   DISPLAY "TIP RECOVERY: *** FAIL *** "
                       "SEE tiprecov.rpt"
                   MOVE "TIPRECOV" TO ARP-REASON
                   MOVE "RAVETIPS JOURNAL REPLAY UPDATES FAILED"
                       TO ARP-TEXT
                   CALL "ALERT-RAISE" USING ALERT-RAISE-PARMS
                   MOVE 8 TO RETURN-CODE
               WHEN NOT WS-LIVE-USABLE
                   OR WS-AFTER-COUNT NOT = WS-EXPECT-COUNT
                   DISPLAY "TIP RECOVERY: *** FAIL *** "
                       "SEE tiprecov.rpt"
                   MOVE "TIPRECOV" TO ARP-REASON
                   MOVE "RAVETIPS RECOVERY COUNTS DO NOT RECONCILE"
                       TO ARP-TEXT
                   CALL "ALERT-RAISE" USING ALERT-RAISE-PARMS
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DIFFER-COUNT > 0 OR WS-DUP-COUNT > 0
                   DISPLAY "TIP RECOVERY: PASS WITH WARNINGS -- "
                       "SEE tiprecov.rpt"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "TIP RECOVERY: PASS -- "
                       "REPORT WRITTEN: tiprecov.rpt"
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
       FINISH-WITH-ERROR.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE TIP-RECOV-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "RECOVERY: *** FAIL -- " DELIMITED SIZE
               WS-RESULT-TEXT DELIMITED "  "
               " ***" DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE TIP-RECOV-LINE FROM WS-OUT-LINE.
           CLOSE TIP-RECOV-RPT.
           DISPLAY "TIP RECOVERY FAILED -- SEE tiprecov.rpt".
           MOVE "TIPRECOV" TO ARP-REASON.
           MOVE "RAVETIPS RECOVERY FAILED -- SEE RPT" TO ARP-TEXT.
           CALL "ALERT-RAISE" USING ALERT-RAISE-PARMS.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       SIGN-ON-OPERATOR.
           MOVE SPACES TO SIGNON-PARMS.
           SET SIGNON-FN-TIPS TO TRUE.
           MOVE "TIP-RECOVER" TO SIGNON-PROGRAM.
           CALL "OPER-SIGNON" USING SIGNON-PARMS.
       READ-RUN-PARAMETERS.
           OPEN INPUT TIPR-CTL-FILE.
           IF WS-CTL-FILE-STATUS = "00"
               READ TIPR-CTL-FILE INTO WS-CTL-FIELDS
               IF WS-CTL-FILE-STATUS = "00"
                   IF WS-CTL-BKUP-DATE IS NUMERIC
                       AND WS-CTL-BKUP-DATE NOT = "00000000"
                       MOVE WS-CTL-BKUP-DATE TO WS-BKUP-DATE
                   END-IF
                   IF WS-CTL-TO-DATE IS NUMERIC
                       AND WS-CTL-TO-DATE NOT = "00000000"
                       MOVE WS-CTL-TO-DATE TO WS-TS-DATE
                       MOVE 235959 TO WS-TS-TIME
                       IF WS-CTL-TO-TIME IS NUMERIC
                           MOVE WS-CTL-TO-TIME TO WS-TS-TIME
                       END-IF
                   END-IF
               END-IF
           END-IF.
           CLOSE TIPR-CTL-FILE.
       COUNT-LIVE-FILE.
           MOVE 0 TO WS-LIVE-COUNT.
           SET WS-LIVE-USABLE TO FALSE.
           OPEN INPUT TIP-FILE.
           IF WS-TIP-STATUS = "00"
               SET WS-LIVE-USABLE TO TRUE
               SET WS-MORE-TIPS TO TRUE
               MOVE LOW-VALUES TO TIP-KEY
               START TIP-FILE KEY IS NOT LESS THAN TIP-KEY
                   INVALID KEY
                       SET WS-MORE-TIPS TO FALSE
               END-START
               PERFORM UNTIL NOT WS-MORE-TIPS
                   READ TIP-FILE NEXT RECORD
                       AT END
                           SET WS-MORE-TIPS TO FALSE
                       NOT AT END
                           ADD 1 TO WS-LIVE-COUNT
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE TIP-FILE.
       VALIDATE-BACKUP.
           SET WS-EOF TO FALSE.
           OPEN INPUT TIP-BKUP-FILE.
           IF WS-BKUP-STATUS NOT = "00"
               CLOSE TIP-BKUP-FILE
               MOVE "BACKUP FILE NOT FOUND" TO WS-RESULT-TEXT
           ELSE
               PERFORM UNTIL WS-EOF
                   READ TIP-BKUP-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM VALIDATE-ONE-BACKUP-RECORD
                   END-READ
               END-PERFORM
               CLOSE TIP-BKUP-FILE
               EVALUATE TRUE
                   WHEN NOT WS-HDR-FOUND
                       MOVE "BACKUP HAS NO HEADER RECORD"
                           TO WS-RESULT-TEXT
                   WHEN NOT WS-TRL-FOUND
                       MOVE "BACKUP HAS NO TRAILER -- INCOMPLETE"
                           TO WS-RESULT-TEXT
                   WHEN WS-TRL-COUNT-SV NOT = WS-BKUP-TIP-COUNT
                       MOVE "BACKUP RECORD COUNT DOES NOT MATCH TRAILER"
                           TO WS-RESULT-TEXT
                   WHEN OTHER
                       SET WS-BKUP-VALID TO TRUE
               END-EVALUATE
           END-IF.
       VALIDATE-ONE-BACKUP-RECORD.
           EVALUATE TRUE
               WHEN TIPB-REC-IS-HEADER
                   IF TIPB-HDR-TAKEN-DATE IS NUMERIC
                       AND TIPB-HDR-TAKEN-TIME IS NUMERIC
                       SET WS-HDR-FOUND TO TRUE
                       MOVE TIPB-HDR-TAKEN-DATE TO WS-BS-DATE
                       MOVE TIPB-HDR-TAKEN-TIME TO WS-BS-TIME
                   END-IF
               WHEN TIPB-REC-IS-TIP
                   ADD 1 TO WS-BKUP-TIP-COUNT
               WHEN TIPB-REC-IS-TRAILER
                   IF TIPB-TRL-COUNT IS NUMERIC
                       SET WS-TRL-FOUND TO TRUE
                       MOVE TIPB-TRL-COUNT TO WS-TRL-COUNT-SV
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       RELOAD-FROM-BACKUP.
           OPEN OUTPUT TIP-FILE.
           IF WS-TIP-STATUS NOT = "00"
               MOVE SPACES TO WS-RESULT-TEXT
               STRING "CANNOT REBUILD ravetips.dat (STATUS="
                   DELIMITED SIZE
                   WS-TIP-STATUS DELIMITED SIZE
                   ")" DELIMITED SIZE
                   INTO WS-RESULT-TEXT
               PERFORM FINISH-WITH-ERROR
           END-IF.
           SET WS-EOF TO FALSE.
           OPEN INPUT TIP-BKUP-FILE.
           PERFORM UNTIL WS-EOF
               READ TIP-BKUP-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF TIPB-REC-IS-TIP
                           PERFORM LOAD-ONE-BACKUP-TIP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TIP-BKUP-FILE.
           CLOSE TIP-FILE.
           OPEN I-O TIP-FILE.
           IF WS-TIP-STATUS NOT = "00"
               MOVE SPACES TO WS-RESULT-TEXT
               STRING "CANNOT REOPEN ravetips.dat FOR REPLAY (STATUS="
                   DELIMITED SIZE
                   WS-TIP-STATUS DELIMITED SIZE
                   ")" DELIMITED SIZE
                   INTO WS-RESULT-TEXT
               PERFORM FINISH-WITH-ERROR
           END-IF.
       LOAD-ONE-BACKUP-TIP.
           MOVE TIPB-TIP-IMAGE TO TIP-RECORD.
           WRITE TIP-RECORD
               INVALID KEY
                   PERFORM WRITE-DUPLICATE-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.
       WRITE-DUPLICATE-LINE.
           ADD 1 TO WS-DUP-COUNT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  *** DUPLICATE KEY " DELIMITED SIZE
               TIP-LANG DELIMITED SIZE
               "/" DELIMITED SIZE
               TIP-NUMBER DELIMITED SIZE
               " IN BACKUP -- SECOND COPY DROPPED ***"
               DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE TIP-RECOV-LINE FROM WS-OUT-LINE.
       REPLAY-JOURNAL.
           MOVE "JOURNAL REPLAY:" TO WS-OUT-LINE.
           WRITE TIP-RECOV-LINE FROM WS-OUT-LINE.
           SET WS-EOF TO FALSE.
           OPEN INPUT TIP-JRNL-FILE.
           IF WS-JRNL-STATUS NOT = "00"
               SET WS-EOF TO TRUE
               MOVE "  NO JOURNAL ENTRIES IN ravetipj.dat"
                   TO WS-OUT-LINE
               WRITE TIP-RECOV-LINE FROM WS-OUT-LINE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ TIP-JRNL-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JRNL-COUNT
                       PERFORM REPLAY-ONE-ENTRY
               END-READ
           END-PERFORM.
           CLOSE TIP-JRNL-FILE.
       REPLAY-ONE-ENTRY.
           EVALUATE TRUE
               WHEN TIPJ-RUN-DATE NOT NUMERIC
                   OR TIPJ-RUN-TIME NOT NUMERIC
                   OR TIPJ-AFTER = SPACES
                   ADD 1 TO WS-SKIP-BAD-COUNT
                   MOVE "SKIPPED -- UNUSABLE ENTRY"
                       TO WS-ENTRY-RESULT
               WHEN OTHER
                   MOVE TIPJ-RUN-DATE TO WS-JS-DATE
                   MOVE TIPJ-RUN-TIME TO WS-JS-TIME
                   EVALUATE TRUE
                       WHEN WS-JRNL-STAMP < WS-BKUP-STAMP
                           ADD 1 TO WS-SKIP-BKUP-COUNT
                           MOVE "SKIPPED -- ALREADY IN BACKUP"
                               TO WS-ENTRY-RESULT
                       WHEN WS-JRNL-STAMP > WS-TARGET-STAMP
                           ADD 1 TO WS-SKIP-LATE-COUNT
                           MOVE "SKIPPED -- AFTER TARGET TIME"
                               TO WS-ENTRY-RESULT
                       WHEN OTHER
                           PERFORM APPLY-ONE-ENTRY
                   END-EVALUATE
           END-EVALUATE.
           PERFORM WRITE-ENTRY-LINE.
       APPLY-ONE-ENTRY.
           MOVE TIPJ-AFTER TO TIP-RECORD.
           READ TIP-FILE
               INVALID KEY
                   SET WS-ON-FILE TO FALSE
                   MOVE SPACES TO WS-CURRENT-IMAGE
               NOT INVALID KEY
                   SET WS-ON-FILE TO TRUE
                   MOVE TIP-RECORD TO WS-CURRENT-IMAGE
           END-READ.
           MOVE TIPJ-AFTER TO TIP-RECORD.
           SET WS-APPLY-OK TO TRUE.
           IF WS-ON-FILE
               REWRITE TIP-RECORD
                   INVALID KEY
                       SET WS-APPLY-OK TO FALSE
               END-REWRITE
           ELSE
               WRITE TIP-RECORD
                   INVALID KEY
                       SET WS-APPLY-OK TO FALSE
               END-WRITE
           END-IF.
           IF WS-TIP-STATUS NOT = "00"
               SET WS-APPLY-OK TO FALSE
           END-IF.
           IF NOT WS-APPLY-OK
               ADD 1 TO WS-FAILED-COUNT
               MOVE SPACES TO WS-ENTRY-RESULT
               STRING "FAILED -- STATUS=" DELIMITED SIZE
                   WS-TIP-STATUS DELIMITED SIZE
                   INTO WS-ENTRY-RESULT
           ELSE
               PERFORM RECORD-APPLIED-ENTRY
           END-IF.
       RECORD-APPLIED-ENTRY.
           IF NOT WS-ON-FILE
               ADD 1 TO WS-ADDED-COUNT
           END-IF.
           ADD 1 TO WS-APPLIED-COUNT.
           IF WS-CURRENT-IMAGE = TIPJ-BEFORE
               OR WS-CURRENT-IMAGE = TIPJ-AFTER
               MOVE "APPLIED" TO WS-ENTRY-RESULT
           ELSE
               ADD 1 TO WS-DIFFER-COUNT
               MOVE "APPLIED -- BEFORE IMAGE DIFFERED"
                   TO WS-ENTRY-RESULT
           END-IF.
       WRITE-ENTRY-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  " DELIMITED SIZE
               TIPJ-RUN-DATE DELIMITED SIZE
               " " DELIMITED SIZE
               TIPJ-RUN-TIME DELIMITED SIZE
               " " DELIMITED SIZE
               TIPJ-OPERATOR DELIMITED SIZE
               " " DELIMITED SIZE
               TIPJ-ACTION DELIMITED SIZE
               " " DELIMITED SIZE
               TIPJ-AFTER(1:2) DELIMITED SIZE
               "/" DELIMITED SIZE
               TIPJ-AFTER(3:2) DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-ENTRY-RESULT DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE TIP-RECOV-LINE FROM WS-OUT-LINE.
       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "RAVETIPS.DAT FORWARD RECOVERY FOR " DELIMITED SIZE
               WS-RUN-DATE DELIMITED SIZE
               " BY OPERATOR " DELIMITED SIZE
               SIGNON-OPERATOR DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE TIP-RECOV-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "BACKUP: " DELIMITED SIZE
               WS-BKUP-PATH DELIMITED SPACE
               INTO WS-OUT-LINE.
           WRITE TIP-RECOV-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "REPLAY JOURNAL UP TO " DELIMITED SIZE
               WS-TS-DATE DELIMITED SIZE
               " " DELIMITED SIZE
               WS-TS-TIME DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE TIP-RECOV-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE TIP-RECOV-LINE FROM WS-OUT-LINE.
       WRITE-BACKUP-LINES.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "BACKUP TAKEN " DELIMITED SIZE
               WS-BS-DATE DELIMITED SIZE
               " " DELIMITED SIZE
               WS-BS-TIME DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE TIP-RECOV-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE TIP-RECOV-LINE FROM WS-OUT-LINE.
       WRITE-RECONCILIATION.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE TIP-RECOV-LINE FROM WS-OUT-LINE.
           MOVE "RECORD COUNT RECONCILIATION:" TO WS-OUT-LINE.
           WRITE TIP-RECOV-LINE FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           IF NOT WS-BEFORE-USABLE
               MOVE "  LIVE FILE BEFORE RECOVERY:   NOT READABLE"
                   TO WS-OUT-LINE
               WRITE TIP-RECOV-LINE FROM WS-OUT-LINE
           ELSE
               MOVE WS-BEFORE-COUNT TO WS-COUNT-DISPLAY
               STRING "  LIVE FILE BEFORE RECOVERY:   " DELIMITED SIZE
                   WS-COUNT-DISPLAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               WRITE TIP-RECOV-LINE FROM WS-OUT-LINE
           END-IF.
           MOVE WS-LOADED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  RECORDS LOADED FROM BACKUP:  " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE TIP-RECOV-LINE FROM WS-OUT-LINE.
           MOVE WS-JRNL-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  JOURNAL ENTRIES READ:        " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE TIP-RECOV-LINE FROM WS-OUT-LINE.
           MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "    APPLIED:                   " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE TIP-RECOV-LINE FROM WS-OUT-LINE.
           MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "    FAILED TO APPLY:           " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE TIP-RECOV-LINE FROM WS-OUT-LINE.
           MOVE WS-SKIP-BKUP-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "    SKIPPED, IN BACKUP:        " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE TIP-RECOV-LINE FROM WS-OUT-LINE.
           MOVE WS-SKIP-LATE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "    SKIPPED, AFTER TARGET:     " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE TIP-RECOV-LINE FROM WS-OUT-LINE.
           MOVE WS-SKIP-BAD-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "    SKIPPED, UNUSABLE:         " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE TIP-RECOV-LINE FROM WS-OUT-LINE.
           MOVE WS-DIFFER-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "    BEFORE IMAGE DIFFERED:     " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE TIP-RECOV-LINE FROM WS-OUT-LINE.
           MOVE WS-ADDED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  NEW KEYS ADDED BY REPLAY:    " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE TIP-RECOV-LINE FROM WS-OUT-LINE.
           MOVE WS-EXPECT-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  EXPECTED RECORDS:            " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE TIP-RECOV-LINE FROM WS-OUT-LINE.
           MOVE WS-AFTER-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  LIVE FILE AFTER RECOVERY:    " DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE TIP-RECOV-LINE FROM WS-OUT-LINE.
           IF WS-BEFORE-USABLE
               COMPUTE WS-NET-CHANGE = WS-AFTER-COUNT - WS-BEFORE-COUNT
               MOVE WS-NET-CHANGE TO WS-NET-DISPLAY
               MOVE SPACES TO WS-OUT-LINE
               STRING "  NET CHANGE TO LIVE FILE:    " DELIMITED SIZE
                   WS-NET-DISPLAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               WRITE TIP-RECOV-LINE FROM WS-OUT-LINE
           END-IF.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE TIP-RECOV-LINE FROM WS-OUT-LINE.
           EVALUATE TRUE
               WHEN WS-FAILED-COUNT > 0
                   MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY
                   STRING "RECOVERY: *** FAIL -- " DELIMITED SIZE
                       FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED SIZE
                       " JOURNAL ENTRIES NOT APPLIED ***"
                       DELIMITED SIZE
                       INTO WS-OUT-LINE
               WHEN WS-LIVE-USABLE AND WS-AFTER-COUNT = WS-EXPECT-COUNT
                   MOVE "RECOVERY: PASS -- RECORD COUNTS RECONCILE"
                       TO WS-OUT-LINE
               WHEN OTHER
                   STRING "RECOVERY: *** FAIL -- RECORD COUNTS "
                       DELIMITED SIZE
                       "DO NOT RECONCILE ***" DELIMITED SIZE
                       INTO WS-OUT-LINE
           END-EVALUATE.
           WRITE TIP-RECOV-LINE FROM WS-OUT-LINE.
