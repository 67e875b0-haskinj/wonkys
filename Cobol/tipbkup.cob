       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIP-BACKUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIP-FILE ASSIGN TO "ravetips.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIP-KEY
               FILE STATUS IS WS-TIP-STATUS.
           SELECT TIP-BKUP-FILE ASSIGN TO DYNAMIC WS-BKUP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKUP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TIP-FILE.
       COPY "tiprec".
       FD  TIP-BKUP-FILE.
       COPY "tipbkr".
       WORKING-STORAGE SECTION.
       01  WS-TIP-STATUS       PIC X(2).
       01  WS-BKUP-STATUS      PIC X(2) VALUE "00".
       01  WS-BKUP-PATH        PIC X(40).
       01  WS-MORE-TIPS-FLAG   PIC X(1) VALUE "Y".
           88  WS-MORE-TIPS    VALUE "Y" FALSE "N".
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-CLOCK-DATE       PIC 9(8).
       01  WS-CLOCK-TIME       PIC 9(8).
       01  WS-TIP-COUNT        PIC 9(6) VALUE 0.
       01  WS-CALL-STATUS      PIC S9(9) COMP-5.
       01  WS-COUNT-DISPLAY    PIC ZZZZZ9.
       COPY "alrtprm".
       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "BUS-DATE" USING WS-RUN-DATE.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE SPACES TO WS-BKUP-PATH.
           STRING "tipbkup/TIPBKUP.D" DELIMITED SIZE
               WS-RUN-DATE DELIMITED SIZE
               INTO WS-BKUP-PATH.
           OPEN INPUT TIP-FILE.
           IF WS-TIP-STATUS NOT = "00"
               CLOSE TIP-FILE
               DISPLAY "TIP BACKUP FAILED -- ravetips.dat NOT USABLE "
                   "(STATUS=" WS-TIP-STATUS ")"
               MOVE "TIPBKUP" TO ARP-REASON
               MOVE "ravetips.dat NOT BACKED UP -- OPEN FAILED"
                   TO ARP-TEXT
               CALL "ALERT-RAISE" USING ALERT-RAISE-PARMS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CALL "CBL_CREATE_DIR" USING "tipbkup"
               RETURNING WS-CALL-STATUS.
           OPEN OUTPUT TIP-BKUP-FILE.
           IF WS-BKUP-STATUS NOT = "00"
               CLOSE TIP-FILE
               DISPLAY "TIP BACKUP FAILED -- CANNOT WRITE "
                   FUNCTION TRIM(WS-BKUP-PATH)
                   " (STATUS=" WS-BKUP-STATUS ")"
               MOVE "TIPBKUP" TO ARP-REASON
               MOVE "ravetips.dat NOT BACKED UP -- WRITE FAILED"
                   TO ARP-TEXT
               CALL "ALERT-RAISE" USING ALERT-RAISE-PARMS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-BACKUP-HEADER.
           PERFORM UNLOAD-TIP-FILE.
           PERFORM WRITE-BACKUP-TRAILER.
           CLOSE TIP-BKUP-FILE.
           CLOSE TIP-FILE.
           MOVE WS-TIP-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "TIP BACKUP WRITTEN: " FUNCTION TRIM(WS-BKUP-PATH)
               " RECORDS=" WS-COUNT-DISPLAY.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
       WRITE-BACKUP-HEADER.
           MOVE SPACES TO TIPB-RECORD.
           MOVE "H" TO TIPB-HDR-TYPE.
           MOVE WS-RUN-DATE TO TIPB-HDR-BUS-DATE.
           MOVE WS-CLOCK-DATE TO TIPB-HDR-TAKEN-DATE.
           MOVE WS-CLOCK-TIME(1:6) TO TIPB-HDR-TAKEN-TIME.
           WRITE TIPB-RECORD.
       UNLOAD-TIP-FILE.
           MOVE LOW-VALUES TO TIP-KEY.
           START TIP-FILE KEY IS NOT LESS THAN TIP-KEY
               INVALID KEY
                   SET WS-MORE-TIPS TO FALSE
           END-START.
           PERFORM UNTIL NOT WS-MORE-TIPS
               READ TIP-FILE NEXT RECORD
                   AT END
                       SET WS-MORE-TIPS TO FALSE
                   NOT AT END
                       PERFORM WRITE-BACKUP-TIP
               END-READ
           END-PERFORM.
       WRITE-BACKUP-TIP.
           MOVE SPACES TO TIPB-RECORD.
           MOVE "D" TO TIPB-TIP-TYPE.
           MOVE TIP-RECORD TO TIPB-TIP-IMAGE.
           WRITE TIPB-RECORD.
           ADD 1 TO WS-TIP-COUNT.
       WRITE-BACKUP-TRAILER.
           MOVE SPACES TO TIPB-RECORD.
           MOVE "T" TO TIPB-TRL-TYPE.
           MOVE WS-TIP-COUNT TO TIPB-TRL-COUNT.
           WRITE TIPB-RECORD.
