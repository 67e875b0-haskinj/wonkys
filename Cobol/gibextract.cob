       01  WS-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-EOF          VALUE "Y" FALSE "N".
       01  WS-HDR-SEED-SV      PIC 9(18) VALUE 0.
       01  WS-HDR-PROFILE-SV   PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-END-DATE         PIC 9(8).
       01  WS-END-TIME         PIC 9(6).
       COUNT-ONE-RECORD.
           IF GIB-REC-IS-HEADER
               MOVE GIB-HDR-SEED TO WS-HDR-SEED-SV
               MOVE GIB-HDR-PROFILE TO WS-HDR-PROFILE-SV
           END-IF.
           IF GIB-REC-IS-DETAIL
               ADD 1 TO WS-DETAIL-SEQ
           MOVE WS-HDR-SEED-SV TO GIB-HDR-SEED.
           MOVE WS-MATCH-COUNT TO GIB-HDR-REQ-LINES.
           MOVE WS-NOTE-TEXT TO GIB-HDR-NOTE.
           MOVE WS-HDR-PROFILE-SV TO GIB-HDR-PROFILE.
           MOVE GIB-RECORD TO WS-OUT-RECORD.
           WRITE GIB-EXT-RECORD FROM WS-OUT-RECORD.
       WRITE-EXTRACT-TRAILER.
