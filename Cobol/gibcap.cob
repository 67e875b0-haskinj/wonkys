           MOVE GIB-CAT-GEN TO WS-GEN-TEXT.
           MOVE GIB-CAT-RUN-DATE TO WS-GEN-DATE.
           MOVE GIB-CAT-PATH TO WS-ARC-PATH.
           IF GIB-CAT-OFFLOADED
               PERFORM WRITE-OFFLOADED-LINE
           ELSE
               PERFORM SIZE-LOOSE-GENERATION
           END-IF.
       WRITE-OFFLOADED-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  GEN " DELIMITED SIZE
               WS-GEN-TEXT DELIMITED SIZE
               "  DATE " DELIMITED SIZE
               WS-GEN-DATE DELIMITED SIZE
               "  OFFLOADED TO BUNDLE -- NOT ON DISK" DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE GIB-CAP-LINE FROM WS-OUT-LINE.
       SIZE-LOOSE-GENERATION.
           MOVE 0 TO WS-REC-COUNT.
           SET WS-EOF TO FALSE.
           OPEN INPUT ARC-FILE.
