       01  WS-KEEP-FROM        PIC S9(5).
       01  WS-PURGE-COUNT      PIC 9(4) VALUE 0.
       01  WS-MISSING-COUNT    PIC 9(4) VALUE 0.
       01  WS-OFFLOAD-COUNT    PIC 9(4) VALUE 0.
       01  WS-CALL-STATUS      PIC S9(9) COMP-5.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 999 TIMES.
               10  WS-CE-PATH      PIC X(60).
               10  WS-CE-COUNT     PIC 9(4).
               10  WS-CE-ACTION    PIC X(7).
               10  WS-CE-STATUS    PIC X(1).
       01  WS-OUT-LINE         PIC X(80).
       01  WS-COUNT-DISPLAY    PIC ZZZ9.
       COPY "opersgn".
       COPY "oaudprm".
       COPY "gibbfnp".
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM SIGN-ON-OPERATOR.
       SIGN-ON-OPERATOR.
           MOVE SPACES TO SIGNON-PARMS.
           SET SIGNON-FN-PURGE TO TRUE.
           MOVE "GIB-ARCH-MAINT" TO SIGNON-PROGRAM.
           CALL "OPER-SIGNON" USING SIGNON-PARMS.
           IF SIGNON-DENIED
               DISPLAY "OPERATOR " SIGNON-OPERATOR
               MOVE GIB-CAT-PATH TO WS-CE-PATH(WS-CAT-COUNT)
               MOVE 0 TO WS-CE-COUNT(WS-CAT-COUNT)
               MOVE SPACES TO WS-CE-ACTION(WS-CAT-COUNT)
               MOVE GIB-CAT-STATUS TO WS-CE-STATUS(WS-CAT-COUNT)
           END-IF.
       EXAMINE-GENERATION.
           IF WS-CE-STATUS(WS-IDX) = "O"
               PERFORM EXAMINE-OFFLOADED-GENERATION
           ELSE
               PERFORM EXAMINE-LOOSE-GENERATION
           END-IF.
       EXAMINE-OFFLOADED-GENERATION.
           MOVE "OFFLOAD" TO WS-CE-ACTION(WS-IDX).
           ADD 1 TO WS-OFFLOAD-COUNT.
           MOVE WS-CE-GEN(WS-IDX) TO GBF-GEN.
           CALL "GIB-BUNDLE-FIND" USING GIB-BFIND-PARMS.
           IF GBF-FOUND
               MOVE GBF-DTL-COUNT TO WS-CE-COUNT(WS-IDX)
           END-IF.
       EXAMINE-LOOSE-GENERATION.
           MOVE WS-CE-PATH(WS-IDX) TO WS-ARC-PATH.
           OPEN INPUT ARC-FILE.
           IF WS-ARC-STATUS NOT = "00"
                       MOVE "DELERR" TO WS-CE-ACTION(WS-IDX)
                   END-IF
               END-IF
               PERFORM AUDIT-ONE-PURGE
           END-IF.
       AUDIT-ONE-PURGE.
           MOVE SPACES TO OPER-AUDIT-PARMS.
           MOVE SIGNON-OPERATOR TO OAP-OPERATOR.
           MOVE "GIB-ARCH-MAINT" TO OAP-PROGRAM.
           MOVE "PURGE-GEN" TO OAP-FUNCTION.
           EVALUATE WS-CE-ACTION(WS-IDX)
               WHEN "PURGE"
                   MOVE "PURGED" TO OAP-OUTCOME
               WHEN "NOAUTH"
                   MOVE "NOAUTH" TO OAP-OUTCOME
               WHEN OTHER
                   MOVE "FAILED" TO OAP-OUTCOME
           END-EVALUATE.
           STRING "GEN " DELIMITED SIZE
               WS-CE-GEN(WS-IDX) DELIMITED SIZE
               " " DELIMITED SIZE
               WS-CE-PATH(WS-IDX) DELIMITED SPACE
               INTO OAP-DETAIL.
           CALL "OPER-AUDIT" USING OPER-AUDIT-PARMS.
       WRITE-PURGE-SUMMARY.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE GIB-ARCH-LINE FROM WS-OUT-LINE.
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE GIB-ARCH-LINE FROM WS-OUT-LINE.
           MOVE WS-OFFLOAD-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "CATALOG ENTRIES OFFLOADED TO BUNDLES: "
                   DELIMITED SIZE
               WS-COUNT-DISPLAY DELIMITED SIZE
               INTO WS-OUT-LINE.
           WRITE GIB-ARCH-LINE FROM WS-OUT-LINE.
       REWRITE-CATALOG.
           OPEN OUTPUT GIB-CAT-FILE.
           PERFORM REWRITE-ONE-ENTRY
           IF WS-CE-ACTION(WS-IDX) = "KEEP"
               OR WS-CE-ACTION(WS-IDX) = "DELERR"
               OR WS-CE-ACTION(WS-IDX) = "NOAUTH"
               OR WS-CE-ACTION(WS-IDX) = "OFFLOAD"
               MOVE WS-CE-GEN(WS-IDX) TO GIB-CAT-GEN
               MOVE WS-CE-DATE(WS-IDX) TO GIB-CAT-RUN-DATE
               MOVE WS-CE-PATH(WS-IDX) TO GIB-CAT-PATH
               MOVE WS-CE-STATUS(WS-IDX) TO GIB-CAT-STATUS
               WRITE GIB-CAT-RECORD
           END-IF.
       WRITE-REPORT-HEADING.
