       IDENTIFICATION DIVISION.
       PROGRAM-ID. GIB-BUNDLE-FIND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GIB-BNDX-FILE ASSIGN TO "gibarch/gibbndl.idx"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNDX-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GIB-BNDX-FILE.
       COPY "gibbndx".
       WORKING-STORAGE SECTION.
       01  WS-BNDX-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-EOF          VALUE "Y" FALSE "N".
       LINKAGE SECTION.
       COPY "gibbfnp".
       PROCEDURE DIVISION USING GIB-BFIND-PARMS.
       MAIN-PARA.
           MOVE SPACES TO GBF-BUNDLE.
           MOVE 0 TO GBF-START.
           MOVE 0 TO GBF-REC-COUNT.
           MOVE 0 TO GBF-DTL-COUNT.
           SET GBF-NOT-FOUND TO TRUE.
           SET WS-EOF TO FALSE.
           OPEN INPUT GIB-BNDX-FILE.
           IF WS-BNDX-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ GIB-BNDX-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF GIB-BNDX-GEN IS NUMERIC
                           AND GIB-BNDX-GEN = GBF-GEN
                           AND GIB-BNDX-START IS NUMERIC
                           AND GIB-BNDX-REC-COUNT IS NUMERIC
                           MOVE GIB-BNDX-BUNDLE TO GBF-BUNDLE
                           MOVE GIB-BNDX-START TO GBF-START
                           MOVE GIB-BNDX-REC-COUNT TO GBF-REC-COUNT
                           MOVE GIB-BNDX-DTL-COUNT TO GBF-DTL-COUNT
                           SET GBF-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GIB-BNDX-FILE.
           GOBACK.
