               PERFORM VALIDATE-TOTALS
               PERFORM WRITE-REPORT
           ELSE
               MOVE "N" TO WS-RECON-FLAG
               PERFORM WRITE-FILE-NOT-FOUND
           END-IF.
           CLOSE GIB-RECON-RPT.
           DISPLAY "RECONCILIATION REPORT WRITTEN: gibrecon.rpt".
           IF WS-RECON-PASS
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
       WRITE-FILE-NOT-FOUND.
           MOVE "GIBBERISH.TXT RECONCILIATION REPORT" TO WS-OUT-LINE.
           WRITE GIB-RECON-LINE FROM WS-OUT-LINE.
