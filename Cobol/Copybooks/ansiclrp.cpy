                   WITH POINTER ANSI-SEQ-LEN
               END-STRING
           END-IF.
       ANSI-CALC-RGB-FROM-CODE.
           EVALUATE ANSI-BASIC-CODE
               WHEN 30
                   MOVE 0 TO ANSI-COLOR-R
                   MOVE 0 TO ANSI-COLOR-G
                   MOVE 0 TO ANSI-COLOR-B
               WHEN 31
                   MOVE 205 TO ANSI-COLOR-R
                   MOVE 0 TO ANSI-COLOR-G
                   MOVE 0 TO ANSI-COLOR-B
               WHEN 32
                   MOVE 0 TO ANSI-COLOR-R
                   MOVE 205 TO ANSI-COLOR-G
                   MOVE 0 TO ANSI-COLOR-B
               WHEN 33
                   MOVE 205 TO ANSI-COLOR-R
                   MOVE 205 TO ANSI-COLOR-G
                   MOVE 0 TO ANSI-COLOR-B
               WHEN 34
                   MOVE 0 TO ANSI-COLOR-R
                   MOVE 0 TO ANSI-COLOR-G
                   MOVE 238 TO ANSI-COLOR-B
               WHEN 35
                   MOVE 205 TO ANSI-COLOR-R
                   MOVE 0 TO ANSI-COLOR-G
                   MOVE 205 TO ANSI-COLOR-B
               WHEN 36
                   MOVE 0 TO ANSI-COLOR-R
                   MOVE 205 TO ANSI-COLOR-G
                   MOVE 205 TO ANSI-COLOR-B
               WHEN 37
                   MOVE 229 TO ANSI-COLOR-R
                   MOVE 229 TO ANSI-COLOR-G
                   MOVE 229 TO ANSI-COLOR-B
               WHEN 90
                   MOVE 127 TO ANSI-COLOR-R
                   MOVE 127 TO ANSI-COLOR-G
                   MOVE 127 TO ANSI-COLOR-B
               WHEN 91
                   MOVE 255 TO ANSI-COLOR-R
                   MOVE 0 TO ANSI-COLOR-G
                   MOVE 0 TO ANSI-COLOR-B
               WHEN 92
                   MOVE 0 TO ANSI-COLOR-R
                   MOVE 255 TO ANSI-COLOR-G
                   MOVE 0 TO ANSI-COLOR-B
               WHEN 93
                   MOVE 255 TO ANSI-COLOR-R
                   MOVE 255 TO ANSI-COLOR-G
                   MOVE 0 TO ANSI-COLOR-B
               WHEN 94
                   MOVE 92 TO ANSI-COLOR-R
                   MOVE 92 TO ANSI-COLOR-G
                   MOVE 255 TO ANSI-COLOR-B
               WHEN 95
                   MOVE 255 TO ANSI-COLOR-R
                   MOVE 0 TO ANSI-COLOR-G
                   MOVE 255 TO ANSI-COLOR-B
               WHEN 96
                   MOVE 0 TO ANSI-COLOR-R
                   MOVE 255 TO ANSI-COLOR-G
                   MOVE 255 TO ANSI-COLOR-B
               WHEN OTHER
                   MOVE 255 TO ANSI-COLOR-R
                   MOVE 255 TO ANSI-COLOR-G
                   MOVE 255 TO ANSI-COLOR-B
           END-EVALUATE.
