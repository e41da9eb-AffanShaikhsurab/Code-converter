                   MOVE WS-DUE-BRANCH (WS-DUE-IDX)
                       TO FILE1-BRANCH-CODE
               END-IF
               SET FILE1-FROM-STORD TO TRUE
               WRITE FILE1-RECORD
                   INVALID KEY
                       ADD 1 TO WS-INJECT-KEY
