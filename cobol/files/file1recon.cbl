                           ADD 1 TO WS-FILE1-DETAIL-COUNT
                       END-IF
                   END-IF
      *> An inter-branch transfer's two legs net to zero in FILE2's
      *> running total, so it counts toward the details but leaves
      *> WS-FILE1-TOTAL alone.
                   IF FILE1-IS-TRANSFER
                       ADD 1 TO WS-FILE1-DETAIL-COUNT
                   END-IF
                   PERFORM SUM-FILE1
                   END-IF
           END-READ.
