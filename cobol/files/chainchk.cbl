      *> the previous entry's AUD-AFTER-TOTAL and whose delta equals
      *> NUMBER-VALUE (negated for a reversal) - and reports the
      *> first point of divergence with key, position and
      *> expected-vs-actual values. An inter-branch transfer is two
      *> positions, since FILE2 posts it as two legs each with its
      *> own 'D' record and audit entry: the sending leg takes the
      *> amount off the running total and the receiving leg puts it
      *> straight back, so the total after the pair is the total
      *> before it.
      *> The file2.dat records checked are the ones under the most
      *> recent header posted by the selected batch, and the audit
      *> entries are the most recent run's block (every FILE2 run
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF FILE1-KEY-BATCH = WS-SELECTED-BATCH
                       EVALUATE TRUE
                           WHEN FILE1-IS-DETAIL
                           WHEN FILE1-IS-REVERSAL
                               PERFORM CHECK-ONE-POSTING
                           WHEN FILE1-IS-TRANSFER
                               PERFORM CHECK-ONE-TRANSFER
                       END-EVALUATE
                   END-IF
                   IF WS-BROKEN = 'N'
                       PERFORM READ-FILE1-FOR-CHECK
           END-READ.

       CHECK-ONE-POSTING.
           PERFORM CONVERT-POSTING
           IF FILE1-IS-REVERSAL
               COMPUTE WS-DELTA = 0 - WS-CONVERTED-AMOUNT
           ELSE
               MOVE WS-CONVERTED-AMOUNT TO WS-DELTA
           END-IF
           PERFORM CHECK-ONE-POSITION.

      *> Sending leg first, then receiving leg - the order FILE2's
      *> COPY-TRANSFER-RECORD writes them in.
       CHECK-ONE-TRANSFER.
           PERFORM CONVERT-POSTING
           COMPUTE WS-DELTA = 0 - WS-CONVERTED-AMOUNT
           PERFORM CHECK-ONE-POSITION
           IF WS-BROKEN = 'N'
               MOVE WS-CONVERTED-AMOUNT TO WS-DELTA
               PERFORM CHECK-ONE-POSITION
           END-IF.

       CONVERT-POSTING.
           CALL 'CURRCONV' USING FILE1-CURRENCY-CODE,
               WS-BUSINESS-DATE, NUMBER-VALUE,
               WS-CONVERTED-AMOUNT, WS-CONV-STATUS
                   NUMBER-VALUE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-ONE-POSITION.
           ADD 1 TO WS-POSITION
           ADD WS-DELTA TO WS-EXPECTED-TOTAL ROUNDED
           IF WS-POSITION > WS-F2-COUNT
               MOVE 'FILE2' TO WS-BRK-SOURCE
