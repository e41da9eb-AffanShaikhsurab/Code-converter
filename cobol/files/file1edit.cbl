      *> edit verifies the selected batch up front: header present at
      *> sequence 000000 with a valid calendar date, trailer present
      *> at 999999, TRLR-RECORD-COUNT matching the actual
      *> detail/reversal/transfer count, every FILE1-REC-TYPE one of
      *> H/D/T/R/X, and type-vs-key consistency - failing the stream
      *> with a clear edit report before FILE1 ever opens the file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               WHEN FILE1-IS-REVERSAL
                   ADD 1 TO WS-DETAIL-COUNT
                   PERFORM CHECK-DETAIL-KEY
               WHEN FILE1-IS-TRANSFER
                   ADD 1 TO WS-DETAIL-COUNT
                   PERFORM CHECK-DETAIL-KEY
               WHEN OTHER
                   MOVE 'RECORD TYPE NOT ONE OF H/D/T/R/X'
                       TO WS-ERR-TEXT
                   PERFORM WRITE-EDIT-ERROR
           END-EVALUATE.
