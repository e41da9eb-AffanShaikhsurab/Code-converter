           COPY file1rec.

       FD  UNLOAD-FILE.
       01  UNLOAD-RECORD            PIC X(47).

       FD  VFY-PARM-FILE.
       01  VFY-PARM-RECORD.
                   PERFORM VERIFY-DETAIL-POSITION
               WHEN FILE1-IS-REVERSAL
                   PERFORM VERIFY-DETAIL-POSITION
               WHEN FILE1-IS-TRANSFER
                   PERFORM VERIFY-DETAIL-POSITION
               WHEN OTHER
                   MOVE 'RECORD TYPE NOT ONE OF H/D/T/R/X'
                       TO WS-ERR-TEXT
                   PERFORM WRITE-RECORD-ERROR
           END-EVALUATE.
