           SET FILE1-IS-HEADER TO TRUE
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE WS-BATCH-ID TO HDR-BATCH-ID
           MOVE 0 TO HDR-ADJ-PERIOD
           WRITE FILE1-RECORD
               INVALID KEY
                   DISPLAY 'CALCLOAD ABEND: batch ' WS-BATCH-NUMBER
      *> The calculation stream carries no branch dimension, so its
      *> postings land in the house branch.
           MOVE '000' TO FILE1-BRANCH-CODE
           SET FILE1-FROM-CALLDEMO TO TRUE
           WRITE FILE1-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-AMOUNT TO WS-CONTROL-TOTAL ROUNDED
