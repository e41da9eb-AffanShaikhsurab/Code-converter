           SET FILE1-IS-HEADER TO TRUE
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE 'SVCCHARGE' TO HDR-BATCH-ID
           MOVE 0 TO HDR-ADJ-PERIOD
           WRITE FILE1-RECORD
               INVALID KEY
                   DISPLAY 'SVCACCR ABEND: target batch '
