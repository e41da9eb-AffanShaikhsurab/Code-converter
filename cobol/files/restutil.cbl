      *> restore instead of a reconstruction project. Restoring is
      *> deliberately parameter-driven and single-file: the operator
      *> states exactly what goes back, nothing is guessed.
      *> A restore must not change a month FILE2MTD has closed
      *> (PERDCHK, see period.cpy). Before anything is written the
      *> batches (file1.dat) or posted sets (file2.dat) in the
      *> generation are compared with the live file's by date and
      *> batch number; one the restore would add or take away in a
      *> closed month refuses the whole restore, naming each set,
      *> until a supervisor reopens the month through PERDUTIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FD  FILE1.
       01  FILE1-LIVE-RECORD.
           05  FILE1-LIVE-KEY       PIC 9(10).
           05  FILLER               PIC X(37).

       FD  FILE2-BACKUP.
       01  FILE2-BACKUP-RECORD      PIC X(45).

       FD  FILE2.
       01  FILE2-LIVE-RECORD        PIC X(45).

      *> REST-TARGET '1' restores file1.dat, '2' restores file2.dat;
      *> REST-GENERATION is the timestamp suffix of the generation
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Closed-period comparison: every batch header or posted-set
      *> header in the generation and in the live file, by date and
      *> batch number, flagged for which side it is on.
       01 WS-SCAN1-RECORD.
           COPY file1rec.
       01 WS-SCAN2-RECORD.
           COPY file2rec.
       01 WS-SCAN-SIDE          PIC X(1).
       01 WS-SCAN-DATE          PIC 9(8).
       01 WS-SCAN-BATCH         PIC 9(4).
       01 WS-PERIOD-STATUS      PIC X(1) VALUE '0'.
       01 WS-CLOSED-SET-COUNT   PIC 9(4) VALUE 0.
       01 WS-SET-COUNT          PIC 9(4) VALUE 0.
       01 WS-SET-TABLE.
           05  WS-SET-ENTRY     OCCURS 5000 TIMES
                                 INDEXED BY WS-SET-IDX.
               10  WS-SET-DATE      PIC 9(8).
               10  WS-SET-BATCH     PIC 9(4).
               10  WS-SET-IN-BKP    PIC X(1).
               10  WS-SET-IN-LIVE   PIC X(1).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT RESTORE-PARM-FILE
           STOP RUN.

       RESTORE-FILE1.
           PERFORM CHECK-FILE1-PERIODS
           OPEN INPUT FILE1-BACKUP
           IF WS-FILE1-BKP-STATUS NOT = '00'
               MOVE 'FILE1-BACKUP' TO WS-ERROR-FILE-NAME
           END-READ.

       RESTORE-FILE2.
           PERFORM CHECK-FILE2-PERIODS
           OPEN INPUT FILE2-BACKUP
           IF WS-FILE2-BKP-STATUS NOT = '00'
               MOVE 'FILE2-BACKUP' TO WS-ERROR-FILE-NAME
                   PERFORM COPY-FILE2-RECORDS
           END-READ.

      *> A missing live file is simply an empty side - everything
      *> the generation holds would be added.
       CHECK-FILE1-PERIODS.
           OPEN INPUT FILE1-BACKUP
           IF WS-FILE1-BKP-STATUS NOT = '00'
               MOVE 'FILE1-BACKUP' TO WS-ERROR-FILE-NAME
               MOVE WS-FILE1-BKP-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE 'B' TO WS-SCAN-SIDE
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM SCAN-FILE1-BACKUP UNTIL WS-END-OF-FILE = 'Y'
           CLOSE FILE1-BACKUP
           OPEN INPUT FILE1
           IF WS-FILE1-STATUS = '00'
               MOVE 'L' TO WS-SCAN-SIDE
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM SCAN-FILE1-LIVE UNTIL WS-END-OF-FILE = 'Y'
               CLOSE FILE1
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM CHECK-SET-PERIODS.

       SCAN-FILE1-BACKUP.
           READ FILE1-BACKUP NEXT RECORD INTO WS-SCAN1-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM NOTE-FILE1-HEADER
           END-READ.

       SCAN-FILE1-LIVE.
           READ FILE1 NEXT RECORD INTO WS-SCAN1-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM NOTE-FILE1-HEADER
           END-READ.

       NOTE-FILE1-HEADER.
           IF FILE1-IS-HEADER IN WS-SCAN1-RECORD
               AND HDR-RUN-DATE IN WS-SCAN1-RECORD NUMERIC
               MOVE HDR-RUN-DATE IN WS-SCAN1-RECORD TO WS-SCAN-DATE
               MOVE FILE1-KEY-BATCH IN WS-SCAN1-RECORD
                   TO WS-SCAN-BATCH
               PERFORM NOTE-SET
           END-IF.

       CHECK-FILE2-PERIODS.
           OPEN INPUT FILE2-BACKUP
           IF WS-FILE2-BKP-STATUS NOT = '00'
               MOVE 'FILE2-BACKUP' TO WS-ERROR-FILE-NAME
               MOVE WS-FILE2-BKP-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE 'B' TO WS-SCAN-SIDE
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM SCAN-FILE2-BACKUP UNTIL WS-END-OF-FILE = 'Y'
           CLOSE FILE2-BACKUP
           OPEN INPUT FILE2
           IF WS-FILE2-STATUS = '00'
               MOVE 'L' TO WS-SCAN-SIDE
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM SCAN-FILE2-LIVE UNTIL WS-END-OF-FILE = 'Y'
               CLOSE FILE2
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM CHECK-SET-PERIODS.

       SCAN-FILE2-BACKUP.
           READ FILE2-BACKUP INTO WS-SCAN2-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM NOTE-FILE2-HEADER
           END-READ.

       SCAN-FILE2-LIVE.
           READ FILE2 INTO WS-SCAN2-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM NOTE-FILE2-HEADER
           END-READ.

       NOTE-FILE2-HEADER.
           IF FILE2-REC-TYPE IN WS-SCAN2-RECORD = 'H'
               AND HDR2-BUSINESS-DATE IN WS-SCAN2-RECORD NUMERIC
               MOVE HDR2-BUSINESS-DATE IN WS-SCAN2-RECORD
                   TO WS-SCAN-DATE
               MOVE HDR2-BATCH-NO IN WS-SCAN2-RECORD
                   TO WS-SCAN-BATCH
               PERFORM NOTE-SET
           END-IF.

       NOTE-SET.
           SET WS-SET-IDX TO 1
           SEARCH WS-SET-ENTRY
               AT END
                   PERFORM ADD-SET
               WHEN WS-SET-IDX > WS-SET-COUNT
                   PERFORM ADD-SET
               WHEN WS-SET-DATE (WS-SET-IDX) = WS-SCAN-DATE
                   AND WS-SET-BATCH (WS-SET-IDX) = WS-SCAN-BATCH
                   CONTINUE
           END-SEARCH
           IF WS-SCAN-SIDE = 'B'
               MOVE 'Y' TO WS-SET-IN-BKP (WS-SET-IDX)
           ELSE
               MOVE 'Y' TO WS-SET-IN-LIVE (WS-SET-IDX)
           END-IF.

       ADD-SET.
           IF WS-SET-COUNT >= 5000
               DISPLAY 'RESTUTIL ABEND: more than 5000 sets to '
                   'compare - closed periods cannot be proven'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SET-COUNT
           SET WS-SET-IDX TO WS-SET-COUNT
           MOVE WS-SCAN-DATE TO WS-SET-DATE (WS-SET-IDX)
           MOVE WS-SCAN-BATCH TO WS-SET-BATCH (WS-SET-IDX)
           MOVE 'N' TO WS-SET-IN-BKP (WS-SET-IDX)
           MOVE 'N' TO WS-SET-IN-LIVE (WS-SET-IDX).

      *> A set on both sides stays as it is; one on only one side
      *> is what the restore adds or takes away.
       CHECK-SET-PERIODS.
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > WS-SET-COUNT
               IF WS-SET-IN-BKP (WS-SET-IDX)
                       NOT = WS-SET-IN-LIVE (WS-SET-IDX)
                   CALL 'PERDCHK' USING WS-SET-DATE (WS-SET-IDX),
                       WS-PERIOD-STATUS
                   IF WS-PERIOD-STATUS = 'C'
                       ADD 1 TO WS-CLOSED-SET-COUNT
                       DISPLAY 'RESTUTIL: restore would change '
                           WS-SET-DATE (WS-SET-IDX) ' batch '
                           WS-SET-BATCH (WS-SET-IDX)
                           ' in a closed period'
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CLOSED-SET-COUNT > 0
               DISPLAY 'RESTUTIL: restore refused - '
                   WS-CLOSED-SET-COUNT ' set(s) in closed periods; '
                   'a supervisor must reopen them first'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-ERROR.
           DISPLAY 'RESTUTIL ABEND: OPEN FAILED FOR '
               WS-ERROR-FILE-NAME ' - FILE STATUS ' WS-ERROR-STATUS
