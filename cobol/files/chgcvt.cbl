       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGCVT.
      *> One-shot layout conversion for the master-change queue and
      *> the reference change journal. The account master came under
      *> dual control, and neither record had room for it: an
      *> acctmnt.trn transaction is 66 bytes against a 60-byte
      *> MCQ-TRN-IMAGE, and an acctmast.dat record 74 bytes against
      *> 60-byte journal images. Both images grew to 80 bytes (see
      *> mastchg.cpy / refjrnl.cpy), and these are fixed-length
      *> record-sequential files: run the new binaries against a
      *> shop's existing mastchg.que or refchg.jnl and every record
      *> after the first mis-frames. This utility runs ONCE, after
      *> the new binaries are installed and before anything touches
      *> the queue or the journal - the same contract QUEUECVT set:
      *>   mastchg.que                - 149 bytes to 169
      *>   refchg.jnl                 - 195 bytes to 235
      *> Each file is first copied byte-for-byte to <name>.old, then
      *> rebuilt from that copy under the new layout with every image
      *> padded with spaces to its new width - exactly what the new
      *> programs write for a transaction or master record shorter
      *> than the image. If a rebuild abends, the .old copy is the
      *> untouched original to put back.
      *> Running it twice would mangle the files, so each conversion
      *> refuses when its .old copy already exists, and the whole run
      *> demands an explicit 'C' in chgcvt.parm - nothing is
      *> converted by accident. Snapshot directories taken before the
      *> conversion stay in the old layout; restore from one only
      *> with the old binaries.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CVT-PARM-FILE ASSIGN TO 'chgcvt.parm'
               FILE STATUS IS WS-CVT-PARM-STATUS.
           SELECT OLD-QUEUE-FILE ASSIGN TO 'mastchg.que'
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-QUEUE-FILE ASSIGN TO 'mastchg.que'
               FILE STATUS IS WS-NEW-STATUS.
           SELECT QUEUE-BACKUP ASSIGN TO 'mastchg.que.old'
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT OLD-JOURNAL-FILE ASSIGN TO 'refchg.jnl'
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-JOURNAL-FILE ASSIGN TO 'refchg.jnl'
               FILE STATUS IS WS-NEW-STATUS.
           SELECT JOURNAL-BACKUP ASSIGN TO 'refchg.jnl.old'
               FILE STATUS IS WS-BACKUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CVT-PARM-FILE.
       01  CVT-PARM-RECORD.
           05  CCVT-CONFIRM         PIC X(1).

      *> The FDs carry the records as raw bytes; the old layouts live
      *> in WORKING-STORAGE below and the new ones are the copybooks.
       FD  OLD-QUEUE-FILE.
       01  OLD-QUEUE-RECORD         PIC X(149).

       FD  NEW-QUEUE-FILE.
       01  NEW-QUEUE-RECORD         PIC X(169).

       FD  QUEUE-BACKUP.
       01  QUEUE-BACKUP-RECORD      PIC X(149).

       FD  OLD-JOURNAL-FILE.
       01  OLD-JOURNAL-RECORD       PIC X(195).

       FD  NEW-JOURNAL-FILE.
       01  NEW-JOURNAL-RECORD       PIC X(235).

       FD  JOURNAL-BACKUP.
       01  JOURNAL-BACKUP-RECORD    PIC X(195).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-CONFIRMED          PIC X VALUE 'N'.
       01 WS-RECORD-COUNT       PIC 9(6) VALUE 0.

      *> The queue record as the maintenance programs wrote it with a
      *> 60-byte transaction image.
       01 WS-OLD-MCQ.
           05  OMCQ-DATE            PIC 9(8).
           05  OMCQ-TIME            PIC 9(8).
           05  OMCQ-PROGRAM         PIC X(10).
           05  OMCQ-TRN-IMAGE       PIC X(60).
           05  OMCQ-MAKER           PIC X(8).
           05  OMCQ-STATUS          PIC X(1).
           05  OMCQ-CHECKER         PIC X(8).
           05  OMCQ-CHECKED-DATE    PIC 9(8).
           05  OMCQ-REASON          PIC X(30).
           05  OMCQ-APPLIED-DATE    PIC 9(8).

       01 WS-NEW-MCQ.
           COPY mastchg.

      *> The journal record as the maintenance programs wrote it with
      *> 60-byte before and after images.
       01 WS-OLD-RJR.
           05  ORJR-DATE            PIC 9(8).
           05  ORJR-TIME            PIC 9(8).
           05  ORJR-PROGRAM         PIC X(10).
           05  ORJR-FILE            PIC X(12).
           05  ORJR-KEY             PIC X(20).
           05  ORJR-ACTION          PIC X(1).
           05  ORJR-OPERATOR        PIC X(8).
           05  ORJR-CHECKER         PIC X(8).
           05  ORJR-BEFORE-IMAGE    PIC X(60).
           05  ORJR-AFTER-IMAGE     PIC X(60).

       01 WS-NEW-RJR.
           COPY refjrnl.

       01 WS-CVT-PARM-STATUS    PIC XX VALUE '00'.
       01 WS-OLD-STATUS         PIC XX VALUE '00'.
       01 WS-NEW-STATUS         PIC XX VALUE '00'.
       01 WS-BACKUP-STATUS      PIC XX VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-CONFIRMATION
           IF WS-CONFIRMED = 'N'
               DISPLAY 'CHGCVT: would convert mastchg.que and '
                   'refchg.jnl to the 80-byte image layouts - put C '
                   'in chgcvt.parm to confirm'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CONVERT-CHANGE-QUEUE
           PERFORM CONVERT-CHANGE-JOURNAL
           DISPLAY 'CHGCVT: conversion complete - the .old '
               'copies are the pre-conversion files'
           STOP RUN.

       LOAD-CONFIRMATION.
           OPEN INPUT CVT-PARM-FILE
           IF WS-CVT-PARM-STATUS = '00'
               READ CVT-PARM-FILE INTO CVT-PARM-RECORD
               IF CCVT-CONFIRM = 'C'
                   MOVE 'Y' TO WS-CONFIRMED
               END-IF
               CLOSE CVT-PARM-FILE
           END-IF.

      *> Same shape as ACCTCVT: refuse when the .old copy already
      *> exists (the conversion already ran), copy the live file
      *> byte-for-byte to .old, then recreate the live file from the
      *> .old copy under the new layout.
       CONVERT-CHANGE-QUEUE.
           OPEN INPUT QUEUE-BACKUP
           IF WS-BACKUP-STATUS = '00'
               CLOSE QUEUE-BACKUP
               DISPLAY 'CHGCVT: mastchg.que.old already on file - '
                   'mastchg.que already converted, skipped'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OLD-QUEUE-FILE
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'CHGCVT: no mastchg.que to convert'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT QUEUE-BACKUP
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM COPY-OLD-QUEUE
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE OLD-QUEUE-FILE
           CLOSE QUEUE-BACKUP
           OPEN INPUT QUEUE-BACKUP
           OPEN OUTPUT NEW-QUEUE-FILE
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM REBUILD-QUEUE
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE QUEUE-BACKUP
           CLOSE NEW-QUEUE-FILE
           DISPLAY 'CHGCVT: mastchg.que converted - '
               WS-RECORD-COUNT ' records'.

       COPY-OLD-QUEUE.
           READ OLD-QUEUE-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   WRITE QUEUE-BACKUP-RECORD FROM OLD-QUEUE-RECORD
           END-READ.

       REBUILD-QUEUE.
           READ QUEUE-BACKUP INTO WS-OLD-MCQ
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   MOVE SPACES TO WS-NEW-MCQ
                   MOVE OMCQ-DATE TO MCQ-DATE
                   MOVE OMCQ-TIME TO MCQ-TIME
                   MOVE OMCQ-PROGRAM TO MCQ-PROGRAM
                   MOVE OMCQ-TRN-IMAGE TO MCQ-TRN-IMAGE
                   MOVE OMCQ-MAKER TO MCQ-MAKER
                   MOVE OMCQ-STATUS TO MCQ-STATUS
                   MOVE OMCQ-CHECKER TO MCQ-CHECKER
                   MOVE OMCQ-CHECKED-DATE TO MCQ-CHECKED-DATE
                   MOVE OMCQ-REASON TO MCQ-REASON
                   MOVE OMCQ-APPLIED-DATE TO MCQ-APPLIED-DATE
                   WRITE NEW-QUEUE-RECORD FROM WS-NEW-MCQ
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.

       CONVERT-CHANGE-JOURNAL.
           OPEN INPUT JOURNAL-BACKUP
           IF WS-BACKUP-STATUS = '00'
               CLOSE JOURNAL-BACKUP
               DISPLAY 'CHGCVT: refchg.jnl.old already on file - '
                   'refchg.jnl already converted, skipped'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OLD-JOURNAL-FILE
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'CHGCVT: no refchg.jnl to convert'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT JOURNAL-BACKUP
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM COPY-OLD-JOURNAL
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE OLD-JOURNAL-FILE
           CLOSE JOURNAL-BACKUP
           OPEN INPUT JOURNAL-BACKUP
           OPEN OUTPUT NEW-JOURNAL-FILE
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM REBUILD-JOURNAL
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE JOURNAL-BACKUP
           CLOSE NEW-JOURNAL-FILE
           DISPLAY 'CHGCVT: refchg.jnl converted - '
               WS-RECORD-COUNT ' records'.

       COPY-OLD-JOURNAL.
           READ OLD-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   WRITE JOURNAL-BACKUP-RECORD FROM OLD-JOURNAL-RECORD
           END-READ.

       REBUILD-JOURNAL.
           READ JOURNAL-BACKUP INTO WS-OLD-RJR
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   MOVE SPACES TO WS-NEW-RJR
                   MOVE ORJR-DATE TO RJR-DATE
                   MOVE ORJR-TIME TO RJR-TIME
                   MOVE ORJR-PROGRAM TO RJR-PROGRAM
                   MOVE ORJR-FILE TO RJR-FILE
                   MOVE ORJR-KEY TO RJR-KEY
                   MOVE ORJR-ACTION TO RJR-ACTION
                   MOVE ORJR-OPERATOR TO RJR-OPERATOR
                   MOVE ORJR-CHECKER TO RJR-CHECKER
                   MOVE ORJR-BEFORE-IMAGE TO RJR-BEFORE-IMAGE
                   MOVE ORJR-AFTER-IMAGE TO RJR-AFTER-IMAGE
                   WRITE NEW-JOURNAL-RECORD FROM WS-NEW-RJR
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.
