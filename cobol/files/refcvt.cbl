       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFCVT.
      *> One-shot layout conversion for the upstream item reference.
      *> The reference rides on file1.dat and file2.dat details and
      *> on the exception and hold queues (FILE1-ITEM-REF,
      *> FILE2-ITEM-REF, EXC-ITEM-REF, HLD-ITEM-REF), and none of
      *> those records had room left for it, so every one of them
      *> grew by sixteen bytes. The two queues had grown before
      *> that, with nothing to convert them: the exception records
      *> took the customer account (EXC-ACCOUNT-NO, eight bytes) and
      *> the hold records the account and the hold reason
      *> (HLD-ACCOUNT-NO and HLD-REASON, twenty-eight bytes), so
      *> this conversion starts both from the layouts the shop's
      *> files are actually in. Run the new binaries against a
      *> shop's existing files and every record after the first
      *> mis-frames. This utility runs ONCE, after the new binaries
      *> are installed and before anything touches the files - the
      *> same contract QUEUECVT set for the last queue change:
      *>   file1.dat, file1.hist      - 30 bytes to 46
      *>   file2.dat, file2.hist      - 29 bytes to 45
      *>   file1.exc, file1exc.hist   - 62 bytes to 86
      *>   file1.hld                  - 28 bytes to 72
      *> Each file is first copied byte-for-byte to <name>.ref.old,
      *> then rebuilt from that copy under the new layout with the new
      *> fields blank - exactly what the new programs write for an
      *> item that arrived without a reference: an unallocated
      *> reject or hold, and a hold whose blank reason reads as over
      *> the limit.parm threshold, the only reason there was. Every
      *> layout took its new bytes at the end of the record except
      *> the file2.dat detail, where the reference sits ahead of the
      *> detail's trailing FILLER. The history files can outgrow any
      *> in-storage table, so the .ref.old copy (not storage) is the
      *> staging area: if a rebuild abends, the .ref.old copy is the
      *> untouched original to put back. The copies carry this
      *> conversion's own name because the queues' plain <name>.old
      *> copies are QUEUECVT's, still on file wherever it ran, and
      *> RSNCVT after this keeps <name>.rsn.old.
      *> Running it twice would mangle the files, so each conversion
      *> refuses when its .ref.old copy already exists, and the whole
      *> run demands an explicit 'C' in refcvt.parm - nothing is
      *> converted by accident. Dated backup generations
      *> (file1.dat.bkp.*, file2.dat.bkp.*) taken before the
      *> conversion stay in the old layout; restore from one only
      *> with the old binaries.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CVT-PARM-FILE ASSIGN TO 'refcvt.parm'
               FILE STATUS IS WS-CVT-PARM-STATUS.
           SELECT OLD-FILE1 ASSIGN TO 'file1.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-FILE1-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-FILE1 ASSIGN TO 'file1.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEW-FILE1-KEY
               FILE STATUS IS WS-NEW-STATUS.
           SELECT FILE1-BACKUP ASSIGN TO 'file1.dat.ref.old'
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT OLD-FILE1-HIST ASSIGN TO 'file1.hist'
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-FILE1-HIST ASSIGN TO 'file1.hist'
               FILE STATUS IS WS-NEW-STATUS.
           SELECT FILE1-HIST-BACKUP ASSIGN TO 'file1.hist.ref.old'
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT OLD-FILE2 ASSIGN TO 'file2.dat'
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-FILE2 ASSIGN TO 'file2.dat'
               FILE STATUS IS WS-NEW-STATUS.
           SELECT FILE2-BACKUP ASSIGN TO 'file2.dat.ref.old'
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT OLD-FILE2-HIST ASSIGN TO 'file2.hist'
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-FILE2-HIST ASSIGN TO 'file2.hist'
               FILE STATUS IS WS-NEW-STATUS.
           SELECT FILE2-HIST-BACKUP ASSIGN TO 'file2.hist.ref.old'
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT OLD-EXC-FILE ASSIGN TO 'file1.exc'
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-EXC-FILE ASSIGN TO 'file1.exc'
               FILE STATUS IS WS-NEW-STATUS.
           SELECT EXC-BACKUP ASSIGN TO 'file1.exc.ref.old'
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT OLD-EXC-HIST ASSIGN TO 'file1exc.hist'
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-EXC-HIST ASSIGN TO 'file1exc.hist'
               FILE STATUS IS WS-NEW-STATUS.
           SELECT EXC-HIST-BACKUP ASSIGN TO 'file1exc.hist.ref.old'
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT OLD-HLD-FILE ASSIGN TO 'file1.hld'
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-HLD-FILE ASSIGN TO 'file1.hld'
               FILE STATUS IS WS-NEW-STATUS.
           SELECT HLD-BACKUP ASSIGN TO 'file1.hld.ref.old'
               FILE STATUS IS WS-BACKUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CVT-PARM-FILE.
       01  CVT-PARM-RECORD.
           05  RCVT-CONFIRM         PIC X(1).

      *> The FDs carry the records as raw bytes - the conversion only
      *> ever widens, never reinterprets, a field; a shorter old
      *> record moved into the new one is padded out with spaces.
      *> file1.dat keeps its FILE1-REC-KEY in the first ten bytes in
      *> both layouts.
       FD  OLD-FILE1.
       01  OLD-FILE1-RECORD.
           05  OLD-FILE1-KEY        PIC 9(10).
           05  FILLER               PIC X(20).

       FD  NEW-FILE1.
       01  NEW-FILE1-RECORD.
           05  NEW-FILE1-KEY        PIC 9(10).
           05  FILLER               PIC X(36).

       FD  FILE1-BACKUP.
       01  FILE1-BACKUP-RECORD      PIC X(30).

       FD  OLD-FILE1-HIST.
       01  OLD-FILE1-HIST-RECORD    PIC X(30).

       FD  NEW-FILE1-HIST.
       01  NEW-FILE1-HIST-RECORD    PIC X(46).

       FD  FILE1-HIST-BACKUP.
       01  FILE1-HIST-BACKUP-RECORD PIC X(30).

       FD  OLD-FILE2.
       01  OLD-FILE2-RECORD         PIC X(29).

       FD  NEW-FILE2.
       01  NEW-FILE2-RECORD         PIC X(45).

       FD  FILE2-BACKUP.
       01  FILE2-BACKUP-RECORD      PIC X(29).

       FD  OLD-FILE2-HIST.
       01  OLD-FILE2-HIST-RECORD    PIC X(29).

       FD  NEW-FILE2-HIST.
       01  NEW-FILE2-HIST-RECORD    PIC X(45).

       FD  FILE2-HIST-BACKUP.
       01  FILE2-HIST-BACKUP-RECORD PIC X(29).

       FD  OLD-EXC-FILE.
       01  OLD-EXC-RECORD           PIC X(62).

       FD  NEW-EXC-FILE.
       01  NEW-EXC-RECORD           PIC X(86).

       FD  EXC-BACKUP.
       01  EXC-BACKUP-RECORD        PIC X(62).

       FD  OLD-EXC-HIST.
       01  OLD-EXC-HIST-RECORD      PIC X(62).

       FD  NEW-EXC-HIST.
       01  NEW-EXC-HIST-RECORD      PIC X(86).

       FD  EXC-HIST-BACKUP.
       01  EXC-HIST-BACKUP-RECORD   PIC X(62).

       FD  OLD-HLD-FILE.
       01  OLD-HLD-RECORD           PIC X(28).

       FD  NEW-HLD-FILE.
       01  NEW-HLD-RECORD           PIC X(72).

       FD  HLD-BACKUP.
       01  HLD-BACKUP-RECORD        PIC X(28).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-CONFIRMED          PIC X VALUE 'N'.
       01 WS-RECORD-COUNT       PIC 9(8) VALUE 0.

      *> file2.dat as it was before the reference: the detail's
      *> account number ended at byte 21 and an eight-byte FILLER
      *> followed. The rebuilt detail keeps bytes 1-21, takes the
      *> blank reference, then a blank FILLER; headers and trailers
      *> simply take the sixteen bytes on the end.
       01 WS-OLD-FILE2.
           05  OF2-REC-TYPE         PIC X(1).
           05  OF2-DETAIL-FIELDS    PIC X(20).
           05  OF2-TAIL             PIC X(8).
       01 WS-NEW-FILE2.
           COPY file2rec.

       01 WS-CVT-PARM-STATUS    PIC XX VALUE '00'.
       01 WS-OLD-STATUS         PIC XX VALUE '00'.
       01 WS-NEW-STATUS         PIC XX VALUE '00'.
       01 WS-BACKUP-STATUS      PIC XX VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-CONFIRMATION
           IF WS-CONFIRMED = 'N'
               DISPLAY 'REFCVT: would convert file1.dat, file1.hist, '
                   'file2.dat, file2.hist, file1.exc, file1exc.hist '
                   'and file1.hld to the item-reference layouts - '
                   'put C in refcvt.parm to confirm'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CONVERT-FILE1
           PERFORM CONVERT-FILE1-HIST
           PERFORM CONVERT-FILE2
           PERFORM CONVERT-FILE2-HIST
           PERFORM CONVERT-EXCEPTION-QUEUE
           PERFORM CONVERT-EXCEPTION-HISTORY
           PERFORM CONVERT-HOLD-QUEUE
           DISPLAY 'REFCVT: conversion complete - the .ref.old '
               'copies are the pre-conversion files'
           STOP RUN.

       LOAD-CONFIRMATION.
           OPEN INPUT CVT-PARM-FILE
           IF WS-CVT-PARM-STATUS = '00'
               READ CVT-PARM-FILE INTO CVT-PARM-RECORD
               IF RCVT-CONFIRM = 'C'
                   MOVE 'Y' TO WS-CONFIRMED
               END-IF
               CLOSE CVT-PARM-FILE
           END-IF.

      *> Each conversion follows the same shape: refuse when the
      *> .ref.old copy already exists (the conversion already ran), copy
      *> the live file byte-for-byte to .ref.old, then recreate the live
      *> file from the .ref.old copy under the new layout.
       CONVERT-FILE1.
           OPEN INPUT FILE1-BACKUP
           IF WS-BACKUP-STATUS = '00'
               CLOSE FILE1-BACKUP
               DISPLAY 'REFCVT: file1.dat.ref.old already on file - '
                   'file1.dat already converted, skipped'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OLD-FILE1
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'REFCVT: no file1.dat to convert'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILE1-BACKUP
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM COPY-OLD-FILE1
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE OLD-FILE1
           CLOSE FILE1-BACKUP
           OPEN INPUT FILE1-BACKUP
           OPEN OUTPUT NEW-FILE1
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM REBUILD-FILE1
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE FILE1-BACKUP
           CLOSE NEW-FILE1
           DISPLAY 'REFCVT: file1.dat converted - '
               WS-RECORD-COUNT ' records'.

       COPY-OLD-FILE1.
           READ OLD-FILE1 NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   WRITE FILE1-BACKUP-RECORD FROM OLD-FILE1-RECORD
           END-READ.

      *> The backup holds the records in key order, so the rebuilt
      *> indexed file loads in sequence.
       REBUILD-FILE1.
           READ FILE1-BACKUP
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   MOVE SPACES TO NEW-FILE1-RECORD
                   MOVE FILE1-BACKUP-RECORD TO NEW-FILE1-RECORD (1:30)
                   WRITE NEW-FILE1-RECORD
                       INVALID KEY
                           DISPLAY 'REFCVT ABEND: duplicate key '
                               NEW-FILE1-KEY ' rebuilding file1.dat '
                               '- restore it from file1.dat.ref.old'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.

      *> file1.hist holds file1.dat records as ARCHUTIL aged them
      *> out, in the same layout.
       CONVERT-FILE1-HIST.
           OPEN INPUT FILE1-HIST-BACKUP
           IF WS-BACKUP-STATUS = '00'
               CLOSE FILE1-HIST-BACKUP
               DISPLAY 'REFCVT: file1.hist.ref.old already on file - '
                   'file1.hist already converted, skipped'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OLD-FILE1-HIST
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'REFCVT: no file1.hist to convert'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILE1-HIST-BACKUP
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM COPY-OLD-FILE1-HIST
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE OLD-FILE1-HIST
           CLOSE FILE1-HIST-BACKUP
           OPEN INPUT FILE1-HIST-BACKUP
           OPEN OUTPUT NEW-FILE1-HIST
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM REBUILD-FILE1-HIST
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE FILE1-HIST-BACKUP
           CLOSE NEW-FILE1-HIST
           DISPLAY 'REFCVT: file1.hist converted - '
               WS-RECORD-COUNT ' records'.

       COPY-OLD-FILE1-HIST.
           READ OLD-FILE1-HIST
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   WRITE FILE1-HIST-BACKUP-RECORD
                       FROM OLD-FILE1-HIST-RECORD
           END-READ.

       REBUILD-FILE1-HIST.
           READ FILE1-HIST-BACKUP
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   MOVE FILE1-HIST-BACKUP-RECORD
                       TO NEW-FILE1-HIST-RECORD
                   WRITE NEW-FILE1-HIST-RECORD
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.

       CONVERT-FILE2.
           OPEN INPUT FILE2-BACKUP
           IF WS-BACKUP-STATUS = '00'
               CLOSE FILE2-BACKUP
               DISPLAY 'REFCVT: file2.dat.ref.old already on file - '
                   'file2.dat already converted, skipped'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OLD-FILE2
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'REFCVT: no file2.dat to convert'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILE2-BACKUP
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM COPY-OLD-FILE2
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE OLD-FILE2
           CLOSE FILE2-BACKUP
           OPEN INPUT FILE2-BACKUP
           OPEN OUTPUT NEW-FILE2
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM REBUILD-FILE2
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE FILE2-BACKUP
           CLOSE NEW-FILE2
           DISPLAY 'REFCVT: file2.dat converted - '
               WS-RECORD-COUNT ' records'.

       COPY-OLD-FILE2.
           READ OLD-FILE2
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   WRITE FILE2-BACKUP-RECORD FROM OLD-FILE2-RECORD
           END-READ.

       REBUILD-FILE2.
           READ FILE2-BACKUP INTO WS-OLD-FILE2
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM BUILD-NEW-FILE2-RECORD
                   WRITE NEW-FILE2-RECORD FROM WS-NEW-FILE2
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.

       BUILD-NEW-FILE2-RECORD.
           MOVE SPACES TO WS-NEW-FILE2
           IF OF2-REC-TYPE = 'D'
               MOVE WS-OLD-FILE2 (1:21) TO WS-NEW-FILE2 (1:21)
               MOVE SPACES TO FILE2-ITEM-REF
           ELSE
               MOVE WS-OLD-FILE2 TO WS-NEW-FILE2 (1:29)
           END-IF.

      *> file2.hist holds file2.dat records as ARCHUTIL aged them
      *> out, in the same layout.
       CONVERT-FILE2-HIST.
           OPEN INPUT FILE2-HIST-BACKUP
           IF WS-BACKUP-STATUS = '00'
               CLOSE FILE2-HIST-BACKUP
               DISPLAY 'REFCVT: file2.hist.ref.old already on file - '
                   'file2.hist already converted, skipped'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OLD-FILE2-HIST
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'REFCVT: no file2.hist to convert'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILE2-HIST-BACKUP
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM COPY-OLD-FILE2-HIST
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE OLD-FILE2-HIST
           CLOSE FILE2-HIST-BACKUP
           OPEN INPUT FILE2-HIST-BACKUP
           OPEN OUTPUT NEW-FILE2-HIST
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM REBUILD-FILE2-HIST
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE FILE2-HIST-BACKUP
           CLOSE NEW-FILE2-HIST
           DISPLAY 'REFCVT: file2.hist converted - '
               WS-RECORD-COUNT ' records'.

       COPY-OLD-FILE2-HIST.
           READ OLD-FILE2-HIST
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   WRITE FILE2-HIST-BACKUP-RECORD
                       FROM OLD-FILE2-HIST-RECORD
           END-READ.

       REBUILD-FILE2-HIST.
           READ FILE2-HIST-BACKUP INTO WS-OLD-FILE2
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM BUILD-NEW-FILE2-RECORD
                   WRITE NEW-FILE2-HIST-RECORD FROM WS-NEW-FILE2
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.

       CONVERT-EXCEPTION-QUEUE.
           OPEN INPUT EXC-BACKUP
           IF WS-BACKUP-STATUS = '00'
               CLOSE EXC-BACKUP
               DISPLAY 'REFCVT: file1.exc.ref.old already on file - '
                   'file1.exc already converted, skipped'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OLD-EXC-FILE
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'REFCVT: no file1.exc to convert'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT EXC-BACKUP
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM COPY-OLD-EXC
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE OLD-EXC-FILE
           CLOSE EXC-BACKUP
           OPEN INPUT EXC-BACKUP
           OPEN OUTPUT NEW-EXC-FILE
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM REBUILD-EXC
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE EXC-BACKUP
           CLOSE NEW-EXC-FILE
           DISPLAY 'REFCVT: file1.exc converted - '
               WS-RECORD-COUNT ' records'.

       COPY-OLD-EXC.
           READ OLD-EXC-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   WRITE EXC-BACKUP-RECORD FROM OLD-EXC-RECORD
           END-READ.

       REBUILD-EXC.
           READ EXC-BACKUP
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   MOVE EXC-BACKUP-RECORD TO NEW-EXC-RECORD
                   WRITE NEW-EXC-RECORD
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.

      *> Same record layout as the live queue - RETNUTIL copies
      *> exception records to the history unchanged.
       CONVERT-EXCEPTION-HISTORY.
           OPEN INPUT EXC-HIST-BACKUP
           IF WS-BACKUP-STATUS = '00'
               CLOSE EXC-HIST-BACKUP
               DISPLAY 'REFCVT: file1exc.hist.ref.old already on '
                   'file - file1exc.hist already converted, skipped'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OLD-EXC-HIST
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'REFCVT: no file1exc.hist to convert'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT EXC-HIST-BACKUP
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM COPY-OLD-EXC-HIST
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE OLD-EXC-HIST
           CLOSE EXC-HIST-BACKUP
           OPEN INPUT EXC-HIST-BACKUP
           OPEN OUTPUT NEW-EXC-HIST
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM REBUILD-EXC-HIST
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE EXC-HIST-BACKUP
           CLOSE NEW-EXC-HIST
           DISPLAY 'REFCVT: file1exc.hist converted - '
               WS-RECORD-COUNT ' records'.

       COPY-OLD-EXC-HIST.
           READ OLD-EXC-HIST
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   WRITE EXC-HIST-BACKUP-RECORD FROM OLD-EXC-HIST-RECORD
           END-READ.

       REBUILD-EXC-HIST.
           READ EXC-HIST-BACKUP
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   MOVE EXC-HIST-BACKUP-RECORD TO NEW-EXC-HIST-RECORD
                   WRITE NEW-EXC-HIST-RECORD
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.

       CONVERT-HOLD-QUEUE.
           OPEN INPUT HLD-BACKUP
           IF WS-BACKUP-STATUS = '00'
               CLOSE HLD-BACKUP
               DISPLAY 'REFCVT: file1.hld.ref.old already on file - '
                   'file1.hld already converted, skipped'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OLD-HLD-FILE
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'REFCVT: no file1.hld to convert'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT HLD-BACKUP
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM COPY-OLD-HLD
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE OLD-HLD-FILE
           CLOSE HLD-BACKUP
           OPEN INPUT HLD-BACKUP
           OPEN OUTPUT NEW-HLD-FILE
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM REBUILD-HLD
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE HLD-BACKUP
           CLOSE NEW-HLD-FILE
           DISPLAY 'REFCVT: file1.hld converted - '
               WS-RECORD-COUNT ' records'.

       COPY-OLD-HLD.
           READ OLD-HLD-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   WRITE HLD-BACKUP-RECORD FROM OLD-HLD-RECORD
           END-READ.

       REBUILD-HLD.
           READ HLD-BACKUP
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   MOVE HLD-BACKUP-RECORD TO NEW-HLD-RECORD
                   WRITE NEW-HLD-RECORD
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.
