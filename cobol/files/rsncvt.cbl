       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSNCVT.
      *> One-shot layout conversion for the reason codes and the
      *> entry source. file1.dat details now say how each item came
      *> in (FILE1-ENTRY-SOURCE), the exception and hold queues carry
      *> a standard reason code and the entry source beside their
      *> text (EXC-/HLD-REASON-CODE, EXC-/HLD-ENTRY-SOURCE), and
      *> file1rev.rej became a kept file with a fixed layout
      *> (file1rej.cpy) - so every one of those records grew. Run the
      *> new binaries against a shop's existing files and every
      *> record after the first mis-frames. This utility runs ONCE,
      *> after the new binaries are installed and RSNMNT has
      *> installed reason.dat, and before anything else touches the
      *> files - the same contract REFCVT set for the item reference:
      *>   file1.dat, file1.hist      - 46 bytes to 47
      *>   file1.exc, file1exc.hist   - 86 bytes to 91
      *>   file1.hld                  - 72 bytes to 77
      *>   file1rev.rej               - 52 bytes to 72
      *> Each file is first copied byte-for-byte to <name>.rsn.old
      *> (its own name - REFCVT's <name>.ref.old and QUEUECVT's
      *> <name>.old copies are still on file), then rebuilt from
      *> that copy under the new layout. The entry
      *> source is left blank - nothing on the old records says how
      *> they came in. Each exception, hold and refused reversal is
      *> given the standard code whose reason.dat description
      *> matches its text (a hold with no text was held over the
      *> limit), and Z999 when nothing matches, so the scorecard
      *> still counts it. A refused reversal carries no date from
      *> before, so it stays out of every month's scorecard.
      *> Running it twice would mangle the files, so each conversion
      *> refuses when its .rsn.old copy already exists, and the whole
      *> run demands an explicit 'C' in rsncvt.parm - nothing is
      *> converted by accident. Dated backup generations
      *> (file1.dat.bkp.*) and snapshot directories taken before the
      *> conversion stay in the old layout; restore from one only
      *> with the old binaries.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CVT-PARM-FILE ASSIGN TO 'rsncvt.parm'
               FILE STATUS IS WS-CVT-PARM-STATUS.
           SELECT REASON-FILE ASSIGN TO 'reason.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REASON-STATUS.
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
           SELECT FILE1-BACKUP ASSIGN TO 'file1.dat.rsn.old'
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT OLD-FILE1-HIST ASSIGN TO 'file1.hist'
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-FILE1-HIST ASSIGN TO 'file1.hist'
               FILE STATUS IS WS-NEW-STATUS.
           SELECT FILE1-HIST-BACKUP ASSIGN TO 'file1.hist.rsn.old'
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT OLD-EXC-FILE ASSIGN TO 'file1.exc'
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-EXC-FILE ASSIGN TO 'file1.exc'
               FILE STATUS IS WS-NEW-STATUS.
           SELECT EXC-BACKUP ASSIGN TO 'file1.exc.rsn.old'
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT OLD-EXC-HIST ASSIGN TO 'file1exc.hist'
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-EXC-HIST ASSIGN TO 'file1exc.hist'
               FILE STATUS IS WS-NEW-STATUS.
           SELECT EXC-HIST-BACKUP ASSIGN TO 'file1exc.hist.rsn.old'
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT OLD-HLD-FILE ASSIGN TO 'file1.hld'
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-HLD-FILE ASSIGN TO 'file1.hld'
               FILE STATUS IS WS-NEW-STATUS.
           SELECT HLD-BACKUP ASSIGN TO 'file1.hld.rsn.old'
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT OLD-REJ-FILE ASSIGN TO 'file1rev.rej'
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-REJ-FILE ASSIGN TO 'file1rev.rej'
               FILE STATUS IS WS-NEW-STATUS.
           SELECT REJ-BACKUP ASSIGN TO 'file1rev.rej.rsn.old'
               FILE STATUS IS WS-BACKUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CVT-PARM-FILE.
       01  CVT-PARM-RECORD.
           05  RSCV-CONFIRM         PIC X(1).

       FD  REASON-FILE.
       01  REASON-RECORD.
           COPY rsncode.

      *> The FDs carry the records as raw bytes - the conversion only
      *> ever widens, never reinterprets, a field. file1.dat keeps
      *> its FILE1-REC-KEY in the first ten bytes in both layouts.
       FD  OLD-FILE1.
       01  OLD-FILE1-RECORD.
           05  OLD-FILE1-KEY        PIC 9(10).
           05  FILLER               PIC X(36).

       FD  NEW-FILE1.
       01  NEW-FILE1-RECORD.
           05  NEW-FILE1-KEY        PIC 9(10).
           05  FILLER               PIC X(37).

       FD  FILE1-BACKUP.
       01  FILE1-BACKUP-RECORD      PIC X(46).

       FD  OLD-FILE1-HIST.
       01  OLD-FILE1-HIST-RECORD    PIC X(46).

       FD  NEW-FILE1-HIST.
       01  NEW-FILE1-HIST-RECORD    PIC X(47).

       FD  FILE1-HIST-BACKUP.
       01  FILE1-HIST-BACKUP-RECORD PIC X(46).

       FD  OLD-EXC-FILE.
       01  OLD-EXC-RECORD           PIC X(86).

       FD  NEW-EXC-FILE.
       01  NEW-EXC-RECORD           PIC X(91).

       FD  EXC-BACKUP.
       01  EXC-BACKUP-RECORD        PIC X(86).

       FD  OLD-EXC-HIST.
       01  OLD-EXC-HIST-RECORD      PIC X(86).

       FD  NEW-EXC-HIST.
       01  NEW-EXC-HIST-RECORD      PIC X(91).

       FD  EXC-HIST-BACKUP.
       01  EXC-HIST-BACKUP-RECORD   PIC X(86).

       FD  OLD-HLD-FILE.
       01  OLD-HLD-RECORD           PIC X(72).

       FD  NEW-HLD-FILE.
       01  NEW-HLD-RECORD           PIC X(77).

       FD  HLD-BACKUP.
       01  HLD-BACKUP-RECORD        PIC X(72).

       FD  OLD-REJ-FILE.
       01  OLD-REJ-RECORD           PIC X(52).

       FD  NEW-REJ-FILE.
       01  NEW-REJ-RECORD           PIC X(72).

       FD  REJ-BACKUP.
       01  REJ-BACKUP-RECORD        PIC X(52).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-CONFIRMED          PIC X VALUE 'N'.
       01 WS-RECORD-COUNT       PIC 9(8) VALUE 0.
       01 WS-UNMATCHED-COUNT    PIC 9(8) VALUE 0.
       01 WS-RSN-SUB            PIC 9(3) VALUE 0.
       01 WS-MATCH-CLASS        PIC X(1).
       01 WS-MATCH-TEXT         PIC X(30).
       01 WS-MATCH-CODE         PIC X(4).

      *> reason.dat, loaded whole - the standard set plus any codes
      *> the shop has added.
       01 WS-RSN-COUNT          PIC 9(3) VALUE 0.
       01 WS-RSN-TABLE.
           05  WS-RSN-ENTRY     OCCURS 200 TIMES.
               10  WS-RSN-CODE      PIC X(4).
               10  WS-RSN-DESCRIPTION PIC X(30).

      *> The rebuilt records, laid out by the new copybooks. The old
      *> record is the leading bytes of each.
       01 WS-NEW-EXC.
           COPY file1exc.
       01 WS-NEW-HLD.
           COPY file1hld.
       01 WS-NEW-REJ.
           COPY file1rej.

       01 WS-CVT-PARM-STATUS    PIC XX VALUE '00'.
       01 WS-REASON-STATUS      PIC XX VALUE '00'.
       01 WS-OLD-STATUS         PIC XX VALUE '00'.
       01 WS-NEW-STATUS         PIC XX VALUE '00'.
       01 WS-BACKUP-STATUS      PIC XX VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-CONFIRMATION
           IF WS-CONFIRMED = 'N'
               DISPLAY 'RSNCVT: would convert file1.dat, file1.hist, '
                   'file1.exc, file1exc.hist, file1.hld and '
                   'file1rev.rej to the reason-code layouts - '
                   'put C in rsncvt.parm to confirm'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-REASON-CODES
           PERFORM CONVERT-FILE1
           PERFORM CONVERT-FILE1-HIST
           PERFORM CONVERT-EXCEPTION-QUEUE
           PERFORM CONVERT-EXCEPTION-HISTORY
           PERFORM CONVERT-HOLD-QUEUE
           PERFORM CONVERT-REVERSAL-REJECTS
           DISPLAY 'RSNCVT: conversion complete - the .rsn.old '
               'copies are the pre-conversion files'
           STOP RUN.

       LOAD-CONFIRMATION.
           OPEN INPUT CVT-PARM-FILE
           IF WS-CVT-PARM-STATUS = '00'
               READ CVT-PARM-FILE INTO CVT-PARM-RECORD
               IF RSCV-CONFIRM = 'C'
                   MOVE 'Y' TO WS-CONFIRMED
               END-IF
               CLOSE CVT-PARM-FILE
           END-IF.

      *> Codes are matched on reason.dat's descriptions, so the file
      *> must be installed first; nothing is converted without it.
       LOAD-REASON-CODES.
           OPEN INPUT REASON-FILE
           IF WS-REASON-STATUS NOT = '00'
               DISPLAY 'RSNCVT ABEND: reason.dat not on file - run '
                   'RSNMNT first; nothing converted'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM READ-REASON-LINE
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE REASON-FILE
           DISPLAY 'RSNCVT: ' WS-RSN-COUNT ' reason codes loaded'.

       READ-REASON-LINE.
           READ REASON-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF RSN-CODE NOT = SPACES AND WS-RSN-COUNT < 200
                       ADD 1 TO WS-RSN-COUNT
                       MOVE RSN-CODE TO WS-RSN-CODE (WS-RSN-COUNT)
                       MOVE RSN-DESCRIPTION
                           TO WS-RSN-DESCRIPTION (WS-RSN-COUNT)
                   END-IF
           END-READ.

      *> The code of the given class whose description is the given
      *> text; Z999 when none is.
       MATCH-REASON-TEXT.
           MOVE 'Z999' TO WS-MATCH-CODE
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > WS-RSN-COUNT
                   OR WS-MATCH-CODE NOT = 'Z999'
               IF WS-RSN-CODE (WS-RSN-SUB) (1:1) = WS-MATCH-CLASS
                   AND WS-RSN-DESCRIPTION (WS-RSN-SUB) = WS-MATCH-TEXT
                   MOVE WS-RSN-CODE (WS-RSN-SUB) TO WS-MATCH-CODE
               END-IF
           END-PERFORM
           IF WS-MATCH-CODE = 'Z999'
               ADD 1 TO WS-UNMATCHED-COUNT
           END-IF.

      *> Each conversion follows the same shape: refuse when the
      *> .rsn.old copy already exists (the conversion already ran), copy
      *> the live file byte-for-byte to .rsn.old, then recreate the live
      *> file from the .rsn.old copy under the new layout.
       CONVERT-FILE1.
           OPEN INPUT FILE1-BACKUP
           IF WS-BACKUP-STATUS = '00'
               CLOSE FILE1-BACKUP
               DISPLAY 'RSNCVT: file1.dat.rsn.old already on file - '
                   'file1.dat already converted, skipped'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OLD-FILE1
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'RSNCVT: no file1.dat to convert'
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
           DISPLAY 'RSNCVT: file1.dat converted - '
               WS-RECORD-COUNT ' records'.

       COPY-OLD-FILE1.
           READ OLD-FILE1 NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   WRITE FILE1-BACKUP-RECORD FROM OLD-FILE1-RECORD
           END-READ.

      *> The backup holds the records in key order, so the rebuilt
      *> indexed file loads in sequence. The new byte is the entry
      *> source on a detail and FILLER on a header or trailer -
      *> blank either way.
       REBUILD-FILE1.
           READ FILE1-BACKUP
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   MOVE SPACES TO NEW-FILE1-RECORD
                   MOVE FILE1-BACKUP-RECORD TO NEW-FILE1-RECORD (1:46)
                   WRITE NEW-FILE1-RECORD
                       INVALID KEY
                           DISPLAY 'RSNCVT ABEND: duplicate key '
                               NEW-FILE1-KEY ' rebuilding file1.dat '
                               '- restore it from file1.dat.rsn.old'
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
               DISPLAY 'RSNCVT: file1.hist.rsn.old already on file - '
                   'file1.hist already converted, skipped'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OLD-FILE1-HIST
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'RSNCVT: no file1.hist to convert'
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
           DISPLAY 'RSNCVT: file1.hist converted - '
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

       CONVERT-EXCEPTION-QUEUE.
           OPEN INPUT EXC-BACKUP
           IF WS-BACKUP-STATUS = '00'
               CLOSE EXC-BACKUP
               DISPLAY 'RSNCVT: file1.exc.rsn.old already on file - '
                   'file1.exc already converted, skipped'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OLD-EXC-FILE
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'RSNCVT: no file1.exc to convert'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT EXC-BACKUP
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM COPY-OLD-EXCEPTION
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE OLD-EXC-FILE
           CLOSE EXC-BACKUP
           OPEN INPUT EXC-BACKUP
           OPEN OUTPUT NEW-EXC-FILE
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 0 TO WS-UNMATCHED-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM REBUILD-EXCEPTION
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE EXC-BACKUP
           CLOSE NEW-EXC-FILE
           DISPLAY 'RSNCVT: file1.exc converted - '
               WS-RECORD-COUNT ' records, '
               WS-UNMATCHED-COUNT ' coded Z999'.

       COPY-OLD-EXCEPTION.
           READ OLD-EXC-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   WRITE EXC-BACKUP-RECORD FROM OLD-EXC-RECORD
           END-READ.

       REBUILD-EXCEPTION.
           READ EXC-BACKUP
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   MOVE EXC-BACKUP-RECORD TO WS-NEW-EXC
                   PERFORM CODE-EXCEPTION
                   WRITE NEW-EXC-RECORD FROM WS-NEW-EXC
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.

      *> The group MOVE from the 86-byte record blanks the five new
      *> bytes; the reason code is then matched on the text.
       CODE-EXCEPTION.
           MOVE 'E' TO WS-MATCH-CLASS
           MOVE EXC-REASON TO WS-MATCH-TEXT
           PERFORM MATCH-REASON-TEXT
           MOVE WS-MATCH-CODE TO EXC-REASON-CODE.

      *> file1exc.hist holds file1.exc records as RETNUTIL aged them
      *> out, in the same layout.
       CONVERT-EXCEPTION-HISTORY.
           OPEN INPUT EXC-HIST-BACKUP
           IF WS-BACKUP-STATUS = '00'
               CLOSE EXC-HIST-BACKUP
               DISPLAY 'RSNCVT: file1exc.hist.rsn.old already on '
                   'file - file1exc.hist already converted, skipped'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OLD-EXC-HIST
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'RSNCVT: no file1exc.hist to convert'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT EXC-HIST-BACKUP
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM COPY-OLD-EXCEPTION-HIST
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE OLD-EXC-HIST
           CLOSE EXC-HIST-BACKUP
           OPEN INPUT EXC-HIST-BACKUP
           OPEN OUTPUT NEW-EXC-HIST
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 0 TO WS-UNMATCHED-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM REBUILD-EXCEPTION-HIST
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE EXC-HIST-BACKUP
           CLOSE NEW-EXC-HIST
           DISPLAY 'RSNCVT: file1exc.hist converted - '
               WS-RECORD-COUNT ' records, '
               WS-UNMATCHED-COUNT ' coded Z999'.

       COPY-OLD-EXCEPTION-HIST.
           READ OLD-EXC-HIST
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   WRITE EXC-HIST-BACKUP-RECORD
                       FROM OLD-EXC-HIST-RECORD
           END-READ.

       REBUILD-EXCEPTION-HIST.
           READ EXC-HIST-BACKUP
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   MOVE EXC-HIST-BACKUP-RECORD TO WS-NEW-EXC
                   PERFORM CODE-EXCEPTION
                   WRITE NEW-EXC-HIST-RECORD FROM WS-NEW-EXC
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.

       CONVERT-HOLD-QUEUE.
           OPEN INPUT HLD-BACKUP
           IF WS-BACKUP-STATUS = '00'
               CLOSE HLD-BACKUP
               DISPLAY 'RSNCVT: file1.hld.rsn.old already on file - '
                   'file1.hld already converted, skipped'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OLD-HLD-FILE
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'RSNCVT: no file1.hld to convert'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT HLD-BACKUP
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM COPY-OLD-HOLD
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE OLD-HLD-FILE
           CLOSE HLD-BACKUP
           OPEN INPUT HLD-BACKUP
           OPEN OUTPUT NEW-HLD-FILE
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 0 TO WS-UNMATCHED-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM REBUILD-HOLD
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE HLD-BACKUP
           CLOSE NEW-HLD-FILE
           DISPLAY 'RSNCVT: file1.hld converted - '
               WS-RECORD-COUNT ' records, '
               WS-UNMATCHED-COUNT ' coded Z999'.

       COPY-OLD-HOLD.
           READ OLD-HLD-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   WRITE HLD-BACKUP-RECORD FROM OLD-HLD-RECORD
           END-READ.

      *> A hold with no reason text predates the text and was held
      *> over the limit - HLD-FOR-LIMIT reads it that way too.
       REBUILD-HOLD.
           READ HLD-BACKUP
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   MOVE HLD-BACKUP-RECORD TO WS-NEW-HLD
                   MOVE 'H' TO WS-MATCH-CLASS
                   IF HLD-REASON = SPACES
                       MOVE 'OVER LIMIT' TO WS-MATCH-TEXT
                   ELSE
                       MOVE HLD-REASON TO WS-MATCH-TEXT
                   END-IF
                   PERFORM MATCH-REASON-TEXT
                   MOVE WS-MATCH-CODE TO HLD-REASON-CODE
                   WRITE NEW-HLD-RECORD FROM WS-NEW-HLD
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.

       CONVERT-REVERSAL-REJECTS.
           OPEN INPUT REJ-BACKUP
           IF WS-BACKUP-STATUS = '00'
               CLOSE REJ-BACKUP
               DISPLAY 'RSNCVT: file1rev.rej.rsn.old already on file - '
                   'file1rev.rej already converted, skipped'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OLD-REJ-FILE
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'RSNCVT: no file1rev.rej to convert'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REJ-BACKUP
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM COPY-OLD-REJECT
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE OLD-REJ-FILE
           CLOSE REJ-BACKUP
           OPEN INPUT REJ-BACKUP
           OPEN OUTPUT NEW-REJ-FILE
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 0 TO WS-UNMATCHED-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM REBUILD-REJECT
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE REJ-BACKUP
           CLOSE NEW-REJ-FILE
           DISPLAY 'RSNCVT: file1rev.rej converted - '
               WS-RECORD-COUNT ' records, '
               WS-UNMATCHED-COUNT ' coded Z999'.

       COPY-OLD-REJECT.
           READ OLD-REJ-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   WRITE REJ-BACKUP-RECORD FROM OLD-REJ-RECORD
           END-READ.

      *> The old listing had no date, batch or branch: zero date and
      *> batch, blank branch, and the reversal source it came from.
       REBUILD-REJECT.
           READ REJ-BACKUP
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   MOVE REJ-BACKUP-RECORD TO WS-NEW-REJ
                   MOVE 'V' TO WS-MATCH-CLASS
                   MOVE REJ-REASON TO WS-MATCH-TEXT
                   PERFORM MATCH-REASON-TEXT
                   MOVE WS-MATCH-CODE TO REJ-REASON-CODE
                   MOVE 0 TO REJ-RUN-DATE
                   MOVE 0 TO REJ-BATCH-NO
                   MOVE 'R' TO REJ-ENTRY-SOURCE
                   WRITE NEW-REJ-RECORD FROM WS-NEW-REJ
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.
