       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRMCVT.
      *> One-shot layout conversion for the branch master. The
      *> brmaster.dat record grew by eleven bytes for the forwarding
      *> link BRMERGE records (BRM-SUCCESSOR-CODE and BRM-MERGE-DATE
      *> - see brmast.cpy), and there was no FILLER to take them
      *> from: run the new binaries against a shop's existing
      *> brmaster.dat and every record mis-frames. This utility runs
      *> ONCE, after the new binaries are installed and before
      *> anything touches the master - the same contract REFCVT and
      *> QUEUECVT set:
      *>   brmaster.dat               - 27 bytes to 38
      *> The file is first copied byte-for-byte to brmaster.dat.old,
      *> then rebuilt from that copy under the new layout with no
      *> forwarding link - exactly what the new programs write for a
      *> branch that never merged. If the rebuild abends, the .old
      *> copy is the untouched original to put back.
      *> Running it twice would mangle the master, so it refuses when
      *> brmaster.dat.old already exists, and the run demands an
      *> explicit 'C' in brmcvt.parm - nothing is converted by
      *> accident. Before-images already on refchg.jnl stay in the
      *> old layout; REFHIST reads them with the link blank.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CVT-PARM-FILE ASSIGN TO 'brmcvt.parm'
               FILE STATUS IS WS-CVT-PARM-STATUS.
           SELECT OLD-BRM-FILE ASSIGN TO 'brmaster.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-BRM-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-BRM-FILE ASSIGN TO 'brmaster.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEW-BRM-KEY
               FILE STATUS IS WS-NEW-STATUS.
           SELECT BRM-BACKUP ASSIGN TO 'brmaster.dat.old'
               FILE STATUS IS WS-BACKUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CVT-PARM-FILE.
       01  CVT-PARM-RECORD.
           05  BCVT-CONFIRM         PIC X(1).

      *> The FDs carry the records as raw bytes - the conversion only
      *> adds to the end of the record. BRM-CODE is the first three
      *> bytes in both layouts.
       FD  OLD-BRM-FILE.
       01  OLD-BRM-RECORD.
           05  OLD-BRM-KEY          PIC X(3).
           05  FILLER               PIC X(24).

       FD  NEW-BRM-FILE.
       01  NEW-BRM-RECORD.
           05  NEW-BRM-KEY          PIC X(3).
           05  FILLER               PIC X(35).

       FD  BRM-BACKUP.
       01  BRM-BACKUP-RECORD        PIC X(27).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-CONFIRMED          PIC X VALUE 'N'.
       01 WS-RECORD-COUNT       PIC 9(6) VALUE 0.

       01 WS-NEW-BRM.
           COPY brmast.

       01 WS-CVT-PARM-STATUS    PIC XX VALUE '00'.
       01 WS-OLD-STATUS         PIC XX VALUE '00'.
       01 WS-NEW-STATUS         PIC XX VALUE '00'.
       01 WS-BACKUP-STATUS      PIC XX VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-CONFIRMATION
           IF WS-CONFIRMED = 'N'
               DISPLAY 'BRMCVT: would convert brmaster.dat to the '
                   'forwarding-link layout - put C in brmcvt.parm '
                   'to confirm'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CONVERT-BRANCH-MASTER
           DISPLAY 'BRMCVT: conversion complete - brmaster.dat.old '
               'is the pre-conversion file'
           STOP RUN.

       LOAD-CONFIRMATION.
           OPEN INPUT CVT-PARM-FILE
           IF WS-CVT-PARM-STATUS = '00'
               READ CVT-PARM-FILE INTO CVT-PARM-RECORD
               IF BCVT-CONFIRM = 'C'
                   MOVE 'Y' TO WS-CONFIRMED
               END-IF
               CLOSE CVT-PARM-FILE
           END-IF.

      *> Same shape as REFCVT: refuse when the .old copy already
      *> exists (the conversion already ran), copy the live file
      *> byte-for-byte to .old, then recreate the live file from the
      *> .old copy under the new layout.
       CONVERT-BRANCH-MASTER.
           OPEN INPUT BRM-BACKUP
           IF WS-BACKUP-STATUS = '00'
               CLOSE BRM-BACKUP
               DISPLAY 'BRMCVT: brmaster.dat.old already on file - '
                   'brmaster.dat already converted, skipped'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OLD-BRM-FILE
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'BRMCVT: no brmaster.dat to convert'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BRM-BACKUP
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM COPY-OLD-BRANCH
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE OLD-BRM-FILE
           CLOSE BRM-BACKUP
           OPEN INPUT BRM-BACKUP
           OPEN OUTPUT NEW-BRM-FILE
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM REBUILD-BRANCH
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE BRM-BACKUP
           CLOSE NEW-BRM-FILE
           DISPLAY 'BRMCVT: brmaster.dat converted - '
               WS-RECORD-COUNT ' records'.

       COPY-OLD-BRANCH.
           READ OLD-BRM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   WRITE BRM-BACKUP-RECORD FROM OLD-BRM-RECORD
           END-READ.

      *> The backup holds the records in key order, so the rebuilt
      *> indexed file loads in sequence.
       REBUILD-BRANCH.
           READ BRM-BACKUP
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   MOVE SPACES TO WS-NEW-BRM
                   MOVE BRM-BACKUP-RECORD TO WS-NEW-BRM (1:27)
                   MOVE SPACES TO BRM-SUCCESSOR-CODE
                   MOVE 0 TO BRM-MERGE-DATE
                   WRITE NEW-BRM-RECORD FROM WS-NEW-BRM
                       INVALID KEY
                           DISPLAY 'BRMCVT ABEND: duplicate key '
                               NEW-BRM-KEY ' rebuilding brmaster.dat '
                               '- restore it from brmaster.dat.old'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.
