       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCVT.
      *> One-shot layout conversion for the account master. The
      *> acctmast.dat record grew by thirteen bytes for interest
      *> withholding (ACM-WHT-FLAG and ACM-TAX-ID - see acctmast.cpy),
      *> and there was no FILLER to take them from: run the new
      *> binaries against a shop's existing acctmast.dat and every
      *> record mis-frames. This utility runs ONCE, after the new
      *> binaries are installed and before anything touches the
      *> master - the same contract BRMCVT set:
      *>   acctmast.dat               - 61 bytes to 74
      *> The file is first copied byte-for-byte to acctmast.dat.old,
      *> then rebuilt from that copy under the new layout with every
      *> account not subject to withholding and no tax ID - exactly
      *> what ACCTMNT writes for an account added without them. If
      *> the rebuild abends, the .old copy is the untouched original
      *> to put back.
      *> Running it twice would mangle the master, so it refuses when
      *> acctmast.dat.old already exists, and the run demands an
      *> explicit 'C' in acctcvt.parm - nothing is converted by
      *> accident.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CVT-PARM-FILE ASSIGN TO 'acctcvt.parm'
               FILE STATUS IS WS-CVT-PARM-STATUS.
           SELECT OLD-ACM-FILE ASSIGN TO 'acctmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-ACM-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-ACM-FILE ASSIGN TO 'acctmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEW-ACM-KEY
               FILE STATUS IS WS-NEW-STATUS.
           SELECT ACM-BACKUP ASSIGN TO 'acctmast.dat.old'
               FILE STATUS IS WS-BACKUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CVT-PARM-FILE.
       01  CVT-PARM-RECORD.
           05  ACVT-CONFIRM         PIC X(1).

      *> The FDs carry the records as raw bytes - the conversion only
      *> adds to the end of the record. ACM-ACCOUNT-NO is the first
      *> eight bytes in both layouts.
       FD  OLD-ACM-FILE.
       01  OLD-ACM-RECORD.
           05  OLD-ACM-KEY          PIC X(8).
           05  FILLER               PIC X(53).

       FD  NEW-ACM-FILE.
       01  NEW-ACM-RECORD.
           05  NEW-ACM-KEY          PIC X(8).
           05  FILLER               PIC X(66).

       FD  ACM-BACKUP.
       01  ACM-BACKUP-RECORD        PIC X(61).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-CONFIRMED          PIC X VALUE 'N'.
       01 WS-RECORD-COUNT       PIC 9(6) VALUE 0.

       01 WS-NEW-ACM.
           COPY acctmast.

       01 WS-CVT-PARM-STATUS    PIC XX VALUE '00'.
       01 WS-OLD-STATUS         PIC XX VALUE '00'.
       01 WS-NEW-STATUS         PIC XX VALUE '00'.
       01 WS-BACKUP-STATUS      PIC XX VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-CONFIRMATION
           IF WS-CONFIRMED = 'N'
               DISPLAY 'ACCTCVT: would convert acctmast.dat to the '
                   'withholding layout - put C in acctcvt.parm '
                   'to confirm'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CONVERT-ACCOUNT-MASTER
           DISPLAY 'ACCTCVT: conversion complete - acctmast.dat.old '
               'is the pre-conversion file'
           STOP RUN.

       LOAD-CONFIRMATION.
           OPEN INPUT CVT-PARM-FILE
           IF WS-CVT-PARM-STATUS = '00'
               READ CVT-PARM-FILE INTO CVT-PARM-RECORD
               IF ACVT-CONFIRM = 'C'
                   MOVE 'Y' TO WS-CONFIRMED
               END-IF
               CLOSE CVT-PARM-FILE
           END-IF.

      *> Same shape as BRMCVT: refuse when the .old copy already
      *> exists (the conversion already ran), copy the live file
      *> byte-for-byte to .old, then recreate the live file from the
      *> .old copy under the new layout.
       CONVERT-ACCOUNT-MASTER.
           OPEN INPUT ACM-BACKUP
           IF WS-BACKUP-STATUS = '00'
               CLOSE ACM-BACKUP
               DISPLAY 'ACCTCVT: acctmast.dat.old already on file - '
                   'acctmast.dat already converted, skipped'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OLD-ACM-FILE
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'ACCTCVT: no acctmast.dat to convert'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ACM-BACKUP
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM COPY-OLD-ACCOUNT
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE OLD-ACM-FILE
           CLOSE ACM-BACKUP
           OPEN INPUT ACM-BACKUP
           OPEN OUTPUT NEW-ACM-FILE
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM REBUILD-ACCOUNT
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE ACM-BACKUP
           CLOSE NEW-ACM-FILE
           DISPLAY 'ACCTCVT: acctmast.dat converted - '
               WS-RECORD-COUNT ' records'.

       COPY-OLD-ACCOUNT.
           READ OLD-ACM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   WRITE ACM-BACKUP-RECORD FROM OLD-ACM-RECORD
           END-READ.

      *> The backup holds the records in key order, so the rebuilt
      *> indexed file loads in sequence.
       REBUILD-ACCOUNT.
           READ ACM-BACKUP
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   MOVE SPACES TO WS-NEW-ACM
                   MOVE ACM-BACKUP-RECORD TO WS-NEW-ACM (1:61)
                   MOVE 'N' TO ACM-WHT-FLAG
                   MOVE SPACES TO ACM-TAX-ID
                   WRITE NEW-ACM-RECORD FROM WS-NEW-ACM
                       INVALID KEY
                           DISPLAY 'ACCTCVT ABEND: duplicate key '
                               NEW-ACM-KEY ' rebuilding acctmast.dat '
                               '- restore it from acctmast.dat.old'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.
