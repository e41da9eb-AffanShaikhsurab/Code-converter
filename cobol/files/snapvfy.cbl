       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNAPVFY.
      *> Disaster-recovery restore verification. Run at the DR site
      *> after an end-of-day snapshot directory has been restored
      *> into the working directory, manifest and all: every file
      *> snap.mft (snapmft.cpy) lists has its record count and hash
      *> total recomputed from the restored copy by the same SNAPHASH
      *> subprogram that produced the manifest, and snapvfy.rpt is
      *> the certificate - one PASS or FAIL line per file, with the
      *> restored figures shown under any file that fails. A file
      *> the manifest lists as not on file at the snapshot must be
      *> absent here too. A manifest cut short (fewer files than its
      *> header promises) fails the whole set.
      *> The result is left on snapvfy.flg - 'P' or 'F' followed by
      *> the snapshot's own date and time - and the job stream will
      *> not start over a restored manifest until a pass for that
      *> same snapshot is on file, so a certificate from an earlier
      *> restore cannot vouch for this one. RETURN-CODE 8 when
      *> anything fails.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAP-MANIFEST ASSIGN TO 'snap.mft'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT VFY-REPORT ASSIGN TO 'snapvfy.rpt'
               FILE STATUS IS WS-VFY-REPORT-STATUS.
           SELECT VFY-FLAG-FILE ASSIGN TO 'snapvfy.flg'
               FILE STATUS IS WS-VFY-FLAG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAP-MANIFEST.
       01  SNAP-MANIFEST-RECORD.
           COPY snapmft.

       FD  VFY-REPORT.
       01  VFY-REPORT-RECORD        PIC X(80).

       FD  VFY-FLAG-FILE.
       01  VFY-FLAG-RECORD.
           05  SVF-RESULT           PIC X(1).
           05  SVF-SNAP-DATE        PIC 9(8).
           05  SVF-SNAP-TIME        PIC 9(8).
           05  SVF-VERIFY-DATE      PIC 9(8).
           05  SVF-VERIFY-TIME      PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-RUN-TIME           PIC 9(8) VALUE 0.
       01 WS-HEADER-SEEN        PIC X VALUE 'N'.
       01 WS-SNAP-DATE          PIC 9(8) VALUE 0.
       01 WS-SNAP-TIME          PIC 9(8) VALUE 0.
       01 WS-EXPECTED-FILES     PIC 9(3) VALUE 0.
       01 WS-CHECKED-COUNT      PIC 9(3) VALUE 0.
       01 WS-PASSED-COUNT       PIC 9(3) VALUE 0.
       01 WS-FAILED-COUNT       PIC 9(3) VALUE 0.
       01 WS-SET-FAILED         PIC X VALUE 'N'.
       01 WS-FILE-RESULT        PIC X(4) VALUE SPACES.
       01 WS-FILE-NOTE          PIC X(24) VALUE SPACES.

      *> SNAPHASH interface.
       01 WS-SNH-FILE-NAME      PIC X(12) VALUE SPACES.
       01 WS-SNH-STATE          PIC X(1) VALUE SPACES.
       01 WS-SNH-RECORD-COUNT   PIC 9(9) VALUE 0.
       01 WS-SNH-HASH-TOTAL     PIC 9(13)V9(6) VALUE 0.
       01 WS-SNH-HASH-FIELDS    PIC X(30) VALUE SPACES.

       01 WS-MANIFEST-STATUS    PIC XX VALUE '00'.
       01 WS-VFY-REPORT-STATUS  PIC XX VALUE '00'.
       01 WS-VFY-FLAG-STATUS    PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Consolidated run-log interface - the run's outcome goes to
      *> run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'SNAPVFY'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

       01 WS-RPT-TITLE.
           05  FILLER            PIC X(40) VALUE
               'DR RESTORE VERIFICATION CERTIFICATE'.
           05  FILLER            PIC X(40) VALUE SPACES.

       01 WS-RPT-STAMPS.
           05  FILLER            PIC X(17) VALUE 'SNAPSHOT TAKEN   '.
           05  WS-ST-SNAP-DATE   PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-ST-SNAP-TIME   PIC 9(8).
           05  FILLER            PIC X(14) VALUE '   VERIFIED   '.
           05  WS-ST-RUN-DATE    PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-ST-RUN-TIME    PIC 9(8).
           05  FILLER            PIC X(15) VALUE SPACES.

       01 WS-RPT-COLS.
           05  FILLER            PIC X(40) VALUE
               'FILE           RECORDS            HASH T'.
           05  FILLER            PIC X(40) VALUE
               'OTAL  RESULT                            '.

       01 WS-FILE-LINE.
           05  WS-FL-NAME        PIC X(12).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-FL-COUNT       PIC Z(8)9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-FL-HASH        PIC Z(12)9.9(6).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-FL-RESULT      PIC X(4).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-FL-NOTE        PIC X(24).
           05  FILLER            PIC X(4)  VALUE SPACES.

       01 WS-RESTORED-LINE.
           05  FILLER            PIC X(12) VALUE '  RESTORED'.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-RL-COUNT       PIC Z(8)9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RL-HASH        PIC Z(12)9.9(6).
           05  FILLER            PIC X(36) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05  FILLER            PIC X(15) VALUE 'FILES CHECKED  '.
           05  WS-TL-CHECKED     PIC ZZ9.
           05  FILLER            PIC X(10) VALUE '  PASSED  '.
           05  WS-TL-PASSED      PIC ZZ9.
           05  FILLER            PIC X(10) VALUE '  FAILED  '.
           05  WS-TL-FAILED      PIC ZZ9.
           05  FILLER            PIC X(36) VALUE SPACES.

       01 WS-MESSAGE-LINE.
           05  WS-ML-TEXT        PIC X(76).
           05  FILLER            PIC X(4)  VALUE SPACES.

       01 WS-BLANK-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN INPUT SNAP-MANIFEST
           IF WS-MANIFEST-STATUS NOT = '00'
               MOVE 'SNAP-MANIFEST' TO WS-ERROR-FILE-NAME
               MOVE WS-MANIFEST-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           OPEN OUTPUT VFY-REPORT
           IF WS-VFY-REPORT-STATUS NOT = '00'
               MOVE 'VFY-REPORT' TO WS-ERROR-FILE-NAME
               MOVE WS-VFY-REPORT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
      *> The header comes first; anything else first means the
      *> manifest is not one SNAPMFT wrote.
           READ SNAP-MANIFEST
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF SMF-IS-HEADER
                       MOVE 'Y' TO WS-HEADER-SEEN
                       MOVE SMF-HDR-DATE TO WS-SNAP-DATE
                       MOVE SMF-HDR-TIME TO WS-SNAP-TIME
                       MOVE SMF-HDR-FILE-COUNT TO WS-EXPECTED-FILES
                   END-IF
           END-READ
           MOVE WS-SNAP-DATE TO WS-ST-SNAP-DATE
           MOVE WS-SNAP-TIME TO WS-ST-SNAP-TIME
           MOVE WS-RUN-DATE TO WS-ST-RUN-DATE
           MOVE WS-RUN-TIME TO WS-ST-RUN-TIME
           WRITE VFY-REPORT-RECORD FROM WS-RPT-TITLE
           WRITE VFY-REPORT-RECORD FROM WS-RPT-STAMPS
           WRITE VFY-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE VFY-REPORT-RECORD FROM WS-RPT-COLS
           IF WS-HEADER-SEEN = 'Y'
               PERFORM READ-MANIFEST-ENTRY
                   UNTIL WS-END-OF-FILE = 'Y'
           ELSE
               MOVE 'Y' TO WS-SET-FAILED
           END-IF
           CLOSE SNAP-MANIFEST
           IF WS-CHECKED-COUNT NOT = WS-EXPECTED-FILES
               MOVE 'Y' TO WS-SET-FAILED
           END-IF
           IF WS-FAILED-COUNT > 0
               MOVE 'Y' TO WS-SET-FAILED
           END-IF
           PERFORM WRITE-VERDICT
           CLOSE VFY-REPORT
           PERFORM WRITE-VERIFY-FLAG
           DISPLAY 'SNAPVFY: ' WS-CHECKED-COUNT ' files checked, '
               WS-PASSED-COUNT ' passed, ' WS-FAILED-COUNT ' failed'
           MOVE SPACES TO WS-LOG-MESSAGE
           IF WS-SET-FAILED = 'Y'
               MOVE 'E' TO WS-LOG-SEVERITY
               STRING 'RESTORE OF SNAPSHOT ' WS-SNAP-DATE
                   ' FAILED - ' WS-FAILED-COUNT ' FILES'
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
           ELSE
               STRING 'RESTORE OF SNAPSHOT ' WS-SNAP-DATE
                   ' CERTIFIED - ' WS-PASSED-COUNT ' FILES'
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
           END-IF
           PERFORM WRITE-RUN-LOG
           IF WS-SET-FAILED = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-MANIFEST-ENTRY.
           READ SNAP-MANIFEST
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF SMF-IS-FILE
                       PERFORM VERIFY-ONE-FILE
                   END-IF
           END-READ.

       VERIFY-ONE-FILE.
           ADD 1 TO WS-CHECKED-COUNT
           MOVE SMF-FILE-NAME TO WS-SNH-FILE-NAME
           CALL 'SNAPHASH' USING WS-SNH-FILE-NAME, WS-SNH-STATE,
               WS-SNH-RECORD-COUNT, WS-SNH-HASH-TOTAL,
               WS-SNH-HASH-FIELDS
           MOVE 'FAIL' TO WS-FILE-RESULT
           EVALUATE TRUE
               WHEN WS-SNH-STATE = 'U'
                   MOVE 'NOT A SNAPSHOT FILE' TO WS-FILE-NOTE
               WHEN WS-SNH-STATE = 'E'
                   MOVE 'WILL NOT OPEN OR READ' TO WS-FILE-NOTE
               WHEN SMF-FILE-NOT-ON-FILE AND WS-SNH-STATE = 'M'
                   MOVE 'PASS' TO WS-FILE-RESULT
                   MOVE 'NOT ON FILE AT SNAPSHOT' TO WS-FILE-NOTE
               WHEN SMF-FILE-NOT-ON-FILE
                   MOVE 'ON FILE, NOT IN SNAPSHOT' TO WS-FILE-NOTE
               WHEN WS-SNH-STATE = 'M'
                   MOVE 'NOT RESTORED' TO WS-FILE-NOTE
               WHEN WS-SNH-RECORD-COUNT NOT = SMF-RECORD-COUNT
                   AND WS-SNH-HASH-TOTAL NOT = SMF-HASH-TOTAL
                   MOVE 'COUNT AND HASH DIFFER' TO WS-FILE-NOTE
               WHEN WS-SNH-RECORD-COUNT NOT = SMF-RECORD-COUNT
                   MOVE 'RECORD COUNT DIFFERS' TO WS-FILE-NOTE
               WHEN WS-SNH-HASH-TOTAL NOT = SMF-HASH-TOTAL
                   MOVE 'HASH TOTAL DIFFERS' TO WS-FILE-NOTE
               WHEN OTHER
                   MOVE 'PASS' TO WS-FILE-RESULT
                   MOVE SPACES TO WS-FILE-NOTE
           END-EVALUATE
           MOVE SMF-FILE-NAME TO WS-FL-NAME
           MOVE SMF-RECORD-COUNT TO WS-FL-COUNT
           MOVE SMF-HASH-TOTAL TO WS-FL-HASH
           MOVE WS-FILE-RESULT TO WS-FL-RESULT
           MOVE WS-FILE-NOTE TO WS-FL-NOTE
           WRITE VFY-REPORT-RECORD FROM WS-FILE-LINE
           IF WS-FILE-RESULT = 'PASS'
               ADD 1 TO WS-PASSED-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE WS-SNH-RECORD-COUNT TO WS-RL-COUNT
               MOVE WS-SNH-HASH-TOTAL TO WS-RL-HASH
               WRITE VFY-REPORT-RECORD FROM WS-RESTORED-LINE
               MOVE 'W' TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING 'DR VERIFY FAILED ' SMF-FILE-NAME ' '
                   WS-FILE-NOTE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               PERFORM WRITE-RUN-LOG
           END-IF.

       WRITE-VERDICT.
           WRITE VFY-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE WS-CHECKED-COUNT TO WS-TL-CHECKED
           MOVE WS-PASSED-COUNT TO WS-TL-PASSED
           MOVE WS-FAILED-COUNT TO WS-TL-FAILED
           WRITE VFY-REPORT-RECORD FROM WS-TOTAL-LINE
           IF WS-HEADER-SEEN = 'N'
               MOVE 'MANIFEST HAS NO HEADER - NOT A SNAPSHOT MANIFEST'
                   TO WS-ML-TEXT
               WRITE VFY-REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF
           IF WS-HEADER-SEEN = 'Y'
               AND WS-CHECKED-COUNT NOT = WS-EXPECTED-FILES
               MOVE SPACES TO WS-ML-TEXT
               STRING 'MANIFEST INCOMPLETE - HEADER LISTS '
                   WS-EXPECTED-FILES ' FILES'
                   DELIMITED BY SIZE INTO WS-ML-TEXT
               END-STRING
               WRITE VFY-REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF
           WRITE VFY-REPORT-RECORD FROM WS-BLANK-LINE
           IF WS-SET-FAILED = 'Y'
               MOVE 'RESTORED SET FAILED - DO NOT RUN THE STREAM'
                   TO WS-ML-TEXT
           ELSE
               MOVE 'RESTORED SET CERTIFIED - THE STREAM MAY RUN'
                   TO WS-ML-TEXT
           END-IF
           WRITE VFY-REPORT-RECORD FROM WS-MESSAGE-LINE.

       WRITE-VERIFY-FLAG.
           OPEN OUTPUT VFY-FLAG-FILE
           IF WS-VFY-FLAG-STATUS NOT = '00'
               MOVE 'VFY-FLAG' TO WS-ERROR-FILE-NAME
               MOVE WS-VFY-FLAG-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           IF WS-SET-FAILED = 'Y'
               MOVE 'F' TO SVF-RESULT
           ELSE
               MOVE 'P' TO SVF-RESULT
           END-IF
           MOVE WS-SNAP-DATE TO SVF-SNAP-DATE
           MOVE WS-SNAP-TIME TO SVF-SNAP-TIME
           MOVE WS-RUN-DATE TO SVF-VERIFY-DATE
           MOVE WS-RUN-TIME TO SVF-VERIFY-TIME
           WRITE VFY-FLAG-RECORD
           CLOSE VFY-FLAG-FILE.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 'I' TO WS-LOG-SEVERITY.

       OPEN-ERROR.
           DISPLAY 'SNAPVFY ABEND: OPEN FAILED FOR '
               WS-ERROR-FILE-NAME ' - FILE STATUS ' WS-ERROR-STATUS
           MOVE 'E' TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'OPEN FAILED FOR ' WS-ERROR-FILE-NAME
               ' STATUS ' WS-ERROR-STATUS
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-RUN-LOG
           MOVE 12 TO RETURN-CODE
           STOP RUN.
