       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRFWD.
      *> Common branch-forwarding lookup, CALLed alongside BRCHK: when
      *> BRCHK answers 'I' (inactive) for a code, the entry point asks
      *> BRFWD whether the branch closed into a successor. Give it
      *> the code and the business date of the activity; it follows
      *> the BRM-SUCCESSOR-CODE links BRMERGE recorded - a branch
      *> merged into one that later merged again forwards all the
      *> way through - and hands back the active branch at the end.
      *> A link only counts from its BRM-MERGE-DATE on.
      *> The master loads from brmaster.dat on the first call and is
      *> held for the run unit, the way BRCHK holds it. Status: '0'
      *> forwarded (BFW-SUCCESSOR-CODE is the branch to use), 'X' no
      *> forwarding link in effect, or the chain ends at an inactive
      *> or unknown branch - the code is refused as before - and 'N'
      *> no brmaster.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRM-FILE ASSIGN TO 'brmaster.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRM-KEY
               FILE STATUS IS WS-BRM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRM-FILE.
       01  BRM-RECORD.
           COPY brmast.

       WORKING-STORAGE SECTION.
       01 WS-BRM-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-BRM-EOF            PIC X VALUE 'N'.
       01 WS-MASTER-LOADED      PIC X VALUE 'N'.
       01 WS-MASTER-ON-FILE     PIC X VALUE 'N'.
       01 WS-BRANCH-COUNT       PIC 9(3) VALUE 0.
       01 WS-BRANCH-WORK-TABLE.
           05  WS-BRANCH-WORK   OCCURS 500 TIMES
                                 INDEXED BY WS-BRANCH-IDX.
               10  WS-WORK-CODE       PIC X(3).
               10  WS-WORK-ACTIVE     PIC X(1).
               10  WS-WORK-SUCCESSOR  PIC X(3).
               10  WS-WORK-MERGE-DATE PIC 9(8).
       01 WS-FOUND              PIC X VALUE 'N'.
       01 WS-CURRENT-CODE       PIC X(3).
      *> A chain longer than the branch table can only be a loop.
       01 WS-HOP-COUNT          PIC 9(3) VALUE 0.
       01 WS-CHAIN-DONE         PIC X VALUE 'N'.

       LINKAGE SECTION.
       01 BFW-BRANCH-CODE       PIC X(3).
       01 BFW-BUSINESS-DATE     PIC 9(8).
       01 BFW-SUCCESSOR-CODE    PIC X(3).
       01 BFW-STATUS            PIC X(1).

       PROCEDURE DIVISION USING BFW-BRANCH-CODE, BFW-BUSINESS-DATE,
               BFW-SUCCESSOR-CODE, BFW-STATUS.
       MAIN-LOGIC.
           IF WS-MASTER-LOADED = 'N'
               PERFORM LOAD-BRANCH-MASTER
           END-IF
           MOVE SPACES TO BFW-SUCCESSOR-CODE
           IF WS-MASTER-ON-FILE = 'N'
               MOVE 'N' TO BFW-STATUS
               GOBACK
           END-IF
           MOVE 'X' TO BFW-STATUS
           MOVE BFW-BRANCH-CODE TO WS-CURRENT-CODE
           MOVE 0 TO WS-HOP-COUNT
           MOVE 'N' TO WS-CHAIN-DONE
           PERFORM FOLLOW-ONE-LINK
               UNTIL WS-CHAIN-DONE = 'Y'
           GOBACK.

       LOAD-BRANCH-MASTER.
           MOVE 'Y' TO WS-MASTER-LOADED
           MOVE 0 TO WS-BRANCH-COUNT
           OPEN INPUT BRM-FILE
           IF WS-BRM-FILE-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-ON-FILE
               MOVE 'N' TO WS-BRM-EOF
               PERFORM READ-BRANCH-MASTER
                   UNTIL WS-BRM-EOF = 'Y'
               CLOSE BRM-FILE
           END-IF.

       READ-BRANCH-MASTER.
           READ BRM-FILE NEXT RECORD INTO BRM-RECORD
               AT END
                   MOVE 'Y' TO WS-BRM-EOF
               NOT AT END
                   IF WS-BRANCH-COUNT < 500
                       ADD 1 TO WS-BRANCH-COUNT
                       MOVE BRM-CODE
                           TO WS-WORK-CODE (WS-BRANCH-COUNT)
                       MOVE BRM-ACTIVE
                           TO WS-WORK-ACTIVE (WS-BRANCH-COUNT)
                       MOVE BRM-SUCCESSOR-CODE
                           TO WS-WORK-SUCCESSOR (WS-BRANCH-COUNT)
                       IF BRM-MERGE-DATE NUMERIC
                           MOVE BRM-MERGE-DATE
                               TO WS-WORK-MERGE-DATE (WS-BRANCH-COUNT)
                       ELSE
                           MOVE 0
                               TO WS-WORK-MERGE-DATE (WS-BRANCH-COUNT)
                       END-IF
                   END-IF
           END-READ.

      *> One step along the chain: an active branch ends it (and is
      *> the answer unless it is where the caller started); an
      *> inactive branch with a link in effect moves on to its
      *> successor; anything else ends it unforwarded.
       FOLLOW-ONE-LINK.
           PERFORM FIND-BRANCH-ENTRY
           EVALUATE TRUE
               WHEN WS-FOUND = 'N'
                   MOVE 'Y' TO WS-CHAIN-DONE
               WHEN WS-WORK-ACTIVE (WS-BRANCH-IDX) = 'A'
                   IF WS-HOP-COUNT > 0
                       MOVE WS-CURRENT-CODE TO BFW-SUCCESSOR-CODE
                       MOVE '0' TO BFW-STATUS
                   END-IF
                   MOVE 'Y' TO WS-CHAIN-DONE
               WHEN WS-WORK-SUCCESSOR (WS-BRANCH-IDX) = SPACES
                   MOVE 'Y' TO WS-CHAIN-DONE
               WHEN WS-WORK-MERGE-DATE (WS-BRANCH-IDX)
                       > BFW-BUSINESS-DATE
                   MOVE 'Y' TO WS-CHAIN-DONE
               WHEN WS-HOP-COUNT > WS-BRANCH-COUNT
                   MOVE 'Y' TO WS-CHAIN-DONE
               WHEN OTHER
                   ADD 1 TO WS-HOP-COUNT
                   MOVE WS-WORK-SUCCESSOR (WS-BRANCH-IDX)
                       TO WS-CURRENT-CODE
           END-EVALUATE.

       FIND-BRANCH-ENTRY.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
                   OR WS-FOUND = 'Y'
               IF WS-WORK-CODE (WS-BRANCH-IDX) = WS-CURRENT-CODE
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               SET WS-BRANCH-IDX DOWN BY 1
           END-IF.
