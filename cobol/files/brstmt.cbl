       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Every line of a statement carries its branch in the
      *> routing tag in columns 77-80 (rptroute.cpy), so DISTRPT can
      *> burst the stack to the branch and region mailboxes.
       01 WS-STMT-HEADER.
           05  FILLER            PIC X(19) VALUE
               'BRANCH STATEMENT - '.
           05  WS-HDR-MONTH      PIC 9(6).
           05  FILLER            PIC X(51) VALUE SPACES.
           05  FILLER            PIC X(1)  VALUE 'B'.
           05  WS-HDR-ROUTE      PIC X(3).

       01 WS-STMT-BRANCH-LINE.
           05  FILLER            PIC X(7)  VALUE 'BRANCH '.
           05  WS-HDR-BRANCH     PIC X(3).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-HDR-NAME       PIC X(20).
           05  FILLER            PIC X(44) VALUE SPACES.
           05  FILLER            PIC X(1)  VALUE 'B'.
           05  WS-BRL-ROUTE      PIC X(3).

       01 WS-STMT-COLS.
           05  FILLER            PIC X(10) VALUE 'DATE'.
           05  FILLER            PIC X(14) VALUE 'POSTED'.
           05  FILLER            PIC X(14) VALUE 'REVERSED'.
           05  FILLER            PIC X(38) VALUE 'BALANCE'.
           05  FILLER            PIC X(1)  VALUE 'B'.
           05  WS-COL-ROUTE      PIC X(3).

       01 WS-STMT-DAY-LINE.
           05  WS-DAY-DATE       PIC 9(8).
           05  WS-DAY-REVERSED   PIC -(8)9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-DAY-BALANCE    PIC -(10)9.99.
           05  FILLER            PIC X(24) VALUE SPACES.
           05  FILLER            PIC X(1)  VALUE 'B'.
           05  WS-DAY-ROUTE      PIC X(3).

       01 WS-POSITION-LINE.
           05  WS-POS-TEXT       PIC X(20).
           05  WS-POS-VALUE      PIC -(10)9.99.
           05  FILLER            PIC X(42) VALUE SPACES.
           05  FILLER            PIC X(1)  VALUE 'B'.
           05  WS-POS-ROUTE      PIC X(3).

       01 WS-BLANK-LINE.
           05  FILLER            PIC X(76) VALUE SPACES.
           05  FILLER            PIC X(1)  VALUE 'B'.
           05  WS-BLK-ROUTE      PIC X(3).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           END-PERFORM
           IF WS-HAS-ACTIVITY = 'Y'
               ADD 1 TO WS-STMT-COUNT
               MOVE WS-BR-CODE (WS-BRANCH-IDX) TO WS-HDR-ROUTE
               MOVE WS-BR-CODE (WS-BRANCH-IDX) TO WS-BRL-ROUTE
               MOVE WS-BR-CODE (WS-BRANCH-IDX) TO WS-COL-ROUTE
               MOVE WS-BR-CODE (WS-BRANCH-IDX) TO WS-DAY-ROUTE
               MOVE WS-BR-CODE (WS-BRANCH-IDX) TO WS-POS-ROUTE
               MOVE WS-BR-CODE (WS-BRANCH-IDX) TO WS-BLK-ROUTE
               MOVE WS-SELECTED-MONTH TO WS-HDR-MONTH
               WRITE STMT-REPORT-RECORD FROM WS-STMT-HEADER
                   AFTER ADVANCING PAGE
