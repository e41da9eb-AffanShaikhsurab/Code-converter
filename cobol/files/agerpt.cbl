       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

      *> Columns 77-80 of each report line carry the routing tag
      *> DISTRPT bursts the report to branch and region mailboxes by
      *> (rptroute.cpy): the heading 'H', section titles 'S', each
      *> by-branch line 'B' and its branch; the bank-wide bucket
      *> lines carry none.
       01 WS-RPT-HEADER.
           05  FILLER            PIC X(24) VALUE
               'QUEUE AGING REPORT FOR  '.
           05  WS-HDR-DATE       PIC 9(8).
           05  FILLER            PIC X(44) VALUE SPACES.
           05  FILLER            PIC X(4)  VALUE 'H'.

       01 WS-SECTION-TITLE.
           05  WS-SEC-TEXT       PIC X(76).
           05  FILLER            PIC X(4)  VALUE 'S'.

       01 WS-BUCKET-LINE.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-BRL-CNT        PIC Z(5)9.
           05  FILLER            PIC X(8)  VALUE '  VALUE '.
           05  WS-BRL-VAL        PIC -(8)9.99.
           05  FILLER            PIC X(23) VALUE SPACES.
           05  FILLER            PIC X(1)  VALUE 'B'.
           05  WS-BRL-ROUTE      PIC X(3).

       01 WS-BLANK-LINE         PIC X(80) VALUE SPACES.

                   UNTIL WS-BUCKET-SUB > 4
               IF WS-BR-CNT (WS-BRANCH-IDX, WS-BUCKET-SUB) > 0
                   MOVE WS-BR-CODE (WS-BRANCH-IDX) TO WS-BRL-CODE
                   MOVE WS-BR-CODE (WS-BRANCH-IDX) TO WS-BRL-ROUTE
                   MOVE WS-BUCKET-NAME (WS-BUCKET-SUB)
                       TO WS-BRL-BUCKET
                   MOVE WS-BR-CNT (WS-BRANCH-IDX, WS-BUCKET-SUB)
