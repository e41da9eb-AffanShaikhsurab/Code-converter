           COPY file2rec.

       FD  FILE2-HIST.
       01  FILE2-HIST-RECORD         PIC X(45).

      *> Retention period, in days, driving the age-out cutoff below
      *> (req 016). Missing archive.parm defaults to 90 days, the way
       01 WS-F2-KEEP-TABLE.
           05  WS-F2-KEEP-ENTRY    OCCURS 100000 TIMES
                                    INDEXED BY WS-F2-KEEP-IDX
                                    PIC X(45).

       01 WS-FILE1-STATUS          PIC XX VALUE '00'.
       01 WS-FILE1-HIST-STATUS     PIC XX VALUE '00'.
