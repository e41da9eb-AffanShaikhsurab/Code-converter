           COPY file2rec.

       FD  FILE2.
       01  FILE2-LIVE-RECORD        PIC X(45).

       FD  ASF-PARM-FILE.
       01  ASF-PARM-RECORD.
