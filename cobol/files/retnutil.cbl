
      *> Raw image of the exception record - sized to file1exc.cpy's
      *> full length (the record grew when the currency code and
      *> worked-by stamp were added, and again for the account
      *> number and the item reference, and again for the reason
      *> code and entry source; a shorter frame here truncated the
      *> disposition and mis-framed the history).
       FD  EXCEPTION-HIST.
       01  EXCEPTION-HIST-RECORD    PIC X(91).

       FD  RETN-PARM-FILE.
       01  RETN-PARM-RECORD.
      *> rewritten - the same rewind-through-a-table approach FILE2's
      *> restart uses on its own files. Sized to the shop's usual
      *> 100000-record scale, and wide enough for the full
      *> file1exc.cpy record (91 bytes) - the audit record is
      *> shorter and pads.
       01 WS-KEEP-COUNT         PIC 9(6) VALUE 0.
       01 WS-KEEP-TABLE.
           05  WS-KEEP-ENTRY    OCCURS 100000 TIMES
                                 INDEXED BY WS-KEEP-IDX
                                 PIC X(91).

       01 WS-AUDIT-FILE-STATUS  PIC XX VALUE '00'.
       01 WS-AUDIT-HIST-STATUS  PIC XX VALUE '00'.
