      *> Shared record layout for settle.ins, the settlement
      *> instruction file: one fixed-format record per foreign
      *> currency per business date, written by SETLGEN from the
      *> day's net native-currency movement and addressed from
      *> ssi.dat. A net increase in what the day's postings carried
      *> in the currency is paid away to the correspondent ('P'); a
      *> net decrease is received from it ('R'). STI-AMOUNT is the
      *> absolute net in the currency itself. SETLCONF updates the
      *> record in place when the correspondent's confirmation comes
      *> back - confirmed when it agrees, disputed when it does not -
      *> the same worked-file convention alertque.cpy uses.
           05  STI-REF              PIC X(12).
           05  STI-BUSINESS-DATE    PIC 9(8).
           05  STI-VALUE-DATE       PIC 9(8).
           05  STI-CURRENCY         PIC X(3).
           05  STI-DIRECTION        PIC X(1).
               88  STI-IS-PAY           VALUE 'P'.
               88  STI-IS-RECEIVE       VALUE 'R'.
           05  STI-AMOUNT           PIC 9(11)V99.
           05  STI-CORR-BIC         PIC X(11).
           05  STI-NOSTRO-ACCOUNT   PIC X(20).
           05  STI-STATUS           PIC X(1).
               88  STI-IS-OPEN          VALUE 'O'.
               88  STI-IS-CONFIRMED     VALUE 'C'.
               88  STI-IS-DISPUTED      VALUE 'X'.
           05  STI-CONFIRM-DATE     PIC 9(8).
           05  STI-CONFIRM-REF      PIC X(16).
