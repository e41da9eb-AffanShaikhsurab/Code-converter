      *> Shared record layout for ssi.dat, the standard settlement
      *> instructions: one keyed record per foreign currency naming
      *> the correspondent bank that settles it for us - its BIC and
      *> name - and our nostro account with it. SETLGEN looks each
      *> currency's net position up here to address the day's
      *> settlement instruction; SSIMNT maintains it the way CURRMNT
      *> maintains currency.dat (queued under dual control,
      *> journaled on refchg.jnl). The base currency settles at home
      *> and carries no entry.
           05  SSI-KEY.
               10  SSI-CURRENCY     PIC X(3).
           05  SSI-CORR-BIC         PIC X(11).
           05  SSI-CORR-NAME        PIC X(24).
           05  SSI-NOSTRO-ACCOUNT   PIC X(20).
