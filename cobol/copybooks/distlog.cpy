      *> Shared record layout for distrib.log, the append-only
      *> record of every report copy DISTRPT produced - which report
      *> (and which run of it, by the report's own title line), for
      *> which recipient, into which file, how many lines - so a
      *> branch's receipt of its statement can be proven after the
      *> fact. Status 'P' produced, 'N' produced with nothing for
      *> the recipient on it, 'M' the report was not on file to
      *> distribute.
           05  DLG-DATE             PIC 9(8).
           05  DLG-TIME             PIC 9(8).
           05  DLG-RECIPIENT        PIC X(8).
           05  DLG-REPORT           PIC X(12).
           05  DLG-OUTPUT           PIC X(24).
           05  DLG-LINES            PIC 9(6).
           05  DLG-STATUS           PIC X(1).
               88  DLG-IS-PRODUCED      VALUE 'P'.
               88  DLG-IS-NIL           VALUE 'N'.
               88  DLG-IS-MISSING       VALUE 'M'.
           05  DLG-REPORT-TITLE     PIC X(40).
