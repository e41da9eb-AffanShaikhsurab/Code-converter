      *> Shared record layout for audres.dat, the audit results
      *> file: AUDRES appends one record each time an auditor
      *> records the outcome of testing a sample item (audsamp.cpy)
      *> - 'T' tested without exception, 'E' exception - stamped with
      *> the signed-on auditor and the date and time it was
      *> recorded. A later result for the same item supersedes the
      *> earlier one (a re-test) but both stay on file. For an
      *> exception ARS-MISSTATEMENT is the amount by which the book
      *> value was found to be wrong, which AUDSUM projects across
      *> the population of a monetary-unit sample.
           05  ARS-SAMPLE-ID        PIC X(8).
           05  ARS-ITEM-NO          PIC 9(4).
           05  ARS-RESULT           PIC X(1).
               88  ARS-IS-TESTED        VALUE 'T'.
               88  ARS-IS-EXCEPTION     VALUE 'E'.
           05  ARS-MISSTATEMENT     PIC S9(9)V99 COMP-3.
           05  ARS-TESTED-BY        PIC X(8).
           05  ARS-DATE             PIC 9(8).
           05  ARS-TIME             PIC 9(8).
           05  ARS-NOTE             PIC X(40).
