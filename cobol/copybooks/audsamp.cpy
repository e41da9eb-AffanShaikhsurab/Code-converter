      *> Shared record layout for audsamp.dat, internal audit's
      *> sample file. AUDSAMP appends one 'H' record per sample drawn
      *> - the period, population filters, method and seed it was
      *> drawn with, and the population it was drawn from - followed
      *> by one 'I' record per item selected, identified by the
      *> posting's business date, batch and position in its
      *> file2.dat set. Given the same files and the same header a
      *> sample can be drawn again and comes out the same. AUDRES
      *> records results against the items (audres.cpy) and AUDSUM
      *> reports each sample's outcome. ASM-HITS is how many
      *> monetary-unit selection points fell in the item (one for a
      *> random sample); ASM-BOOK-VALUE is the posting's base-currency
      *> movement without its sign, the value sampled on.
           05  ASM-SAMPLE-ID        PIC X(8).
           05  ASM-REC-TYPE         PIC X(1).
               88  ASM-IS-HEADER        VALUE 'H'.
               88  ASM-IS-ITEM          VALUE 'I'.
           05  ASM-ITEM-NO          PIC 9(4).
           05  ASM-ITEM-DATA.
               10  ASM-BUSINESS-DATE PIC 9(8).
               10  ASM-BATCH        PIC 9(4).
               10  ASM-ORDINAL      PIC 9(6).
               10  ASM-BRANCH       PIC X(3).
               10  ASM-CURRENCY     PIC X(3).
               10  ASM-ACCOUNT      PIC X(8).
               10  ASM-ITEM-REF     PIC X(16).
               10  ASM-TYPE         PIC X(1).
               10  ASM-BOOK-VALUE   PIC S9(9)V99 COMP-3.
               10  ASM-MOVEMENT     PIC S9(9)V99 COMP-3.
               10  ASM-HITS         PIC 9(3).
               10  FILLER           PIC X(16).
           05  ASM-HEADER-DATA REDEFINES ASM-ITEM-DATA.
               10  ASM-DRAWN-DATE   PIC 9(8).
               10  ASM-FROM-DATE    PIC 9(8).
               10  ASM-TO-DATE      PIC 9(8).
               10  ASM-FLT-BRANCH   PIC X(3).
               10  ASM-FLT-CURRENCY PIC X(3).
               10  ASM-FLT-TYPE     PIC X(1).
               10  ASM-FLT-MIN      PIC S9(9)V99 COMP-3.
               10  ASM-FLT-MAX      PIC S9(9)V99 COMP-3.
               10  ASM-METHOD       PIC X(1).
                   88  ASM-IS-RANDOM    VALUE 'R'.
                   88  ASM-IS-MUS       VALUE 'M'.
               10  ASM-SEED         PIC 9(9).
               10  ASM-POP-COUNT    PIC 9(7).
               10  ASM-POP-VALUE    PIC S9(11)V99 COMP-3.
               10  ASM-INTERVAL     PIC S9(9)V99 COMP-3.
               10  ASM-SAMPLE-COUNT PIC 9(4).
               10  FILLER           PIC X(3).
