      *> Shared record layout for reason.dat, the reason-code
      *> reference file: one line per standard reason an item can be
      *> rejected, held or refused for. FILE1, FILE1LOAD, FILE1MAINT,
      *> FILE1RCYC and FILE1REV write the code beside their reason
      *> text (EXC-REASON-CODE, HLD-REASON-CODE, REJ-REASON-CODE);
      *> RSNMNT installs and maintains the file, RSNCVT codes the
      *> records written before the codes existed, and DQSCORE ranks
      *> the month's rejects by it.
      *> RSN-CODE-CLASS says which queue the code belongs to: 'E' an
      *> exception on file1.exc, 'H' a hold on file1.hld, 'V' a
      *> refused reversal request on file1rev.rej, 'Z' a record whose
      *> free text matched no standard reason when it was coded.
      *> RSN-STAGE says where the item was stopped: 'E' at entry -
      *> it never reached file1.dat - or 'P' by FILE1's posting
      *> validation, where the item stays on file1.dat; the
      *> scorecard needs it to count each item presented once.
      *> RSN-DESCRIPTION is the text the programs write with the
      *> code, and what RSNCVT matches an uncoded record's text on.
           05  RSN-CODE.
               10  RSN-CODE-CLASS       PIC X(1).
                   88  RSN-FOR-EXCEPTION    VALUE 'E'.
                   88  RSN-FOR-HOLD         VALUE 'H'.
                   88  RSN-FOR-REVERSAL     VALUE 'V'.
                   88  RSN-UNCLASSIFIED     VALUE 'Z'.
               10  RSN-CODE-NUMBER      PIC 9(3).
           05  RSN-STAGE            PIC X(1).
               88  RSN-AT-ENTRY         VALUE 'E'.
               88  RSN-AT-POSTING       VALUE 'P'.
           05  RSN-DESCRIPTION      PIC X(30).
