      *> (spaces while held, or when worked by a session signed on
      *> before the operator master existed).
           05  HLD-WORKED-BY        PIC X(8).
      *> The customer account the held item is for (spaces =
      *> unallocated), so a released item posts to the same account.
           05  HLD-ACCOUNT-NO       PIC X(8).
      *> Why the item was held. Spaces (every record written before
      *> the reason was kept) read as over the limit.parm threshold;
      *> 'DORMANT ACCOUNT' items can only be released once the
      *> supervisor reactivates the account.
           05  HLD-REASON           PIC X(20).
               88  HLD-FOR-LIMIT        VALUE SPACES 'OVER LIMIT'.
               88  HLD-FOR-DORMANT      VALUE 'DORMANT ACCOUNT'.
      *> The upstream item reference the held item arrived with
      *> (spaces = none), so a released item posts under the same
      *> reference and an item trace finds the hold.
           05  HLD-ITEM-REF         PIC X(16).
      *> The standard reason code for HLD-REASON from the reason
      *> reference file (reason.dat, rsncode.cpy), and the entry
      *> source the item arrived by (FILE1-ENTRY-SOURCE's values), so
      *> a released item posts under the same source and the
      *> data-quality scorecard can count holds by cause and source.
           05  HLD-REASON-CODE      PIC X(4).
           05  HLD-ENTRY-SOURCE     PIC X(1).
