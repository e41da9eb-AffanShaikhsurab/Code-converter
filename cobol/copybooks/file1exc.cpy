      *> disposition (spaces while pending, or when worked by a
      *> session signed on before the operator master existed).
           05  EXC-WORKED-BY        PIC X(8).
      *> The customer account the rejected item was for (spaces =
      *> unallocated), so a repair re-injects it to the same account
      *> - or the operator corrects it when the account itself was
      *> the reason for the reject.
           05  EXC-ACCOUNT-NO       PIC X(8).
      *> The upstream item reference the rejected item arrived with
      *> (spaces = none), kept so a repair re-injects it under the
      *> same reference and an item trace finds the reject.
           05  EXC-ITEM-REF         PIC X(16).
      *> The standard reason code for EXC-REASON, from the reason
      *> reference file (reason.dat, rsncode.cpy), so the rejects can
      *> be counted and ranked by cause instead of by free text; and
      *> the entry source the item arrived by (FILE1-ENTRY-SOURCE's
      *> values - spaces for a system posting or a record written
      *> before either was carried), so a repair re-injects it under
      *> the same source and the data-quality scorecard can charge
      *> the reject to the source that sent it.
           05  EXC-REASON-CODE      PIC X(4).
           05  EXC-ENTRY-SOURCE     PIC X(1).
