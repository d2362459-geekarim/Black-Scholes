      *> ---------------------------------------------------------------
      *> Copybook: BSAPPRVL
      *> Purpose:  Record layout for the approval file read by
      *>           BS-MAINT-APPROVE. One record per checker decision
      *>           on a pending maintenance transaction, named by the
      *>           blotter ticket it was keyed under:
      *>             AP-DECISION 'A' approves it,
      *>                         'D' declines it (it is taken off
      *>                             the queue and never reaches the
      *>                             master; the maker re-keys it if
      *>                             it is wanted).
      *>           AP-CHECKER-ID must not be the transaction's maker,
      *>           and the second approval of a large change must
      *>           come from a third operator. AP-COMMENT prints on
      *>           the pending report beside the decision.
      *> ---------------------------------------------------------------
       01  APPROVAL-RECORD.
           05  AP-ENTRY-ID             PIC X(12).
           05  AP-CHECKER-ID           PIC X(8).
           05  AP-DECISION             PIC X(1).
               88  AP-APPROVE              VALUE "A".
               88  AP-DECLINE              VALUE "D".
           05  AP-COMMENT              PIC X(30).
           05  FILLER                  PIC X(9).
