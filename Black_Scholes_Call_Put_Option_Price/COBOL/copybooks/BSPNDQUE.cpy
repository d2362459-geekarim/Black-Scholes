      *> ---------------------------------------------------------------
      *> Copybook: BSPNDQUE
      *> Purpose:  Record layout for the maintenance pending queue
      *>           kept by BS-MAINT-APPROVE. One record per desk
      *>           transaction keyed but not yet released to the
      *>           position master, under the blotter ticket it was
      *>           keyed with (PQ-ENTRY-ID, unique on the queue):
      *>             PQ-STATUS 'P' awaiting approval,
      *>                       'H' holding one of the two approvals
      *>                           a large change needs,
      *>                       'A' fully approved but held back
      *>                           behind an earlier transaction on
      *>                           the same position that is still
      *>                           pending, so the two reach the
      *>                           master in the order they were
      *>                           keyed.
      *>           PQ-APPROVALS-REQUIRED is fixed when the item is
      *>           queued, from the quantity it moves and the
      *>           notional that quantity carries at spot
      *>           (PQ-QTY-MOVED, PQ-NOTIONAL), sized against the
      *>           master as it stood then.
      *>           PQ-TRANSACTION-IMAGE is the BSPOSTRN record as
      *>           keyed; its picture must match that record's
      *>           length, so a BSPOSTRN layout change must be made
      *>           here too.
      *> ---------------------------------------------------------------
       01  PENDING-ITEM-RECORD.
           05  PQ-ENTRY-ID             PIC X(12).
           05  PQ-MAKER-ID             PIC X(8).
           05  PQ-ENTRY-DATE           PIC X(8).
           05  PQ-STATUS               PIC X(1).
               88  PQ-AWAITING-APPROVAL    VALUE "P".
               88  PQ-AWAITING-SECOND      VALUE "H".
               88  PQ-APPROVED-HELD        VALUE "A".
           05  PQ-APPROVALS-REQUIRED   PIC 9(1).
           05  PQ-FIRST-CHECKER-ID     PIC X(8).
           05  PQ-SECOND-CHECKER-ID    PIC X(8).
           05  PQ-QTY-MOVED            PIC 9(7).
           05  PQ-NOTIONAL             PIC 9(11)V9(2).
           05  PQ-TRANSACTION-IMAGE    PIC X(169).
           05  FILLER                  PIC X(10).
