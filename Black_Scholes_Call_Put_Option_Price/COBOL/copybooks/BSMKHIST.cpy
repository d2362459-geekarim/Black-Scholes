      *>           retention horizon the way BS-CALENDAR-LOAD
      *>           retires past holidays, so the store does not grow
      *>           without bound.
      *>           MH-BASIS-DATE is the date whose share basis the
      *>           record's strike, spot, quantity, mark and Greeks
      *>           are stated on: the valuation date when the mark
      *>           is stored, moved forward to a corporate action's
      *>           effective date when BS-CORP-ACTION restates the
      *>           mark onto the post-event basis. A record is only
      *>           ever restated for an event dated after its basis,
      *>           so a rerun of the restatement changes nothing.
      *>           The field took the record from 164 to 172
      *>           bytes; a store written before it is carried
      *>           across once by BS-LAYOUT-CONVERT (old store
      *>           renamed to OLDMKHS, basis defaulted to the
      *>           valuation date).
      *> ---------------------------------------------------------------
       01  MARK-HISTORY-RECORD.
           05  MH-HISTORY-KEY.
           05  MH-CURRENCY             PIC X(3).
           05  MH-FX-RATE              PIC 9(3)V9(6).
           05  MH-BOOK-CODE            PIC X(4).
           05  MH-BASIS-DATE           PIC X(8).
