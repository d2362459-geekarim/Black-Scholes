      *> ---------------------------------------------------------------
      *> Copybook: BSGLMAP
      *> Purpose:  Record layout for the chart-of-accounts map read
      *>           by BS-GL-FEED, kept by Finance. Each record names
      *>           the general ledger account a posting role lands on
      *>           for a book and currency:
      *>             GM-ACCOUNT-ROLE 'POSN' - positions at fair value
      *>                                      (the balance sheet),
      *>                             'MTPL' - mark-to-market P&L,
      *>                             'PREM' - premium cash paid and
      *>                                      received on trades,
      *>                             'SETL' - expiry settlement cash.
      *>           GM-BOOK-CODE "****" applies to any book and
      *>           GM-CURRENCY "***" to any currency; the most
      *>           particular entry wins - book and currency, then
      *>           book alone, then currency alone, then the default
      *>           for the role.
      *> ---------------------------------------------------------------
       01  GL-ACCOUNT-MAP-RECORD.
           05  GM-BOOK-CODE            PIC X(4).
           05  GM-CURRENCY             PIC X(3).
           05  GM-ACCOUNT-ROLE         PIC X(4).
               88  GM-POSITION-VALUE       VALUE "POSN".
               88  GM-MTM-PNL              VALUE "MTPL".
               88  GM-PREMIUM-CASH         VALUE "PREM".
               88  GM-SETTLEMENT-CASH      VALUE "SETL".
           05  GM-GL-ACCOUNT           PIC X(12).
           05  FILLER                  PIC X(7).
