      *> ---------------------------------------------------------------
      *> Copybook: BSPNLLED
      *> Purpose:  Record layout for the realized P&L ledger written
      *>           by BS-POSITION-MAINT. One record per applied
      *>           transaction that takes quantity off the book: a
      *>           desk close ('D'), a change that cuts the quantity
      *>           or carries it through zero to the other side
      *>           ('C'), and the expiry sweep's closes - settled at
      *>           intrinsic value ('X') or expired with no mark to
      *>           settle from ('U', booked at zero until the desk
      *>           settles it by hand).
      *>           LG-CLOSED-QTY is the signed quantity taken off
      *>           (positive for a long sold, negative for a short
      *>           bought back), LG-AVERAGE-COST the master's average
      *>           premium for it and LG-CLOSE-PRICE the premium it
      *>           closed at, so LG-REALIZED-PNL is
      *>           LG-CLOSED-QTY * (LG-CLOSE-PRICE - LG-AVERAGE-COST)
      *>           in the position's own currency, LG-CURRENCY.
      *>           LG-TRADE-DATE is the trade date the desk keyed;
      *>           LG-BUSINESS-DATE is the business date of the run
      *>           that applied the close, which is the day the
      *>           cash is posted to the general ledger.
      *>           The ledger extends across runs and is the record
      *>           of realized P&L since inception; unlike the
      *>           maintenance journal it is never archived with a
      *>           master backup.
      *> ---------------------------------------------------------------
       01  PNL-LEDGER-RECORD.
           05  LG-TIMESTAMP            PIC X(15).
           05  LG-TRADE-DATE           PIC X(8).
           05  LG-EVENT                PIC X(1).
               88  LG-DESK-CLOSE           VALUE "D".
               88  LG-DESK-REDUCTION       VALUE "C".
               88  LG-EXPIRY-SETTLEMENT    VALUE "X".
               88  LG-UNPRICED-EXPIRY      VALUE "U".
           05  LG-UNDERLYING           PIC X(10).
           05  LG-SEQUENCE-NUMBER      PIC 9(6).
           05  LG-BOOK-CODE            PIC X(4).
           05  LG-CURRENCY             PIC X(3).
           05  LG-OPTION-TYPE          PIC X(1).
           05  LG-CLOSED-QTY           PIC S9(7) SIGN LEADING SEPARATE.
           05  LG-AVERAGE-COST         PIC 9(6)V9(6).
           05  LG-CLOSE-PRICE          PIC 9(6)V9(6).
           05  LG-REALIZED-PNL         PIC S9(11)V9(2)
                                            SIGN LEADING SEPARATE.
           05  LG-BUSINESS-DATE        PIC X(8).
