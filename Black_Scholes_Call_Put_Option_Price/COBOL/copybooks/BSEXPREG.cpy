      *> ---------------------------------------------------------------
      *> Copybook: BSEXPREG
      *> Purpose:  Detail line of the expiry settlement register
      *>           (EXPREG) printed by BS-EXPIRY-SWEEP: one line per
      *>           expiring position settled off tonight's extract
      *>           mark. ER-MONEYNESS is 'ITM' or 'OTM' for an option
      *>           and 'FUT' for a future hedge; ER-INTRINSIC is the
      *>           intrinsic value per contract (the final spot mark
      *>           for a future) and ER-LOCAL-CASH the settlement cash
      *>           in ER-CURRENCY - for a future, the move from its
      *>           average cost to the final mark times the quantity.
      *>           BS-GL-FEED reads the register back for the night's
      *>           settlement cash, picking the detail lines out of
      *>           the headings, unpriced-expiry lines and totals by
      *>           ER-SETTLED-LINE, so the printed columns are the
      *>           interface and must not move without both programs
      *>           being changed together.
      *> ---------------------------------------------------------------
       01  SETTLEMENT-DETAIL-LINE.
           05  ER-UNDERLYING           PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ER-SEQUENCE-NUMBER      PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ER-OPTION-TYPE          PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ER-MONEYNESS            PIC X(3).
               88  ER-SETTLED-LINE         VALUES "ITM" "OTM" "FUT".
               88  ER-FUTURE-LINE          VALUE "FUT".
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ER-QTY                  PIC -(6)9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ER-S                    PIC Z(4)9.99999.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ER-K                    PIC Z(4)9.99999.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ER-INTRINSIC            PIC Z(4)9.99999.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ER-LOCAL-CASH           PIC -(10)9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ER-CURRENCY             PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ER-BASE-CASH            PIC -(10)9.99.
           05  FILLER                  PIC X(19) VALUE SPACES.
