      *>           positions and zero for everything else, so the
      *>           attribution can flag a mark sitting near its
      *>           cliff without knowing the style codes.
      *>           EX-OPTION-STYLE through EX-DIVIDEND-PV carry the
      *>           rest of what the pricers were handed - the style
      *>           that chose the dispatch, the continuous yield,
      *>           the lattice steps actually run (after the default
      *>           for a zero) and the present value of the cash
      *>           dividends netted off EX-S under the escrow model
      *>           - so a downstream revaluation (the historical
      *>           VaR) can reprice tonight's book from the extract
      *>           alone and land on tonight's marks.
      *>           A delta hedge in the underlying (EX-OPTION-STYLE
      *>           'S' stock or 'F' future) rides the extract like
      *>           any position: EX-OPTION-TYPE is blank, both price
      *>           fields and EX-POSITION-PRICE carry the spot mark,
      *>           EX-DELTA is one and the other Greeks, EX-K, EX-T
      *>           and EX-SIGMA are zero.
      *> ---------------------------------------------------------------
       01  EXTRACT-RECORD.
           05  EX-UNDERLYING           PIC X(10).
           05  EX-SEQUENCE-NUMBER      PIC 9(6).
           05  EX-BOOK-CODE            PIC X(4).
           05  EX-BARRIER-LEVEL        PIC 9(5)V9(5).
           05  EX-OPTION-STYLE         PIC X(1).
               88  EX-BARRIER-STYLE        VALUES "U" "D" "I" "J".
               88  EX-LINEAR-STYLE         VALUES "S" "F".
           05  EX-DIVIDEND-YIELD       PIC S9(1)V9(5)
                                            SIGN LEADING SEPARATE.
           05  EX-NUM-STEPS            PIC 9(3).
           05  EX-DIVIDEND-PV          PIC 9(4)V9(5).
