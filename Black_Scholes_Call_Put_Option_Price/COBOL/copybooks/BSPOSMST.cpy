      *>   book. Required on adds and changes; it rides at the end
      *>   so the fields before it kept their columns when it was
      *>   added.
      *>
      *>   PM-OPTION-STYLE 'S' (stock) or 'F' (future) holds a
      *>   delta hedge in the underlying rather than an option;
      *>   see BSPORTIN for what such a record carries.
      *>
      *>   PM-AVERAGE-COST is the average premium per unit paid
      *>   (or received, on a short) for the quantity still open,
      *>   and PM-LAST-TRADE-DATE the day of the last trade that
      *>   moved the quantity. BS-POSITION-MAINT maintains both
      *>   from the trade fields on each transaction: buying more
      *>   on the same side averages the new premium in, cutting
      *>   the position leaves the average alone and books the
      *>   difference to the realized P&L ledger. They belong to
      *>   the book of record only and are not cut to PORTIN - the
      *>   one-for-one mirror of BSPORTIN ends at PM-BARRIER-LEVEL.
      *>   The two fields took the record from 111 to 131 bytes;
      *>   a master written before them is carried across once by
      *>   BS-LAYOUT-CONVERT (old master renamed to OLDPOSM, cost
      *>   defaulted to zero) and a fresh BAKMAST taken after it.
      *> ---------------------------------------------------------------
       01  POSITION-MASTER-RECORD.
           05  PM-MASTER-KEY.
           05  PM-OPTION-STYLE         PIC X(1).
               88  PM-BARRIER-STYLE        VALUES "U" "D" "I" "J".
               88  PM-UP-BARRIER-STYLE     VALUES "U" "I".
               88  PM-LINEAR-STYLE         VALUES "S" "F".
           05  PM-OPTION-TYPE          PIC X(1).
           05  PM-S                    PIC S9(5)V9(5)
                                            SIGN LEADING SEPARATE.
           05  PM-BOOK-CODE            PIC X(4).
           05  PM-BARRIER-LEVEL        PIC S9(5)V9(5)
                                            SIGN LEADING SEPARATE.
           05  PM-AVERAGE-COST         PIC 9(6)V9(6).
           05  PM-LAST-TRADE-DATE      PIC X(8).
