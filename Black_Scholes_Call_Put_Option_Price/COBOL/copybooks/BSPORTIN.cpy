      *>   must sit on the far side of spot (above it for 'U'/'I',
      *>   below for 'D'/'J') or the record rejects. PI-NUM-STEPS
      *>   is meaningful for 'A' and for the barrier styles.
      *>   The linear styles 'S' (stock) and 'F' (future) are the
      *>   desk's delta hedges in the underlying itself: they mark
      *>   at PI-S with a delta of one and no other Greeks, and
      *>   K, T, SIGMA, the dividend fields, the step count and
      *>   the barrier level are not used. A future carries its
      *>   expiry date; a stock leaves PI-EXPIRY-DATE blank.
      *>   PI-OPTION-TYPE is blank on a hedge.
      *>   PI-OPTION-TYPE (C/P) says which side of that pricing result
      *>   is the position's own exposure, so the summary report rolls
      *>   up the call leg or the put leg of the price, not always the
           05  PI-OPTION-STYLE         PIC X(1).
               88  PI-BARRIER-STYLE        VALUES "U" "D" "I" "J".
               88  PI-UP-BARRIER-STYLE     VALUES "U" "I".
               88  PI-LINEAR-STYLE         VALUES "S" "F".
           05  PI-OPTION-TYPE          PIC X(1).
           05  PI-S                    PIC S9(5)V9(5)
                                            SIGN LEADING SEPARATE.
