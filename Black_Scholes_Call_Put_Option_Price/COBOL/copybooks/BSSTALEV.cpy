      *> Purpose:  Record layout for the stale-volatility exception
      *>           report written by BLACK-SCHOLES when the keyed
      *>           PI-SIGMA on a portfolio record differs from the
      *>           market-implied volatility (the implied-vol surface
      *>           point at the contract's own moneyness and derived
      *>           T, interpolated off the VOLSURF surface
      *>           BS-VOL-SURFACE builds) by more than the run's
      *>           tolerance. The contract is still priced - off the
      *>           surface sigma - so the record here is a
      *>           data-quality exception for the desk to rekey, not
      *>           a reject. SV-MONEYNESS (K/S) and SV-T say where on
      *>           the surface the comparison was made.
      *> ---------------------------------------------------------------
       01  STALE-VOL-RECORD.
           05  SV-UNDERLYING           PIC X(10).
           05  SV-IMPLIED-SIGMA        PIC 9(1)V9(5).
           05  SV-SIGMA-DIFFERENCE     PIC S9(1)V9(5)
                                            SIGN LEADING SEPARATE.
           05  SV-MONEYNESS            PIC 9(2)V9(5).
           05  SV-T                    PIC 9(1)V9(5).
           05  FILLER                  PIC X(10).
