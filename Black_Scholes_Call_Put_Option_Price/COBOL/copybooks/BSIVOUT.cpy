      *> ---------------------------------------------------------------
      *> Copybook: BSIVOUT
      *> Purpose:  Record layout for the implied-volatility results
      *>           file written by CALC-IMPLIED-VOL. The quote's
      *>           own spot, strike and tenor ride along with the
      *>           solved sigma, so BS-VOL-SURFACE can place each
      *>           result on the moneyness/tenor grid.
      *> ---------------------------------------------------------------
       01  IMPLIED-VOL-RECORD.
           05  IV-UNDERLYING           PIC X(10).
           05  IV-IMPLIED-SIGMA        PIC 9(1)V9(5).
           05  IV-ITERATIONS           PIC 9(3).
           05  IV-CONVERGED            PIC X(1).
           05  IV-S                    PIC 9(5)V9(5).
           05  IV-K                    PIC 9(5)V9(5).
           05  IV-T                    PIC 9(1)V9(5).
