      *> ---------------------------------------------------------------
      *> Copybook: BSVOLSRF
      *> Purpose:  Record layout for the keyed implied-volatility
      *>           surface (VOLSURF) built nightly by BS-VOL-SURFACE
      *>           from CALC-IMPLIED-VOL's converged results. One
      *>           record per underlying, keyed on the underlying,
      *>           holding a grid of sigmas over moneyness (strike
      *>           over spot) against tenor (business-day years, the
      *>           same ACT/252 basis the pricing run derives T on).
      *>
      *>           The axis points travel on the record, so the
      *>           consumers (BLACK-SCHOLES, BS-REJECT-REPRICE,
      *>           BS-SCENARIO) interpolate between whatever grid the
      *>           builder used rather than assuming one. Every node
      *>           carries a sigma; VS-NODE-SOURCE says where it came
      *>           from - observed quotes, a spike smoothed back to
      *>           its neighbours, or filled by interpolation from
      *>           the observed nodes around it.
      *> ---------------------------------------------------------------
       01  VOL-SURFACE-RECORD.
           05  VS-UNDERLYING           PIC X(10).
           05  VS-SURFACE-DATA.
               10  VS-BUILD-DATE       PIC X(8).
               10  VS-POINTS-USED      PIC 9(4).
               10  VS-POINTS-REJECTED  PIC 9(4).
               10  VS-MONEYNESS-POINT  OCCURS 9 TIMES
                                        PIC 9(1)V9(5).
               10  VS-TENOR-POINT      OCCURS 6 TIMES
                                        PIC 9(1)V9(5).
               10  VS-TENOR-ROW        OCCURS 6 TIMES.
                   15  VS-NODE         OCCURS 9 TIMES.
                       20  VS-NODE-SIGMA   PIC 9(1)V9(5).
                       20  VS-NODE-SOURCE  PIC X(1).
                           88  VS-NODE-OBSERVED     VALUE "O".
                           88  VS-NODE-SMOOTHED     VALUE "S".
                           88  VS-NODE-INTERPOLATED VALUE "I".
