      *>     within tolerance of the market price or the iteration
      *>     limit is reached.
      *>   - Writes one result record per quote: the implied sigma,
      *>     the number of iterations used and whether it converged,
      *>     with the quote's S, K and T carried alongside for the
      *>     surface build (BS-VOL-SURFACE).
      *>
      *> Why bisection rather than Newton-Raphson:
      *>   Vega (the Newton-Raphson step size) can be vanishingly small
      *>   converges reliably across the whole quote file unattended.
      *>
      *> Modification History:
      *>   2026-10-08  Result record now carries the quote's spot,
      *>               strike and tenor, so the new surface build can
      *>               grid results by moneyness and expiry instead of
      *>               collapsing them to one sigma per underlying.
      *>   2026-08-08  Original version.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.

           MOVE PQ-UNDERLYING TO IV-UNDERLYING
           MOVE PQ-SEQUENCE-NUMBER TO IV-SEQUENCE-NUMBER
           MOVE PQ-S TO IV-S
           MOVE PQ-K TO IV-K
           MOVE PQ-T TO IV-T
           MOVE TRIAL-SIGMA TO IV-IMPLIED-SIGMA
           MOVE ITERATION-COUNT TO IV-ITERATIONS
           IF FUNCTION ABS(PRICE-DIFFERENCE) < CONVERGENCE-TOLERANCE
