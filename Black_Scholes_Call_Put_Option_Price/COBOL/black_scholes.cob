      *>     instead of letting a bad record abend the run.
      *>   - European contracts are priced through BS-PRICER; American
      *>     contracts through the BINOMIAL-AMERICAN lattice.
      *>   - Delta hedges in the underlying (style 'S' stock, 'F'
      *>     future) are marked at spot with a delta of one and no
      *>     other Greeks, and flow through the extract, audit log
      *>     and summary alongside the options they hedge.
      *>   - Every priced contract is written to EXTRACT-FILE for the
      *>     downstream risk system and to AUDIT-FILE for compliance,
      *>     and is rolled into the in-memory summary table kept by
      *>   - No other external libraries required
      *>
      *> Modification History:
      *>   2026-10-11  Linear hedge positions: option styles 'S'
      *>               (stock) and 'F' (future) skip the option
      *>               validation and the sigma, curve and dividend
      *>               enrichments, need only a positive spot (and,
      *>               for a future, a live expiry date), and are
      *>               marked at spot with a delta of one, so the
      *>               summary's net delta and everything read off
      *>               the extract see the desk's hedges.
      *>   2026-10-09  EXTRACT now also carries the option style,
      *>               dividend yield, lattice steps and escrowed
      *>               dividend PV, so BS-HIST-VAR can reprice the
      *>               book from the extract alone.
      *>   2026-10-08  Priced off the implied-volatility surface
      *>               (VOLSURF, built by BS-VOL-SURFACE) instead of
      *>               one implied sigma per underlying: each
      *>               contract's sigma is interpolated at its own
      *>               moneyness (K/S) and derived T, so a deep
      *>               out-of-the-money wing or a long-dated leg no
      *>               longer borrows the at-the-money front-month
      *>               vol. The stale-vol exception compares the
      *>               keyed sigma against that surface point and
      *>               carries the moneyness and T it was read at.
      *>   2026-10-05  Run date taken from the shared business-date
      *>               control record (BUSDATE) instead of the system
      *>               clock: time to maturity, the dividend escrow
      *>               window and EX-VALUATION-DATE are all struck
      *>               against the business day being processed, and
      *>               the run timestamp on the checkpoint, run
      *>               control and audit records carries that date
      *>               with the wall-clock time, so the morning
      *>               repair pass and the balancer see the night
      *>               the book was priced for.
      *>   2026-09-02  Barrier option styles: 'U'/'D' knock-outs and
      *>               'I'/'J' knock-ins price through the new
      *>               BS-BARRIER lattice with PI-BARRIER-LEVEL as
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT VOL-SURFACE-FILE ASSIGN TO "VOLSURF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VS-UNDERLYING
               FILE STATUS IS VOL-SURFACE-FILE-STATUS.

           SELECT STALE-VOL-FILE ASSIGN TO "STALEVOL"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIVIDEND-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTFOLIO-FILE.
       FD  AUDIT-FILE.
           COPY BSAUDIT.

       FD  VOL-SURFACE-FILE.
           COPY BSVOLSRF.

       FD  STALE-VOL-FILE.
           COPY BSSTALEV.
       FD  DIVIDEND-FILE.
           COPY BSDIVSCH.

       FD  BUSINESS-DATE-FILE.
           COPY BSBUSDAT.

       WORKING-STORAGE SECTION.

      * Working copies of the current contract's inputs, passed to
       01 CHECKPOINT-FILE-STATUS PIC XX.
       01 EXTRACT-FILE-STATUS    PIC XX.
       01 AUDIT-FILE-STATUS      PIC XX.
       01 VOL-SURFACE-FILE-STATUS PIC XX.
       01 STALE-VOL-FILE-STATUS  PIC XX.
       01 CALENDAR-FILE-STATUS   PIC XX.
       01 RUN-CONTROL-FILE-STATUS PIC XX.
       01 RATE-CURVE-FILE-STATUS PIC XX.
       01 STALE-RATE-FILE-STATUS PIC XX.
       01 DIVIDEND-FILE-STATUS   PIC XX.
       01 BUSINESS-DATE-STATUS    PIC XX.

      * Early-exercise advisory outputs returned by
      * BINOMIAL-AMERICAN for the contract in hand, and the table
       01 T-CROSS-CHECK-TOLERANCE PIC 9(1)V9(5) VALUE 0.02000.
       01 MAXIMUM-BUSINESS-DAYS   PIC 9(5) VALUE 02519.

      * Implied-volatility surface, read by underlying from the
      * keyed file BS-VOL-SURFACE builds each evening. The book
      * arrives in underlying order, so the record last read stays
      * in the file area and is only re-read when the underlying
      * changes. SURFACE-MONEYNESS (K over S) and DERIVED-T place
      * the contract on the surface's axes; EFFECTIVE-SIGMA is what
      * the pricers actually receive: the sigma interpolated off
      * the surface when the underlying has one, the keyed PI-SIGMA
      * otherwise.
       01 SURFACE-FILE-SWITCH     PIC X(1) VALUE "N".
           88 SURFACE-FILE-OPEN       VALUE "Y".
       01 SURFACE-FOUND-SWITCH    PIC X(1) VALUE "N".
           88 SURFACE-FOUND           VALUE "Y".
       01 SURFACE-UNDERLYING      PIC X(10) VALUE SPACES.
       01 SURFACE-MONEYNESS-POINTS PIC 9(2) VALUE 9.
       01 SURFACE-TENOR-POINTS    PIC 9(2) VALUE 6.
       01 SURFACE-SCAN-SUB        PIC 9(2).
       01 SURFACE-LOWER-M-SUB     PIC 9(2).
       01 SURFACE-UPPER-M-SUB     PIC 9(2).
       01 SURFACE-LOWER-T-SUB     PIC 9(2).
       01 SURFACE-UPPER-T-SUB     PIC 9(2).
       01 SURFACE-M-WEIGHT        PIC 9(1)V9(5).
       01 SURFACE-T-WEIGHT        PIC 9(1)V9(5).
       01 SURFACE-MONEYNESS       PIC 9(2)V9(5).
       01 SURFACE-SHORT-SIGMA     PIC 9(1)V9(5).
       01 SURFACE-LONG-SIGMA      PIC 9(1)V9(5).
       01 SURFACE-SIGMA           PIC 9(1)V9(5).
       01 EFFECTIVE-SIGMA         PIC 9(1)V9(5).
       01 SIGMA-DIFFERENCE        PIC S9(1)V9(5).
       01 STALE-VOL-TOLERANCE     PIC 9(1)V9(5) VALUE 0.01000.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TIMESTAMP(1:14)
           PERFORM READ-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO RUN-TIMESTAMP(1:8)
           PERFORM READ-CHECKPOINT
           IF RESTART-SEQUENCE > 0
               PERFORM READ-RUN-CONTROL
           END-IF
           PERFORM OPEN-FILES
           PERFORM OPEN-VOL-SURFACE
           PERFORM LOAD-HOLIDAY-CALENDAR
           PERFORM LOAD-FX-RATE-TABLE
           PERFORM LOAD-RATE-CURVE-TABLE
           PERFORM LOAD-DIVIDEND-TABLE.

      *> The run is struck against the business date on BUSDATE,
      *> not the system clock, so a night that slips past midnight
      *> - or a deliberate rerun of an earlier day - runs on the day
      *> it is processing. No readable business date, no run.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BLACK-SCHOLES: CANNOT OPEN BUSINESS "
                   "DATE FILE, FILE STATUS=" BUSINESS-DATE-STATUS
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END CONTINUE
           END-READ
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BLACK-SCHOLES: BUSINESS DATE FILE IS "
                   "EMPTY OR UNREADABLE, FILE STATUS="
                   BUSINESS-DATE-STATUS
               STOP RUN
           END-IF
           CLOSE BUSINESS-DATE-FILE
           IF BD-BUSINESS-DATE NOT NUMERIC
               DISPLAY "BLACK-SCHOLES: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               STOP RUN
           END-IF
           MOVE BD-BUSINESS-DATE TO RUN-DATE-NUMERIC
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUMERIC)
           IF RUN-DATE-INTEGER = 0
               DISPLAY "BLACK-SCHOLES: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               STOP RUN
           END-IF.

      *> Like the curve and the implied vols, the dividend schedule
      *> is an enrichment a missing file must not stop the book
      *> over: an absent schedule leaves the table empty and every
               OPEN OUTPUT STALE-RATE-FILE
           END-IF.

      *> The surface is the builder's output from the same evening;
      *> a night it did not run must not stop the book from
      *> pricing, so a surface file that will not open leaves every
      *> contract on its keyed sigma, with a console note so
      *> operations can see the enrichment was skipped.
       OPEN-VOL-SURFACE.
           OPEN INPUT VOL-SURFACE-FILE
           IF VOL-SURFACE-FILE-STATUS = "00"
               SET SURFACE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "BLACK-SCHOLES: NO VOL SURFACE FILE "
                   "(STATUS " VOL-SURFACE-FILE-STATUS "), PRICING "
                   "OFF KEYED SIGMAS"
           END-IF.

      *> Unlike the vol surface enrichment, the calendar is not
      *> optional: without it every derived T silently reverts to
      *> weekends-only and the whole book prices a shade long, so a
      *> missing or unreadable calendar stops the run. Weekend and
           ADD 1 TO RECORDS-READ-COUNT
           PERFORM VALIDATE-INPUTS
           IF VALID-RECORD
               IF PI-LINEAR-STYLE
                   PERFORM APPLY-HEDGE-MARKET
               ELSE
                   PERFORM APPLY-MARKET-SIGMA
                   PERFORM APPLY-CURVE-RATE
                   PERFORM APPLY-DIVIDEND-SCHEDULE
               END-IF
           END-IF
           IF VALID-RECORD
               PERFORM PRICE-ONE-CONTRACT
           END-IF
           PERFORM READ-PORTFOLIO-RECORD.

       VALIDATE-INPUTS.
           MOVE SPACES TO REJECT-RECORD
           SET VALID-RECORD TO TRUE
           IF PI-LINEAR-STYLE
               PERFORM VALIDATE-HEDGE-INPUTS
           ELSE
               PERFORM VALIDATE-OPTION-INPUTS
           END-IF
           IF VALID-RECORD
               PERFORM RESOLVE-CURRENCY
           END-IF
           IF VALID-RECORD
               PERFORM RESOLVE-BOOK-CODE
           END-IF.

      *> Rejects a record instead of letting FUNCTION LOG or
      *> FUNCTION SQRT blow up on a zero/negative SIGMA, a
      *> non-positive S or K, or a negative T.
       VALIDATE-OPTION-INPUTS.
           IF PI-SIGMA NOT > 0
               SET INVALID-RECORD TO TRUE
               MOVE "SGMA" TO RJ-REASON-CODE
           END-IF
           IF VALID-RECORD
               PERFORM DERIVE-TIME-TO-MATURITY
           END-IF.

      *> A hedge in the underlying needs only a spot to be marked
      *> at; a future also needs a live expiry date so the expiry
      *> sweep can settle it. K, T, SIGMA and the lattice fields
      *> are not read, so nothing in them can reject the record.
       VALIDATE-HEDGE-INPUTS.
           MOVE 0 TO DERIVED-T
           IF PI-S NOT > 0
               SET INVALID-RECORD TO TRUE
               MOVE "PRCS" TO RJ-REASON-CODE
               MOVE "Underlying price S must be greater than zero"
                   TO RJ-REASON-TEXT
           ELSE
               IF PI-OPTION-STYLE = "F"
                   PERFORM VALIDATE-FUTURE-EXPIRY
               END-IF
           END-IF.

       VALIDATE-FUTURE-EXPIRY.
           IF PI-EXPIRY-DATE NOT NUMERIC
               SET INVALID-RECORD TO TRUE
               MOVE "XDAT" TO RJ-REASON-CODE
               MOVE "Expiry date is not a valid calendar date"
                   TO RJ-REASON-TEXT
           ELSE
               MOVE PI-EXPIRY-DATE TO EXPIRY-DATE-NUMERIC
               COMPUTE EXPIRY-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(EXPIRY-DATE-NUMERIC)
               IF EXPIRY-DAY-INTEGER = 0
                   SET INVALID-RECORD TO TRUE
                   MOVE "XDAT" TO RJ-REASON-CODE
                   MOVE "Expiry date is not a valid calendar date"
                       TO RJ-REASON-TEXT
               ELSE
                   IF EXPIRY-DAY-INTEGER < RUN-DATE-INTEGER
                       SET INVALID-RECORD TO TRUE
                       MOVE "EXPD" TO RJ-REASON-CODE
                       MOVE "Contract expired before the run date"
                           TO RJ-REASON-TEXT
                   END-IF
               END-IF
           END-IF.

       RESOLVE-BOOK-CODE.
               END-IF
           END-IF.

      *> Substitutes the surface's sigma at this contract's own
      *> moneyness and derived maturity for the keyed one before
      *> pricing, and writes a stale-vol exception when the keyed
      *> sigma has drifted more than the tolerance away from that
      *> surface point. An underlying with no surface on file keeps
      *> its keyed sigma, exactly as before the enrichment.
       APPLY-MARKET-SIGMA.
           MOVE PI-SIGMA TO EFFECTIVE-SIGMA
           IF SURFACE-FILE-OPEN
               PERFORM LOCATE-VOL-SURFACE
               IF SURFACE-FOUND
                   PERFORM INTERPOLATE-SURFACE-SIGMA
                   IF SURFACE-SIGMA > 0
                       MOVE SURFACE-SIGMA TO EFFECTIVE-SIGMA
                       COMPUTE SIGMA-DIFFERENCE =
                           PI-SIGMA - SURFACE-SIGMA
                       IF FUNCTION ABS(SIGMA-DIFFERENCE)
                               > STALE-VOL-TOLERANCE
                           PERFORM WRITE-STALE-VOL-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Reads the surface for the contract's underlying, unless it
      *> is the one already in the file area. An underlying the
      *> builder had no converged quotes for is simply not on file.
       LOCATE-VOL-SURFACE.
           IF PI-UNDERLYING NOT = SURFACE-UNDERLYING
               MOVE PI-UNDERLYING TO SURFACE-UNDERLYING
               MOVE PI-UNDERLYING TO VS-UNDERLYING
               READ VOL-SURFACE-FILE
               IF VOL-SURFACE-FILE-STATUS = "00"
                   SET SURFACE-FOUND TO TRUE
               ELSE
                   MOVE "N" TO SURFACE-FOUND-SWITCH
                   IF VOL-SURFACE-FILE-STATUS NOT = "23"
                       DISPLAY "BLACK-SCHOLES: VOL SURFACE READ ERROR, "
                           "FILE STATUS=" VOL-SURFACE-FILE-STATUS
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

      *> Bilinear interpolation across the node grid: the
      *> contract's moneyness is bracketed on the moneyness axis and
      *> its derived T on the tenor axis, the bracketing rows are
      *> each interpolated across moneyness, and the two results
      *> are interpolated across tenor. A point beyond either end of an
      *> axis takes that end's nodes flat, never an extrapolated
      *> slope - as with the rate curve, the surface says nothing
      *> trustworthy about the ground past its last node.
       INTERPOLATE-SURFACE-SIGMA.
           COMPUTE SURFACE-MONEYNESS ROUNDED = PI-K / PI-S
               ON SIZE ERROR
                   MOVE 99.99999 TO SURFACE-MONEYNESS
           END-COMPUTE
           MOVE 0 TO SURFACE-LOWER-M-SUB
           MOVE 1 TO SURFACE-SCAN-SUB
           PERFORM SCAN-ONE-SURFACE-MONEYNESS
               UNTIL SURFACE-SCAN-SUB > SURFACE-MONEYNESS-POINTS
           MOVE 0 TO SURFACE-LOWER-T-SUB
           MOVE 1 TO SURFACE-SCAN-SUB
           PERFORM SCAN-ONE-SURFACE-TENOR
               UNTIL SURFACE-SCAN-SUB > SURFACE-TENOR-POINTS
           PERFORM BRACKET-SURFACE-MONEYNESS
           PERFORM BRACKET-SURFACE-TENOR
           COMPUTE SURFACE-SHORT-SIGMA ROUNDED =
               VS-NODE-SIGMA (SURFACE-LOWER-T-SUB, SURFACE-LOWER-M-SUB)
               + SURFACE-M-WEIGHT
               * (VS-NODE-SIGMA (SURFACE-LOWER-T-SUB,
                                 SURFACE-UPPER-M-SUB)
               - VS-NODE-SIGMA (SURFACE-LOWER-T-SUB,
                                SURFACE-LOWER-M-SUB))
           COMPUTE SURFACE-LONG-SIGMA ROUNDED =
               VS-NODE-SIGMA (SURFACE-UPPER-T-SUB, SURFACE-LOWER-M-SUB)
               + SURFACE-M-WEIGHT
               * (VS-NODE-SIGMA (SURFACE-UPPER-T-SUB,
                                 SURFACE-UPPER-M-SUB)
               - VS-NODE-SIGMA (SURFACE-UPPER-T-SUB,
                                SURFACE-LOWER-M-SUB))
           COMPUTE SURFACE-SIGMA ROUNDED = SURFACE-SHORT-SIGMA
               + SURFACE-T-WEIGHT
               * (SURFACE-LONG-SIGMA - SURFACE-SHORT-SIGMA).

      *> The axes are held in ascending order, so the last point at
      *> or below the contract's value is the lower bracket.
       SCAN-ONE-SURFACE-MONEYNESS.
           IF VS-MONEYNESS-POINT (SURFACE-SCAN-SUB)
                   NOT > SURFACE-MONEYNESS
               MOVE SURFACE-SCAN-SUB TO SURFACE-LOWER-M-SUB
           END-IF
           ADD 1 TO SURFACE-SCAN-SUB.

       SCAN-ONE-SURFACE-TENOR.
           IF VS-TENOR-POINT (SURFACE-SCAN-SUB) NOT > DERIVED-T
               MOVE SURFACE-SCAN-SUB TO SURFACE-LOWER-T-SUB
           END-IF
           ADD 1 TO SURFACE-SCAN-SUB.

       BRACKET-SURFACE-MONEYNESS.
           MOVE 0 TO SURFACE-M-WEIGHT
           IF SURFACE-LOWER-M-SUB = 0
               MOVE 1 TO SURFACE-LOWER-M-SUB
               MOVE 1 TO SURFACE-UPPER-M-SUB
           ELSE
               IF SURFACE-LOWER-M-SUB = SURFACE-MONEYNESS-POINTS
                   MOVE SURFACE-LOWER-M-SUB TO SURFACE-UPPER-M-SUB
               ELSE
                   COMPUTE SURFACE-UPPER-M-SUB =
                       SURFACE-LOWER-M-SUB + 1
                   COMPUTE SURFACE-M-WEIGHT ROUNDED =
                       (SURFACE-MONEYNESS
                       - VS-MONEYNESS-POINT (SURFACE-LOWER-M-SUB))
                       / (VS-MONEYNESS-POINT (SURFACE-UPPER-M-SUB)
                       - VS-MONEYNESS-POINT (SURFACE-LOWER-M-SUB))
               END-IF
           END-IF.

       BRACKET-SURFACE-TENOR.
           MOVE 0 TO SURFACE-T-WEIGHT
           IF SURFACE-LOWER-T-SUB = 0
               MOVE 1 TO SURFACE-LOWER-T-SUB
               MOVE 1 TO SURFACE-UPPER-T-SUB
           ELSE
               IF SURFACE-LOWER-T-SUB = SURFACE-TENOR-POINTS
                   MOVE SURFACE-LOWER-T-SUB TO SURFACE-UPPER-T-SUB
               ELSE
                   COMPUTE SURFACE-UPPER-T-SUB =
                       SURFACE-LOWER-T-SUB + 1
                   COMPUTE SURFACE-T-WEIGHT ROUNDED =
                       (DERIVED-T
                       - VS-TENOR-POINT (SURFACE-LOWER-T-SUB))
                       / (VS-TENOR-POINT (SURFACE-UPPER-T-SUB)
                       - VS-TENOR-POINT (SURFACE-LOWER-T-SUB))
               END-IF
           END-IF.

       WRITE-STALE-VOL-RECORD.
           MOVE SPACES TO STALE-VOL-RECORD
           MOVE PI-SIGMA TO SV-KEYED-SIGMA
           MOVE EFFECTIVE-SIGMA TO SV-IMPLIED-SIGMA
           MOVE SIGMA-DIFFERENCE TO SV-SIGMA-DIFFERENCE
           MOVE SURFACE-MONEYNESS TO SV-MONEYNESS
           MOVE DERIVED-T TO SV-T
           WRITE STALE-VOL-RECORD
           IF STALE-VOL-FILE-STATUS NOT = "00"
               DISPLAY "BLACK-SCHOLES: STALE VOL FILE WRITE ERROR, "
           END-IF
           ADD 1 TO DIVIDEND-SCAN-SUB.

      *> A hedge is priced off the quoted spot alone: no surface
      *> sigma, curve rate or dividend escrow applies to the
      *> underlying itself.
       APPLY-HEDGE-MARKET.
           MOVE PI-S TO EFFECTIVE-S
           MOVE 0 TO EFFECTIVE-SIGMA
           MOVE 0 TO EFFECTIVE-R
           MOVE 0 TO DIVIDEND-PV
           MOVE SPACES TO NEXT-EX-DATE.

       PRICE-ONE-CONTRACT.
           MOVE EFFECTIVE-S TO S
           MOVE PI-K TO K
                       RHO-CALL RHO-PUT
                   MOVE "BINOM-BARR" TO CDF-METHOD
               ELSE
                   IF PI-LINEAR-STYLE
                       PERFORM PRICE-HEDGE-POSITION
                   ELSE
                       MOVE "Y" TO LATTICE-PRICED-OK
                       CALL "BS-PRICER" USING S K T R SIGMA
                           DIVIDEND-YIELD CALLPRICE PUTPRICE
                           DELTA-CALL DELTA-PUT GAMMA VEGA
                           THETA-CALL THETA-PUT RHO-CALL RHO-PUT
                           CDF-METHOD
                       MOVE VEGA TO VEGA-PUT
                   END-IF
               END-IF
           END-IF.

      *> A share or a future moves one for one with the underlying:
      *> both price fields carry the spot, both deltas are one and
      *> every other Greek is zero. The option-only inputs are
      *> zeroed so the extract and the audit log do not carry
      *> whatever happened to be keyed in them.
       PRICE-HEDGE-POSITION.
           MOVE 0 TO K T SIGMA DIVIDEND-YIELD NUM-STEPS
           MOVE S TO CALLPRICE PUTPRICE
           MOVE 1 TO DELTA-CALL DELTA-PUT
           MOVE 0 TO GAMMA VEGA VEGA-PUT THETA-CALL THETA-PUT
               RHO-CALL RHO-PUT
           MOVE "LINEAR" TO CDF-METHOD
           MOVE "Y" TO LATTICE-PRICED-OK.

       DISPLAY-RESULTS.
           DISPLAY PI-UNDERLYING " Call Price: " CALLPRICE
               " Put Price: " PUTPRICE
           ELSE
               MOVE 0 TO EX-BARRIER-LEVEL
           END-IF
           MOVE PI-OPTION-STYLE TO EX-OPTION-STYLE
           MOVE DIVIDEND-YIELD TO EX-DIVIDEND-YIELD
           MOVE NUM-STEPS TO EX-NUM-STEPS
           MOVE DIVIDEND-PV TO EX-DIVIDEND-PV
           WRITE EXTRACT-RECORD
           IF EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY "BLACK-SCHOLES: EXTRACT FILE WRITE ERROR, "
           CLOSE EXTRACT-FILE
           CLOSE AUDIT-FILE
           CLOSE STALE-VOL-FILE
           CLOSE STALE-RATE-FILE
           IF SURFACE-FILE-OPEN
               CLOSE VOL-SURFACE-FILE
           END-IF.
