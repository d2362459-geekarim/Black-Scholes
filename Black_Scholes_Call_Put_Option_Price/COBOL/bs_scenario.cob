      *>     diagnostic rather than re-rejected (the nightly reject
      *>     report already owns it), so the matrix never stresses a
      *>     position the book of record refuses to mark. Pricing
      *>     uses the derived T, and the base sigma is the
      *>     implied-vol surface point at the contract's own
      *>     moneyness and T, exactly as the nightly run does.
      *>   - Each contract is priced once unshocked (the base value)
      *>     and once per scenario, through the same BS-PRICER /
      *>     BINOMIAL-AMERICAN dispatch the nightly run uses, and the
      *>     pricing
      *>
      *> Modification History:
      *>   2026-10-11  Linear hedge positions (styles 'S' stock and
      *>               'F' future) enter the grid at spot: the spot
      *>               shock moves them one for one and the vol
      *>               shock leaves them alone, so a hedged book's
      *>               stress P&L nets the hedge against the
      *>               options it covers.
      *>   2026-10-08  Base sigma taken off the implied-volatility
      *>               surface (VOLSURF) at each contract's own
      *>               moneyness and derived T, as the nightly run
      *>               now prices, instead of the keyed PI-SIGMA;
      *>               scenario vol shifts apply on top of it, so
      *>               the base column agrees with the nightly mark.
      *>   2026-10-05  Run date now taken from the shared business-date
      *>               control record (BUSDATE) instead of the system
      *>               clock, so a late run or a deliberate rerun of an
      *>               earlier night stresses the book at the
      *>               maturities of the day it is processing; the
      *>               report header shows the business date.
      *>   2026-09-02  Barrier styles stress through the BS-BARRIER
      *>               lattice with the keyed barrier level held
      *>               fixed while the spot shocks, so the matrix
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-RATE-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

           SELECT VOL-SURFACE-FILE ASSIGN TO "VOLSURF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VS-UNDERLYING
               FILE STATUS IS VOL-SURFACE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTFOLIO-FILE.
       FD  FX-RATE-FILE.
           COPY BSFXRATE.

       FD  BUSINESS-DATE-FILE.
           COPY BSBUSDAT.

       FD  VOL-SURFACE-FILE.
           COPY BSVOLSRF.

       WORKING-STORAGE SECTION.

      * Working copies of the current contract's inputs, shocked per
       01 SCENARIO-REPORT-STATUS  PIC XX.
       01 CALENDAR-FILE-STATUS    PIC XX.
       01 FX-RATE-FILE-STATUS     PIC XX.
       01 BUSINESS-DATE-STATUS    PIC XX.
       01 VOL-SURFACE-FILE-STATUS PIC XX.

      * Business-day calendar and derived time to maturity,
      * mirroring the nightly driver: holidays are stored as
       01 T-CROSS-CHECK-TOLERANCE PIC 9(1)V9(5) VALUE 0.02000.
       01 MAXIMUM-BUSINESS-DAYS   PIC 9(5) VALUE 02519.

      * Implied-volatility surface, read and interpolated exactly as
      * the nightly driver does. EFFECTIVE-SIGMA is the contract's
      * unshocked sigma - the surface point at its own moneyness
      * and derived T, or the keyed PI-SIGMA for an underlying with
      * no surface - and every scenario's vol shift is applied on
      * top of it, so the base column matches the nightly mark.
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

      * Daily FX rates by currency, mirroring the nightly driver: a
      * blank currency means the base currency at a rate of one, a
      * currency with no usable rate skips the record the same way

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TIMESTAMP(1:14)
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-HOLIDAY-CALENDAR
           PERFORM LOAD-FX-RATE-TABLE
           PERFORM OPEN-VOL-SURFACE
           OPEN INPUT PORTFOLIO-FILE
           IF PORTFOLIO-FILE-STATUS NOT = "00"
               DISPLAY "BS-SCENARIO: CANNOT OPEN PORTFOLIO FILE, "
               STOP RUN
           END-IF.

      *> The run is struck against the business date on BUSDATE,
      *> not the system clock, so a night that slips past midnight
      *> - or a deliberate rerun of an earlier day - runs on the day
      *> it is processing. No readable business date, no run.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-SCENARIO: CANNOT OPEN BUSINESS "
                   "DATE FILE, FILE STATUS=" BUSINESS-DATE-STATUS
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END CONTINUE
           END-READ
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-SCENARIO: BUSINESS DATE FILE IS "
                   "EMPTY OR UNREADABLE, FILE STATUS="
                   BUSINESS-DATE-STATUS
               STOP RUN
           END-IF
           CLOSE BUSINESS-DATE-FILE
           IF BD-BUSINESS-DATE NOT NUMERIC
               DISPLAY "BS-SCENARIO: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               STOP RUN
           END-IF
           MOVE BD-BUSINESS-DATE TO RUN-DATE-NUMERIC
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUMERIC)
           IF RUN-DATE-INTEGER = 0
               DISPLAY "BS-SCENARIO: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               STOP RUN
           END-IF.

      *> As in the nightly run, a surface file that will not open
      *> leaves every contract on its keyed sigma, with a console
      *> note so operations can see the enrichment was skipped.
       OPEN-VOL-SURFACE.
           OPEN INPUT VOL-SURFACE-FILE
           IF VOL-SURFACE-FILE-STATUS = "00"
               SET SURFACE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "BS-SCENARIO: NO VOL SURFACE FILE "
                   "(STATUS " VOL-SURFACE-FILE-STATUS "), PRICING "
                   "OFF KEYED SIGMAS"
           END-IF.

      *> The calendar is as mandatory here as in the nightly run:
      *> without it every derived T reverts to weekends-only and
      *> the stress values drift off the book of record's marks.
      *> not stress-tested either.
       VALIDATE-INPUTS.
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

       VALIDATE-OPTION-INPUTS.
           IF PI-SIGMA NOT > 0
               OR PI-S NOT > 0
               OR PI-K NOT > 0
           END-IF
           IF VALID-RECORD
               PERFORM DERIVE-TIME-TO-MATURITY
           END-IF.

      *> The nightly run's hedge checks: a spot, and for a future a
      *> live expiry date. Nothing else on a hedge is read.
       VALIDATE-HEDGE-INPUTS.
           MOVE 0 TO DERIVED-T
           IF PI-S NOT > 0
               SET INVALID-RECORD TO TRUE
           ELSE
               IF PI-OPTION-STYLE = "F"
                   IF PI-EXPIRY-DATE NOT NUMERIC
                       SET INVALID-RECORD TO TRUE
                   ELSE
                       MOVE PI-EXPIRY-DATE TO EXPIRY-DATE-NUMERIC
                       COMPUTE EXPIRY-DAY-INTEGER =
                           FUNCTION INTEGER-OF-DATE
                               (EXPIRY-DATE-NUMERIC)
                       IF EXPIRY-DAY-INTEGER = 0
                           OR EXPIRY-DAY-INTEGER < RUN-DATE-INTEGER
                           SET INVALID-RECORD TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       RESOLVE-BOOK-CODE.
      *> could not hold abandons the whole record (the caller
      *> reports it skipped), never a partial row.
       REPRICE-ONE-CONTRACT.
           IF PI-LINEAR-STYLE
               MOVE 0 TO EFFECTIVE-SIGMA
           ELSE
               PERFORM APPLY-MARKET-SIGMA
           END-IF
           MOVE PI-S TO S
           MOVE EFFECTIVE-SIGMA TO SIGMA
           PERFORM PRICE-ONE-PASS
           IF LATTICE-PRICED-OK = "Y"
               COMPUTE RECORD-BASE-VALUE =
           END-IF.

      *> One scenario pass: apply the spot multiplier and the vol
      *> addend to the base inputs, floor both away from zero so a
      *> deep down-shock can never hand the pricers the non-positive
      *> S or SIGMA that VALIDATE-INPUTS exists to keep out, then
      *> reprice into the record staging.
           IF S NOT > 0
               MOVE 0.00001 TO S
           END-IF
           COMPUTE SIGMA =
               EFFECTIVE-SIGMA + SCN-VOL-ADDEND (SCENARIO-INDEX)
           IF SIGMA NOT > 0
               MOVE 0.00001 TO SIGMA
           END-IF
           END-IF
           ADD 1 TO SCENARIO-SUB.

      *> The contract's base sigma off the surface, struck at its own
      *> strike against unshocked spot: under a spot shock the
      *> contract keeps the vol of its strike (sticky strike), and
      *> the scenario's vol shift moves the whole surface in
      *> parallel.
       APPLY-MARKET-SIGMA.
           MOVE PI-SIGMA TO EFFECTIVE-SIGMA
           IF SURFACE-FILE-OPEN
               PERFORM LOCATE-VOL-SURFACE
               IF SURFACE-FOUND
                   PERFORM INTERPOLATE-SURFACE-SIGMA
                   IF SURFACE-SIGMA > 0
                       MOVE SURFACE-SIGMA TO EFFECTIVE-SIGMA
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
                       DISPLAY "BS-SCENARIO: VOL SURFACE READ ERROR, "
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

       ROLL-RECORD-INTO-MATRIX.
           PERFORM LOCATE-MATRIX-ENTRY
           ADD RECORD-BASE-VALUE TO MX-BASE-VALUE (MATRIX-INDEX)
                       DELTA-CALL DELTA-PUT VEGA VEGA-PUT
                       LATTICE-PRICED-OK
               ELSE
                   IF PI-LINEAR-STYLE
                       MOVE "Y" TO LATTICE-PRICED-OK
                       MOVE S TO CALLPRICE PUTPRICE
                   ELSE
                       MOVE "Y" TO LATTICE-PRICED-OK
                       CALL "BS-PRICER" USING S K T R SIGMA
                           DIVIDEND-YIELD CALLPRICE PUTPRICE
                           DELTA-CALL DELTA-PUT GAMMA VEGA
                           THETA-CALL THETA-PUT RHO-CALL RHO-PUT
                           CDF-METHOD
                   END-IF
               END-IF
           END-IF
           IF PI-OPTION-TYPE = "P"

       PRINT-MATRIX-REPORT.
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "SCENARIO P&L MATRIX BY UNDERLYING/EXPIRY  "
               "BUSINESS DATE " RUN-DATE-NUMERIC "  RUN "
               RUN-TIMESTAMP
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           WRITE SCENARIO-REPORT-LINE FROM REPORT-WORK-LINE
               " SCENARIOS"
           CLOSE PORTFOLIO-FILE
           CLOSE SCENARIO-FILE
           CLOSE SCENARIO-REPORT
           IF SURFACE-FILE-OPEN
               CLOSE VOL-SURFACE-FILE
           END-IF.
