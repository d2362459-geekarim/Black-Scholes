      *>   - Applies the same validation and enrichment the nightly
      *>     run applies - range checks, calendar-derived maturity
      *>     with the keyed-T cross-check, FX resolution, book
      *>     resolution, the vol-surface sigma, the curve rate at
      *>     the derived maturity and the dividend escrow - so a
      *>     repaired record's mark is struck on exactly the basis
      *>     tonight's book was. The stale-sigma/stale-rate
      *>     pricing
      *>
      *> Modification History:
      *>   2026-10-11  Linear hedge positions (styles 'S' and 'F')
      *>               validate and mark exactly as the nightly run
      *>               now does: spot and, for a future, a live
      *>               expiry only, priced at spot with a delta of
      *>               one.
      *>   2026-10-09  EXTRACT now also carries the option style,
      *>               dividend yield, lattice steps and escrowed
      *>               dividend PV, so BS-HIST-VAR can reprice the
      *>               book from the extract alone.
      *>   2026-10-08  Repairs price off the implied-volatility
      *>               surface (VOLSURF) at their own moneyness and
      *>               derived T, in step with the nightly run,
      *>               instead of the per-underlying implied sigma.
      *>   2026-09-02  Original version, introduced together with
      *>               the full original-image reject record.
      *> ---------------------------------------------------------------
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-FILE-STATUS.

           SELECT VOL-SURFACE-FILE ASSIGN TO "VOLSURF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VS-UNDERLYING
               FILE STATUS IS VOL-SURFACE-FILE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  RUN-CONTROL-FILE.
           COPY BSRUNCTL.

       FD  VOL-SURFACE-FILE.
           COPY BSVOLSRF.

       FD  CALENDAR-FILE.
           COPY BSCALDAR.
       01 EXTRACT-FILE-STATUS     PIC XX.
       01 AUDIT-FILE-STATUS      PIC XX.
       01 RUN-CONTROL-FILE-STATUS PIC XX.
       01 VOL-SURFACE-FILE-STATUS PIC XX.
       01 CALENDAR-FILE-STATUS    PIC XX.
       01 FX-RATE-FILE-STATUS     PIC XX.
       01 RATE-CURVE-FILE-STATUS  PIC XX.
       01 T-CROSS-CHECK-TOLERANCE PIC 9(1)V9(5) VALUE 0.02000.
       01 MAXIMUM-BUSINESS-DAYS   PIC 9(5) VALUE 02519.

      * Implied-volatility surface, read and interpolated the same
      * way the nightly run reads it so a repaired record prices
      * off the same surface its neighbours did. The book
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

      * Daily zero-rate curve by currency and tenor, mirroring the
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUMERIC)
           PERFORM OPEN-FILES
           PERFORM OPEN-VOL-SURFACE
           PERFORM LOAD-HOLIDAY-CALENDAR
           PERFORM LOAD-FX-RATE-TABLE
           PERFORM LOAD-RATE-CURVE-TABLE
      *> The enrichment loads mirror the nightly run's: optional
      *> files empty their tables with a console note, the calendar
      *> is mandatory.
       OPEN-VOL-SURFACE.
           OPEN INPUT VOL-SURFACE-FILE
           IF VOL-SURFACE-FILE-STATUS = "00"
               SET SURFACE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "BS-REJECT-REPRICE: NO VOL SURFACE FILE "
                   "(STATUS " VOL-SURFACE-FILE-STATUS "), PRICING "
                   "OFF KEYED SIGMAS"
           END-IF.

       LOAD-HOLIDAY-CALENDAR.
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

       VALIDATE-OPTION-INPUTS.
           IF PI-SIGMA NOT > 0
               SET INVALID-RECORD TO TRUE
               MOVE "SGMA" TO RJ-REASON-CODE
           END-IF
           IF VALID-RECORD
               PERFORM DERIVE-TIME-TO-MATURITY
           END-IF.

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
      *> pile it just came from.
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
                       DISPLAY "BS-REJECT-REPRICE: VOL SURFACE READ "
                           "ERROR, FILE STATUS="
                           VOL-SURFACE-FILE-STATUS
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

       APPLY-CURVE-RATE.
           MOVE PI-R TO EFFECTIVE-R
           END-IF
           ADD 1 TO DIVIDEND-SCAN-SUB.

       APPLY-HEDGE-MARKET.
           MOVE PI-S TO EFFECTIVE-S
           MOVE 0 TO EFFECTIVE-SIGMA
           MOVE 0 TO EFFECTIVE-R
           MOVE 0 TO DIVIDEND-PV.

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

       PRICE-HEDGE-POSITION.
           MOVE 0 TO K T SIGMA DIVIDEND-YIELD NUM-STEPS
           MOVE S TO CALLPRICE PUTPRICE
           MOVE 1 TO DELTA-CALL DELTA-PUT
           MOVE 0 TO GAMMA VEGA VEGA-PUT THETA-CALL THETA-PUT
               RHO-CALL RHO-PUT
           MOVE "LINEAR" TO CDF-METHOD
           MOVE "Y" TO LATTICE-PRICED-OK.

       SELECT-POSITION-LEG.
           MOVE GAMMA TO POSITION-GAMMA
           IF PI-OPTION-TYPE = "P"
           ELSE
               MOVE 0 TO EX-BARRIER-LEVEL
           END-IF
           MOVE PI-OPTION-STYLE TO EX-OPTION-STYLE
           MOVE DIVIDEND-YIELD TO EX-DIVIDEND-YIELD
           MOVE NUM-STEPS TO EX-NUM-STEPS
           MOVE DIVIDEND-PV TO EX-DIVIDEND-PV
           WRITE EXTRACT-RECORD
           IF EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY "BS-REJECT-REPRICE: EXTRACT FILE WRITE "
           CLOSE REPAIR-FILE
           CLOSE EXTRACT-FILE
           CLOSE AUDIT-FILE
           CLOSE REJECT-FILE
           IF SURFACE-FILE-OPEN
               CLOSE VOL-SURFACE-FILE
           END-IF.
