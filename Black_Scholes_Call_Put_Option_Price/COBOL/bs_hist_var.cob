      *> ---------------------------------------------------------------
      *> Program: BS-HIST-VAR
      *> Purpose: Nightly historical-simulation value at risk. Takes
      *>          tonight's book as priced on the EXTRACT, replays
      *>          every business day's market move held in the
      *>          mark-history store (MARKHIST) against it by full
      *>          revaluation, and reports the 1-day 99% VaR and
      *>          expected shortfall in the base currency by book,
      *>          by underlying and for the house - so risk quotes
      *>          the figure the book of record produces, not a
      *>          spreadsheet's.
      *>
      *> Description:
      *>   - A first keyed pass over MARKHIST collects the distinct
      *>     valuation dates on file up to the business date (a
      *>     rerun of an earlier night never sees the nights after
      *>     it). Each date after the first is one historical
      *>     scenario: the move from the date before it.
      *>   - A second pass pairs every position's mark with its own
      *>     mark on the previous date on file and takes the
      *>     relative spot move (S over prior S) and relative vol
      *>     move (SIGMA over prior SIGMA). The moves are averaged
      *>     per underlying per day, so a position opened or closed
      *>     mid-history never reads as a market move, only as one
      *>     fewer observation. A day with no pair for an underlying
      *>     leaves that underlying flat for the day.
      *>   - Each EXTRACT record is repriced through the same
      *>     BS-PRICER / BINOMIAL-AMERICAN / BS-BARRIER dispatch the
      *>     nightly run uses, from the inputs the extract carries:
      *>     once unshocked (the base) and once per scenario with
      *>     the underlying's spot and vol moves applied to EX-S and
      *>     EX-SIGMA. The escrowed dividend PV is netted off the
      *>     shocked spot, the maturity, rate and FX rate are held
      *>     at tonight's values, so the scenario P&L is the market
      *>     move alone. A record the lattice cannot hold under a
      *>     shock is left out whole, with a console diagnostic and
      *>     a count on the report, never half-counted.
      *>   - Position P&L (signed quantity times the own-leg price
      *>     change, converted at EX-FX-RATE) rolls into a P&L
      *>     vector per book, per underlying and for the house. For
      *>     each vector the worst 1% of scenarios (rounded up, at
      *>     least one) is the tail: VaR is the loss at the edge of
      *>     the tail and expected shortfall the average loss in
      *>     it. The three worst historical dates and their P&L
      *>     print alongside every figure.
      *>   - A delta hedge in the underlying (style 'S' or 'F')
      *>     needs only its spot: it revalues at the shocked spot,
      *>     so the hedge offsets the options' spot P&L scenario by
      *>     scenario. Moves are still measured from the option
      *>     marks only (a hedge mark has no sigma to pair), so an
      *>     underlying held through hedges alone has no moves and
      *>     is starred as short of history.
      *>   - An underlying with fewer than MINIMUM-HISTORY-DAYS
      *>     observed moves - new to the book, or thin in the store
      *>     - is starred on its line and listed in its own section
      *>     of the report; it is still revalued (flat on the days
      *>     it has no move), but its figure is not to be trusted.
      *>     Book and house lines are starred when the store itself
      *>     holds fewer days than that.
      *>   - Every EXTRACT record must be valued on the business
      *>     date; a stale extract stops the run with RETURN-CODE 12.
      *>
      *> Dependencies:
      *>   - Calls BS-PRICER for European pricing
      *>   - Calls BINOMIAL-AMERICAN for American early-exercise
      *>     pricing
      *>   - Calls BS-BARRIER for barrier styles
      *>
      *> Modification History:
      *>   2026-10-15  Stops when the EXTRACT is not valued on the
      *>               business date.
      *>   2026-10-11  Linear hedge positions (styles 'S' and 'F')
      *>               revalued at the shocked spot instead of being
      *>               skipped for their zero strike and sigma.
      *>   2026-10-09  Original version, replacing the spreadsheet
      *>               VaR risk used to quote off copies of the
      *>               extract.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BS-HIST-VAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO "EXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT MARK-HISTORY-FILE ASSIGN TO "MARKHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MH-HISTORY-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT VAR-REPORT ASSIGN TO "VARRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAR-REPORT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
           COPY BSEXTRAT.

       FD  MARK-HISTORY-FILE.
           COPY BSMKHIST.

       FD  VAR-REPORT.
       01  VAR-REPORT-LINE         PIC X(132).

       FD  BUSINESS-DATE-FILE.
           COPY BSBUSDAT.

       WORKING-STORAGE SECTION.

      * Working copies of the current contract's inputs, shocked per
      * scenario before being passed to the pricers. The PICs match
      * the nightly driver's so both runs hand the pricers
      * identical operands.
       01 S               PIC 9(5)V9(5).
       01 K               PIC 9(5)V9(5).
       01 T               PIC 9(1)V9(5).
       01 R               PIC S9(1)V9(5) SIGN LEADING SEPARATE.
       01 SIGMA           PIC 9(1)V9(5).
       01 DIVIDEND-YIELD  PIC S9(1)V9(5) SIGN LEADING SEPARATE.
       01 NUM-STEPS       PIC 9(3).
       01 BARRIER-LEVEL   PIC 9(5)V9(5).

      * Pricing results for the current pass. Only the prices are
      * used; the parameter lists are fixed, so the Greeks are
      * received and ignored.
       01 CALLPRICE       PIC 9(6)V9(6).
       01 PUTPRICE        PIC 9(6)V9(6).
       01 DELTA-CALL      PIC S9(3)V9(6).
       01 DELTA-PUT       PIC S9(3)V9(6).
       01 GAMMA           PIC S9(3)V9(6).
       01 VEGA            PIC S9(5)V9(6).
       01 VEGA-PUT        PIC S9(5)V9(6).
       01 THETA-CALL      PIC S9(5)V9(6).
       01 THETA-PUT       PIC S9(5)V9(6).
       01 RHO-CALL        PIC S9(5)V9(6).
       01 RHO-PUT         PIC S9(5)V9(6).
       01 CDF-METHOD      PIC X(12).
       01 POSITION-PRICE  PIC 9(6)V9(6).
       01 BASE-POSITION-PRICE PIC 9(6)V9(6).

      * Early-exercise outputs BINOMIAL-AMERICAN returns alongside
      * the prices; unused here but the parameter list is fixed.
      * LATTICE-PRICED-OK is used: "N" means a shocked pass pushed
      * the contract past the lattice's range and the record is
      * left out whole.
       01 EXERCISE-NOW-CALL PIC X(1).
       01 EXERCISE-NOW-PUT  PIC X(1).
       01 CRITICAL-S-CALL   PIC 9(7)V9(5).
       01 CRITICAL-S-PUT    PIC 9(7)V9(5).
       01 LATTICE-PRICED-OK PIC X(1).

      * The scenario's moves as applied to the record in hand, and
      * the shocked inputs before they are floored into the pricer
      * pictures.
       01 SPOT-MOVE-RATIO         PIC 9(3)V9(6).
       01 VOL-MOVE-RATIO          PIC 9(3)V9(6).
       01 SHOCKED-S               PIC S9(8)V9(5).
       01 SHOCKED-SIGMA           PIC 9(4)V9(5).
       01 MINIMUM-INPUT-VALUE     PIC 9(1)V9(5) VALUE 0.00001.
       01 MAXIMUM-SPOT            PIC 9(5)V9(5) VALUE 99999.99999.
       01 MAXIMUM-SIGMA           PIC 9(1)V9(5) VALUE 9.99999.

      * The record in hand is revalued into these staging fields
      * first - base and every scenario - and only rolls into the
      * P&L vectors once every pass priced.
       01 RECORD-BASE-VALUE       PIC S9(13)V9(2)
                                      SIGN LEADING SEPARATE.
       01 RECORD-PNL-TABLE.
           05 RECORD-PNL OCCURS 99 TIMES PIC S9(13)V9(2)
                                      SIGN LEADING SEPARATE.

      * Run control
       01 END-OF-EXTRACT-FILE     PIC X(1) VALUE "N".
       01 END-OF-HISTORY-FILE     PIC X(1) VALUE "N".
       01 RUN-TIMESTAMP           PIC X(15) VALUE SPACES.
       01 RUN-DATE-NUMERIC        PIC 9(8).
       01 RUN-DATE-INTEGER        PIC 9(8).
       01 MARKS-READ-COUNT        PIC 9(7) VALUE 0.
       01 MOVES-PAIRED-COUNT      PIC 9(7) VALUE 0.
       01 POSITIONS-READ-COUNT    PIC 9(6) VALUE 0.
       01 POSITIONS-REVALUED-COUNT PIC 9(6) VALUE 0.
       01 POSITIONS-SKIPPED-COUNT PIC 9(6) VALUE 0.
       01 RECORD-VALIDITY-SWITCH  PIC X(1).
           88 VALID-RECORD            VALUE "Y".
           88 INVALID-RECORD          VALUE "N".

      * File status bytes
       01 EXTRACT-FILE-STATUS     PIC XX.
       01 HISTORY-FILE-STATUS     PIC XX.
       01 VAR-REPORT-STATUS       PIC XX.
       01 BUSINESS-DATE-STATUS    PIC XX.

      * The historical valuation dates on file, ascending. Scenario
      * n is the move from date n to date n + 1. The store's
      * retention (a quarter) keeps well inside the table; should
      * it ever hold more, the oldest dates give way so the
      * scenarios stay the most recent ones.
       01 HISTORY-DATE-TABLE.
           05 HISTORY-DATE-ENTRY OCCURS 100 TIMES
                   INDEXED BY HISTORY-DATE-INDEX.
               10 HD-VALUATION-DATE        PIC X(8).
       01 HISTORY-DATE-COUNT      PIC 9(3) VALUE 0.
       01 HISTORY-DATE-TABLE-MAX  PIC 9(3) VALUE 100.
       01 DATE-INSERT-AT          PIC 9(3).
       01 DATE-SHIFT-AT           PIC 9(3).
       01 SCENARIO-COUNT          PIC 9(3) VALUE 0.
       01 SCENARIO-SUB            PIC 9(3).

      * Pairing state for the second pass: the previous mark read,
      * which pairs with the current one when it is the same
      * position on the date immediately before.
       01 CURRENT-DATE-SUB        PIC 9(3).
       01 PREVIOUS-UNDERLYING     PIC X(10) VALUE SPACES.
       01 PREVIOUS-SEQUENCE       PIC 9(6) VALUE 0.
       01 PREVIOUS-DATE-SUB       PIC 9(3) VALUE 0.
       01 NEXT-DATE-SUB           PIC 9(3).
       01 PREVIOUS-S              PIC 9(5)V9(5) VALUE 0.
       01 PREVIOUS-SIGMA          PIC 9(1)V9(5) VALUE 0.

      * One entry per underlying: the day-by-day moves measured off
      * the store (MV-SPOT-RATIO / MV-VOL-RATIO hold the sum of the
      * paired ratios during the second pass and their average
      * once it is done), the count of days with an observed move,
      * and the underlying's base value and scenario P&L vector
      * once the book has been revalued.
       01 MOVE-TABLE.
           05 MOVE-ENTRY OCCURS 200 TIMES INDEXED BY MOVE-INDEX.
               10 MV-UNDERLYING            PIC X(10).
               10 MV-MOVE-DAYS             PIC 9(3).
               10 MV-POSITION-COUNT        PIC 9(5).
               10 MV-HISTORY-SWITCH        PIC X(1).
                   88 MV-SHORT-HISTORY         VALUE "Y".
               10 MV-DAY OCCURS 99 TIMES.
                   15 MV-SPOT-RATIO        PIC 9(5)V9(6).
                   15 MV-VOL-RATIO         PIC 9(5)V9(6).
                   15 MV-PAIR-COUNT        PIC 9(4).
               10 MV-BASE-VALUE            PIC S9(13)V9(2)
                                               SIGN LEADING SEPARATE.
               10 MV-PNL-VECTOR.
                   15 MV-PNL OCCURS 99 TIMES PIC S9(13)V9(2)
                                               SIGN LEADING SEPARATE.
       01 MOVE-ENTRY-COUNT        PIC 9(3) VALUE 0.
       01 MOVE-TABLE-MAX          PIC 9(3) VALUE 200.
       01 MOVE-CANDIDATE-UNDERLYING PIC X(10).
       01 MOVES-MEASURED-SWITCH   PIC X(1) VALUE "N".
           88 MOVES-MEASURED          VALUE "Y".
       01 MINIMUM-HISTORY-DAYS    PIC 9(3) VALUE 40.
       01 SHORT-HISTORY-COUNT     PIC 9(3) VALUE 0.

      * Per-book base value and P&L vector. More books than slots
      * leaves the extras out of the book section with a
      * diagnostic; the house vector still carries them.
       01 BOOK-VAR-TABLE.
           05 BOOK-VAR-ENTRY OCCURS 50 TIMES
                   INDEXED BY BOOK-VAR-INDEX.
               10 BV-BOOK-CODE             PIC X(4).
               10 BV-BASE-VALUE            PIC S9(13)V9(2)
                                               SIGN LEADING SEPARATE.
               10 BV-PNL-VECTOR.
                   15 BV-PNL OCCURS 99 TIMES PIC S9(13)V9(2)
                                               SIGN LEADING SEPARATE.
       01 BOOK-VAR-COUNT          PIC 9(2) VALUE 0.
       01 BOOK-VAR-MAX            PIC 9(2) VALUE 50.
       01 EFFECTIVE-BOOK          PIC X(4).
       01 HOUSE-BOOK-CODE         PIC X(4) VALUE "----".

      * House base value and P&L vector.
       01 HOUSE-BASE-VALUE        PIC S9(13)V9(2)
                                      SIGN LEADING SEPARATE VALUE 0.
       01 HOUSE-PNL-VECTOR.
           05 HOUSE-PNL OCCURS 99 TIMES PIC S9(13)V9(2)
                                      SIGN LEADING SEPARATE.

      * Tail measurement: the vector being measured is copied here,
      * its scenarios sorted by P&L ascending (worst first), and
      * the tail read off the front. TAIL-COUNT is the worst 1% of
      * the scenarios, rounded up.
       01 MEASURE-VECTOR.
           05 MEASURE-PNL OCCURS 99 TIMES PIC S9(13)V9(2)
                                      SIGN LEADING SEPARATE.
       01 SORTED-TABLE.
           05 SORTED-ENTRY OCCURS 99 TIMES.
               10 SRT-PNL                  PIC S9(13)V9(2)
                                               SIGN LEADING SEPARATE.
               10 SRT-SCENARIO-SUB         PIC 9(3).
       01 SORTED-COUNT            PIC 9(3).
       01 SORT-SHIFT-AT           PIC 9(3).
       01 INSERT-SWITCH           PIC X(1).
           88 INSERT-POSITION-FOUND   VALUE "Y".
       01 TAIL-COUNT              PIC 9(3).
       01 TAIL-SUB                PIC 9(3).
       01 TAIL-PNL-SUM            PIC S9(15)V9(2)
                                      SIGN LEADING SEPARATE.
       01 VAR-AMOUNT              PIC S9(13)V9(2)
                                      SIGN LEADING SEPARATE.
       01 ES-AMOUNT               PIC S9(13)V9(2)
                                      SIGN LEADING SEPARATE.
       01 WORST-DATES-SHOWN       PIC 9(1) VALUE 3.
       01 WORST-SUB               PIC 9(1).
       01 BASE-CURRENCY           PIC X(3) VALUE "USD".

      * Report work areas
       01 VAR-DETAIL-LINE.
           05 VL-LEVEL                PIC X(10).
           05 FILLER                  PIC X(1).
           05 VL-KEY                  PIC X(10).
           05 VL-FLAG                 PIC X(1).
           05 VL-BASE-VALUE           PIC -(10)9.99.
           05 FILLER                  PIC X(1).
           05 VL-VAR                  PIC -(10)9.99.
           05 FILLER                  PIC X(1).
           05 VL-ES                   PIC -(10)9.99.
           05 VL-WORST OCCURS 3 TIMES.
               10 FILLER              PIC X(1).
               10 VL-WORST-DATE       PIC X(8).
               10 FILLER              PIC X(1).
               10 VL-WORST-PNL        PIC -(8)9.99.
       01 VAR-COLUMN-LINE.
           05 FILLER                  PIC X(22)
               VALUE "LEVEL      KEY".
           05 FILLER                  PIC X(14) VALUE "    BASE VALUE".
           05 FILLER                  PIC X(15)
               VALUE "     1-DAY VAR".
           05 FILLER                  PIC X(15)
               VALUE "   EXP SHRTFLL".
           05 FILLER                  PIC X(66)
               VALUE "  WORST HISTORICAL DATES (P&L)".
       01 HISTORY-FLAG-LINE.
           05 FILLER                  PIC X(11) VALUE SPACES.
           05 HF-UNDERLYING           PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 HF-MOVE-DAYS            PIC ZZ9.
           05 FILLER                  PIC X(18)
               VALUE " OBSERVED DAYS OF ".
           05 HF-REQUIRED-DAYS        PIC ZZ9.
           05 FILLER                  PIC X(9) VALUE " REQUIRED".
           05 FILLER                  PIC X(76) VALUE SPACES.
       01 REPORT-WORK-LINE        PIC X(132).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM INITIALIZE-RUN
           PERFORM COLLECT-HISTORY-DATES
           PERFORM MEASURE-UNDERLYING-MOVES
           PERFORM READ-EXTRACT-RECORD
           PERFORM REVALUE-ONE-POSITION
               UNTIL END-OF-EXTRACT-FILE = "Y"
           PERFORM PRINT-VAR-REPORT
           PERFORM TERMINATE-RUN
           STOP RUN.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TIMESTAMP(1:14)
           PERFORM READ-BUSINESS-DATE
           INITIALIZE HOUSE-PNL-VECTOR
           OPEN INPUT EXTRACT-FILE
           IF EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY "BS-HIST-VAR: CANNOT OPEN EXTRACT, "
                   "FILE STATUS=" EXTRACT-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT VAR-REPORT
           IF VAR-REPORT-STATUS NOT = "00"
               DISPLAY "BS-HIST-VAR: CANNOT OPEN REPORT FILE, "
                   "FILE STATUS=" VAR-REPORT-STATUS
               STOP RUN
           END-IF.

      *> The run is struck against the business date on BUSDATE,
      *> not the system clock, so a night that slips past midnight
      *> - or a deliberate rerun of an earlier day - runs on the day
      *> it is processing. No readable business date, no run.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-HIST-VAR: CANNOT OPEN BUSINESS "
                   "DATE FILE, FILE STATUS=" BUSINESS-DATE-STATUS
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END CONTINUE
           END-READ
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-HIST-VAR: BUSINESS DATE FILE IS "
                   "EMPTY OR UNREADABLE, FILE STATUS="
                   BUSINESS-DATE-STATUS
               STOP RUN
           END-IF
           CLOSE BUSINESS-DATE-FILE
           IF BD-BUSINESS-DATE NOT NUMERIC
               DISPLAY "BS-HIST-VAR: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               STOP RUN
           END-IF
           MOVE BD-BUSINESS-DATE TO RUN-DATE-NUMERIC
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUMERIC)
           IF RUN-DATE-INTEGER = 0
               DISPLAY "BS-HIST-VAR: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               STOP RUN
           END-IF.

      *> The store is created by BS-MARK-HISTORY, which runs ahead
      *> of this program every night; a store that will not open
      *> means there is nothing to simulate from, and a VaR figure
      *> printed off no history would be worse than none.
       OPEN-HISTORY-STORE.
           OPEN INPUT MARK-HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "BS-HIST-VAR: CANNOT OPEN MARK HISTORY "
                   "STORE, FILE STATUS=" HISTORY-FILE-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO END-OF-HISTORY-FILE.

       READ-HISTORY-RECORD.
           READ MARK-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-HISTORY-FILE
           END-READ
           IF END-OF-HISTORY-FILE NOT = "Y"
               AND HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "BS-HIST-VAR: MARK HISTORY READ ERROR, "
                   "FILE STATUS=" HISTORY-FILE-STATUS
               STOP RUN
           END-IF.

      *> First pass: the distinct valuation dates on or before the
      *> business date, kept in ascending order as they are found
      *> (the store is keyed by position first, so dates arrive out
      *> of order).
       COLLECT-HISTORY-DATES.
           PERFORM OPEN-HISTORY-STORE
           PERFORM READ-HISTORY-RECORD
           PERFORM COLLECT-ONE-DATE
               UNTIL END-OF-HISTORY-FILE = "Y"
           CLOSE MARK-HISTORY-FILE
           IF HISTORY-DATE-COUNT > 1
               COMPUTE SCENARIO-COUNT = HISTORY-DATE-COUNT - 1
           END-IF.

       COLLECT-ONE-DATE.
           ADD 1 TO MARKS-READ-COUNT
           IF MH-VALUATION-DATE NOT > BD-BUSINESS-DATE
               PERFORM INSERT-HISTORY-DATE
           END-IF
           PERFORM READ-HISTORY-RECORD.

       INSERT-HISTORY-DATE.
           MOVE 1 TO DATE-INSERT-AT
           PERFORM ADVANCE-DATE-INSERT-AT
               UNTIL DATE-INSERT-AT > HISTORY-DATE-COUNT
               OR HD-VALUATION-DATE (DATE-INSERT-AT)
                   NOT < MH-VALUATION-DATE
           IF DATE-INSERT-AT NOT > HISTORY-DATE-COUNT
               AND HD-VALUATION-DATE (DATE-INSERT-AT)
                   = MH-VALUATION-DATE
               CONTINUE
           ELSE
               IF HISTORY-DATE-COUNT NOT < HISTORY-DATE-TABLE-MAX
                   AND DATE-INSERT-AT > 1
                   PERFORM DROP-OLDEST-HISTORY-DATE
               END-IF
               IF HISTORY-DATE-COUNT < HISTORY-DATE-TABLE-MAX
                   MOVE HISTORY-DATE-COUNT TO DATE-SHIFT-AT
                   PERFORM SHIFT-ONE-DATE-UP
                       UNTIL DATE-SHIFT-AT < DATE-INSERT-AT
                   MOVE MH-VALUATION-DATE
                       TO HD-VALUATION-DATE (DATE-INSERT-AT)
                   ADD 1 TO HISTORY-DATE-COUNT
               END-IF
           END-IF.

       ADVANCE-DATE-INSERT-AT.
           ADD 1 TO DATE-INSERT-AT.

       SHIFT-ONE-DATE-UP.
           MOVE HD-VALUATION-DATE (DATE-SHIFT-AT)
               TO HD-VALUATION-DATE (DATE-SHIFT-AT + 1)
           SUBTRACT 1 FROM DATE-SHIFT-AT.

       DROP-OLDEST-HISTORY-DATE.
           MOVE 1 TO DATE-SHIFT-AT
           PERFORM SHIFT-ONE-DATE-DOWN
               UNTIL DATE-SHIFT-AT NOT < HISTORY-DATE-COUNT
           SUBTRACT 1 FROM HISTORY-DATE-COUNT
           SUBTRACT 1 FROM DATE-INSERT-AT.

       SHIFT-ONE-DATE-DOWN.
           MOVE HD-VALUATION-DATE (DATE-SHIFT-AT + 1)
               TO HD-VALUATION-DATE (DATE-SHIFT-AT)
           ADD 1 TO DATE-SHIFT-AT.

      *> Second pass: the store reads in key order, so one
      *> position's marks arrive together and in date order, and
      *> each mark pairs with the one read just before it when that
      *> is the same position on the previous date on file.
       MEASURE-UNDERLYING-MOVES.
           IF SCENARIO-COUNT > 0
               PERFORM OPEN-HISTORY-STORE
               PERFORM READ-HISTORY-RECORD
               PERFORM PAIR-ONE-MARK
                   UNTIL END-OF-HISTORY-FILE = "Y"
               CLOSE MARK-HISTORY-FILE
           END-IF
           SET MOVE-INDEX TO 1
           PERFORM FINALIZE-NEXT-UNDERLYING
               UNTIL MOVE-INDEX > MOVE-ENTRY-COUNT
           SET MOVES-MEASURED TO TRUE.

       PAIR-ONE-MARK.
           MOVE 0 TO CURRENT-DATE-SUB
           IF MH-VALUATION-DATE NOT > BD-BUSINESS-DATE
               SET HISTORY-DATE-INDEX TO 1
               SEARCH HISTORY-DATE-ENTRY
                   AT END
                       CONTINUE
                   WHEN HD-VALUATION-DATE (HISTORY-DATE-INDEX)
                           = MH-VALUATION-DATE
                       SET CURRENT-DATE-SUB TO HISTORY-DATE-INDEX
               END-SEARCH
           END-IF
           COMPUTE NEXT-DATE-SUB = PREVIOUS-DATE-SUB + 1
           IF CURRENT-DATE-SUB > 1
               AND MH-UNDERLYING = PREVIOUS-UNDERLYING
               AND MH-SEQUENCE-NUMBER = PREVIOUS-SEQUENCE
               AND CURRENT-DATE-SUB = NEXT-DATE-SUB
               AND PREVIOUS-S > 0 AND PREVIOUS-SIGMA > 0
               AND MH-S > 0 AND MH-SIGMA > 0
               PERFORM ACCUMULATE-ONE-MOVE
           END-IF
           MOVE MH-UNDERLYING TO PREVIOUS-UNDERLYING
           MOVE MH-SEQUENCE-NUMBER TO PREVIOUS-SEQUENCE
           MOVE CURRENT-DATE-SUB TO PREVIOUS-DATE-SUB
           MOVE MH-S TO PREVIOUS-S
           MOVE MH-SIGMA TO PREVIOUS-SIGMA
           PERFORM READ-HISTORY-RECORD.

       ACCUMULATE-ONE-MOVE.
           MOVE MH-UNDERLYING TO MOVE-CANDIDATE-UNDERLYING
           PERFORM LOCATE-MOVE-ENTRY
           COMPUTE SCENARIO-SUB = CURRENT-DATE-SUB - 1
           COMPUTE MV-SPOT-RATIO (MOVE-INDEX, SCENARIO-SUB) ROUNDED =
               MV-SPOT-RATIO (MOVE-INDEX, SCENARIO-SUB)
               + MH-S / PREVIOUS-S
           COMPUTE MV-VOL-RATIO (MOVE-INDEX, SCENARIO-SUB) ROUNDED =
               MV-VOL-RATIO (MOVE-INDEX, SCENARIO-SUB)
               + MH-SIGMA / PREVIOUS-SIGMA
           ADD 1 TO MV-PAIR-COUNT (MOVE-INDEX, SCENARIO-SUB)
           ADD 1 TO MOVES-PAIRED-COUNT.

      *> Finds (or creates) the entry for MOVE-CANDIDATE-UNDERLYING,
      *> leaving MOVE-INDEX on it. An underlying first seen on the
      *> extract, after the store has been measured, has no moves
      *> at all: it is finalized flat on the spot, which also marks
      *> it short of history. A partial table would drop risk from
      *> the house figure without a trace, so overflow stops the
      *> run.
       LOCATE-MOVE-ENTRY.
           SET MOVE-INDEX TO 1
           SEARCH MOVE-ENTRY
               AT END
                   PERFORM ADD-NEW-MOVE-ENTRY
               WHEN MV-UNDERLYING (MOVE-INDEX)
                       = MOVE-CANDIDATE-UNDERLYING
                   CONTINUE
           END-SEARCH.

       ADD-NEW-MOVE-ENTRY.
           IF MOVE-ENTRY-COUNT NOT < MOVE-TABLE-MAX
               DISPLAY "BS-HIST-VAR: UNDERLYING TABLE FULL AT "
                   MOVE-CANDIDATE-UNDERLYING
               STOP RUN
           END-IF
           ADD 1 TO MOVE-ENTRY-COUNT
           SET MOVE-INDEX TO MOVE-ENTRY-COUNT
           INITIALIZE MOVE-ENTRY (MOVE-INDEX)
           MOVE MOVE-CANDIDATE-UNDERLYING TO MV-UNDERLYING (MOVE-INDEX)
           IF MOVES-MEASURED
               PERFORM FINALIZE-ONE-UNDERLYING
           END-IF.

       FINALIZE-NEXT-UNDERLYING.
           PERFORM FINALIZE-ONE-UNDERLYING
           SET MOVE-INDEX UP BY 1.

      *> Turns the day sums into average ratios; a day with no pair
      *> is a flat day (both ratios one) rather than a guess.
       FINALIZE-ONE-UNDERLYING.
           MOVE 1 TO SCENARIO-SUB
           PERFORM AVERAGE-ONE-MOVE
               UNTIL SCENARIO-SUB > SCENARIO-COUNT
           IF MV-MOVE-DAYS (MOVE-INDEX) < MINIMUM-HISTORY-DAYS
               SET MV-SHORT-HISTORY (MOVE-INDEX) TO TRUE
           END-IF.

       AVERAGE-ONE-MOVE.
           IF MV-PAIR-COUNT (MOVE-INDEX, SCENARIO-SUB) > 0
               COMPUTE MV-SPOT-RATIO (MOVE-INDEX, SCENARIO-SUB)
                   ROUNDED = MV-SPOT-RATIO (MOVE-INDEX, SCENARIO-SUB)
                   / MV-PAIR-COUNT (MOVE-INDEX, SCENARIO-SUB)
               COMPUTE MV-VOL-RATIO (MOVE-INDEX, SCENARIO-SUB)
                   ROUNDED = MV-VOL-RATIO (MOVE-INDEX, SCENARIO-SUB)
                   / MV-PAIR-COUNT (MOVE-INDEX, SCENARIO-SUB)
               ADD 1 TO MV-MOVE-DAYS (MOVE-INDEX)
           ELSE
               MOVE 1 TO MV-SPOT-RATIO (MOVE-INDEX, SCENARIO-SUB)
               MOVE 1 TO MV-VOL-RATIO (MOVE-INDEX, SCENARIO-SUB)
           END-IF
           ADD 1 TO SCENARIO-SUB.

       READ-EXTRACT-RECORD.
           READ EXTRACT-FILE
               AT END MOVE "Y" TO END-OF-EXTRACT-FILE
           END-READ.

      *> Revalues one extract position: the base pass first, then
      *> every scenario into the record staging, rolling into the
      *> vectors only when every pass priced. Inputs the nightly
      *> run would never have priced cannot be revalued either.
      *> The extract must be tonight's: one left over from a night
      *> the pricing run did not finish would pass yesterday's book
      *> off as today's, so a record valued on any other day stops
      *> the run.
       CHECK-EXTRACT-DATE.
           IF EX-VALUATION-DATE NOT = RUN-DATE-NUMERIC
               DISPLAY "BS-HIST-VAR: EXTRACT IS VALUED "
                   EX-VALUATION-DATE ", BUSINESS DATE IS "
                   RUN-DATE-NUMERIC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       REVALUE-ONE-POSITION.
           PERFORM CHECK-EXTRACT-DATE
           ADD 1 TO POSITIONS-READ-COUNT
           SET VALID-RECORD TO TRUE
           IF EX-LINEAR-STYLE
               IF EX-S NOT > 0
                   SET INVALID-RECORD TO TRUE
               END-IF
           ELSE
               IF EX-S NOT > 0 OR EX-K NOT > 0 OR EX-SIGMA NOT > 0
                   SET INVALID-RECORD TO TRUE
               END-IF
           END-IF
           IF INVALID-RECORD
               DISPLAY "BS-HIST-VAR: SKIPPING " EX-UNDERLYING " "
                   EX-SEQUENCE-NUMBER " (UNUSABLE EXTRACT INPUTS)"
           END-IF
           IF VALID-RECORD
               MOVE EX-UNDERLYING TO MOVE-CANDIDATE-UNDERLYING
               PERFORM LOCATE-MOVE-ENTRY
               MOVE 1 TO SPOT-MOVE-RATIO
               MOVE 1 TO VOL-MOVE-RATIO
               PERFORM PRICE-ONE-PASS
               MOVE POSITION-PRICE TO BASE-POSITION-PRICE
               MOVE 1 TO SCENARIO-SUB
               PERFORM REVALUE-ONE-SCENARIO
                   UNTIL SCENARIO-SUB > SCENARIO-COUNT
                   OR LATTICE-PRICED-OK NOT = "Y"
               IF LATTICE-PRICED-OK = "Y"
                   PERFORM ROLL-POSITION-INTO-VECTORS
                   ADD 1 TO POSITIONS-REVALUED-COUNT
               ELSE
                   SET INVALID-RECORD TO TRUE
                   DISPLAY "BS-HIST-VAR: SKIPPING " EX-UNDERLYING
                       " " EX-SEQUENCE-NUMBER
                       " (EXCEEDS LATTICE RANGE UNDER SHOCK)"
               END-IF
           END-IF
           IF INVALID-RECORD
               ADD 1 TO POSITIONS-SKIPPED-COUNT
           END-IF
           PERFORM READ-EXTRACT-RECORD.

       REVALUE-ONE-SCENARIO.
           MOVE MV-SPOT-RATIO (MOVE-INDEX, SCENARIO-SUB)
               TO SPOT-MOVE-RATIO
           MOVE MV-VOL-RATIO (MOVE-INDEX, SCENARIO-SUB)
               TO VOL-MOVE-RATIO
           PERFORM PRICE-ONE-PASS
           IF LATTICE-PRICED-OK = "Y"
               COMPUTE RECORD-PNL (SCENARIO-SUB) ROUNDED =
                   EX-POSITION-QTY
                   * (POSITION-PRICE - BASE-POSITION-PRICE)
                   * EX-FX-RATE
           END-IF
           ADD 1 TO SCENARIO-SUB.

      *> One pricing pass at the current spot and vol moves: the
      *> moves are applied to the extract's market spot and sigma,
      *> the escrowed dividend PV comes off the shocked spot exactly
      *> as the nightly run nets it off the unshocked one, and both
      *> inputs are held inside the pricers' pictures. The dispatch
      *> is the nightly driver's, ending with the position's own
      *> leg in POSITION-PRICE.
       PRICE-ONE-PASS.
           COMPUTE SHOCKED-S ROUNDED = EX-S * SPOT-MOVE-RATIO
               - EX-DIVIDEND-PV
           IF SHOCKED-S < MINIMUM-INPUT-VALUE
               MOVE MINIMUM-INPUT-VALUE TO S
           ELSE
               IF SHOCKED-S > MAXIMUM-SPOT
                   MOVE MAXIMUM-SPOT TO S
               ELSE
                   MOVE SHOCKED-S TO S
               END-IF
           END-IF
           COMPUTE SHOCKED-SIGMA ROUNDED = EX-SIGMA * VOL-MOVE-RATIO
           IF SHOCKED-SIGMA < MINIMUM-INPUT-VALUE
               MOVE MINIMUM-INPUT-VALUE TO SIGMA
           ELSE
               IF SHOCKED-SIGMA > MAXIMUM-SIGMA
                   MOVE MAXIMUM-SIGMA TO SIGMA
               ELSE
                   MOVE SHOCKED-SIGMA TO SIGMA
               END-IF
           END-IF
           MOVE EX-K TO K
           MOVE EX-T TO T
           MOVE EX-R TO R
           MOVE EX-DIVIDEND-YIELD TO DIVIDEND-YIELD
           MOVE EX-NUM-STEPS TO NUM-STEPS
           IF EX-OPTION-STYLE = "A"
               IF NUM-STEPS = 0
                   MOVE 100 TO NUM-STEPS
               END-IF
               CALL "BINOMIAL-AMERICAN" USING S K T R SIGMA
                   DIVIDEND-YIELD NUM-STEPS CALLPRICE PUTPRICE
                   DELTA-CALL VEGA DELTA-PUT VEGA-PUT
                   EXERCISE-NOW-CALL EXERCISE-NOW-PUT
                   CRITICAL-S-CALL CRITICAL-S-PUT LATTICE-PRICED-OK
           ELSE
               IF EX-BARRIER-STYLE
                   IF NUM-STEPS = 0
                       MOVE 100 TO NUM-STEPS
                   END-IF
                   MOVE EX-BARRIER-LEVEL TO BARRIER-LEVEL
                   CALL "BS-BARRIER" USING S K T R SIGMA
                       DIVIDEND-YIELD NUM-STEPS EX-OPTION-STYLE
                       BARRIER-LEVEL CALLPRICE PUTPRICE
                       DELTA-CALL DELTA-PUT VEGA VEGA-PUT
                       LATTICE-PRICED-OK
               ELSE
                   IF EX-LINEAR-STYLE
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
           IF EX-OPTION-TYPE = "P"
               MOVE PUTPRICE TO POSITION-PRICE
           ELSE
               MOVE CALLPRICE TO POSITION-PRICE
           END-IF.

      *> A blank book reports under the house book, as everywhere
      *> else in the pipeline.
       ROLL-POSITION-INTO-VECTORS.
           COMPUTE RECORD-BASE-VALUE ROUNDED = EX-POSITION-QTY
               * BASE-POSITION-PRICE * EX-FX-RATE
           IF EX-BOOK-CODE = SPACES
               MOVE HOUSE-BOOK-CODE TO EFFECTIVE-BOOK
           ELSE
               MOVE EX-BOOK-CODE TO EFFECTIVE-BOOK
           END-IF
           PERFORM LOCATE-BOOK-VAR-ENTRY
           ADD 1 TO MV-POSITION-COUNT (MOVE-INDEX)
           ADD RECORD-BASE-VALUE TO MV-BASE-VALUE (MOVE-INDEX)
           ADD RECORD-BASE-VALUE TO HOUSE-BASE-VALUE
           IF BOOK-VAR-INDEX NOT > BOOK-VAR-COUNT
               ADD RECORD-BASE-VALUE TO BV-BASE-VALUE (BOOK-VAR-INDEX)
           END-IF
           MOVE 1 TO SCENARIO-SUB
           PERFORM ROLL-ONE-SCENARIO-PNL
               UNTIL SCENARIO-SUB > SCENARIO-COUNT.

       ROLL-ONE-SCENARIO-PNL.
           ADD RECORD-PNL (SCENARIO-SUB)
               TO MV-PNL (MOVE-INDEX, SCENARIO-SUB)
           ADD RECORD-PNL (SCENARIO-SUB) TO HOUSE-PNL (SCENARIO-SUB)
           IF BOOK-VAR-INDEX NOT > BOOK-VAR-COUNT
               ADD RECORD-PNL (SCENARIO-SUB)
                   TO BV-PNL (BOOK-VAR-INDEX, SCENARIO-SUB)
           END-IF
           ADD 1 TO SCENARIO-SUB.

       LOCATE-BOOK-VAR-ENTRY.
           SET BOOK-VAR-INDEX TO 1
           SEARCH BOOK-VAR-ENTRY
               AT END
                   PERFORM ADD-NEW-BOOK-VAR-ENTRY
               WHEN BV-BOOK-CODE (BOOK-VAR-INDEX) = EFFECTIVE-BOOK
                   CONTINUE
           END-SEARCH.

       ADD-NEW-BOOK-VAR-ENTRY.
           IF BOOK-VAR-COUNT NOT < BOOK-VAR-MAX
               DISPLAY "BS-HIST-VAR: BOOK TABLE FULL, OMITTING "
                   EFFECTIVE-BOOK " FROM THE BOOK SECTION"
               SET BOOK-VAR-INDEX TO BOOK-VAR-MAX
               SET BOOK-VAR-INDEX UP BY 1
           ELSE
               ADD 1 TO BOOK-VAR-COUNT
               SET BOOK-VAR-INDEX TO BOOK-VAR-COUNT
               INITIALIZE BOOK-VAR-ENTRY (BOOK-VAR-INDEX)
               MOVE EFFECTIVE-BOOK TO BV-BOOK-CODE (BOOK-VAR-INDEX)
           END-IF.

       PRINT-VAR-REPORT.
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "HISTORICAL-SIMULATION VALUE AT RISK  "
               "BUSINESS DATE " RUN-DATE-NUMERIC "  RUN "
               RUN-TIMESTAMP
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           WRITE VAR-REPORT-LINE FROM REPORT-WORK-LINE
           IF SCENARIO-COUNT = 0
               MOVE SPACES TO REPORT-WORK-LINE
               STRING "NO HISTORICAL DAY PAIRS IN THE MARK HISTORY "
                   "STORE - VAR NOT MEASURED"
                   DELIMITED BY SIZE INTO REPORT-WORK-LINE
               WRITE VAR-REPORT-LINE FROM REPORT-WORK-LINE
           ELSE
               COMPUTE TAIL-COUNT = (SCENARIO-COUNT + 99) / 100
               MOVE SPACES TO REPORT-WORK-LINE
               STRING "1-DAY 99% VAR AND EXPECTED SHORTFALL IN "
                   BASE-CURRENCY " OVER " SCENARIO-COUNT
                   " HISTORICAL DAYS " HD-VALUATION-DATE (2)
                   " TO " HD-VALUATION-DATE (HISTORY-DATE-COUNT)
                   ", TAIL OF " TAIL-COUNT " DAY(S)"
                   DELIMITED BY SIZE INTO REPORT-WORK-LINE
               WRITE VAR-REPORT-LINE FROM REPORT-WORK-LINE
               MOVE SPACES TO VAR-REPORT-LINE
               WRITE VAR-REPORT-LINE
               WRITE VAR-REPORT-LINE FROM VAR-COLUMN-LINE
               SET BOOK-VAR-INDEX TO 1
               PERFORM PRINT-ONE-BOOK-LINE
                   UNTIL BOOK-VAR-INDEX > BOOK-VAR-COUNT
               SET MOVE-INDEX TO 1
               PERFORM PRINT-ONE-UNDERLYING-LINE
                   UNTIL MOVE-INDEX > MOVE-ENTRY-COUNT
               PERFORM PRINT-HOUSE-LINE
           END-IF
           PERFORM PRINT-HISTORY-FLAG-SECTION
           MOVE SPACES TO VAR-REPORT-LINE
           WRITE VAR-REPORT-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "POSITIONS READ " POSITIONS-READ-COUNT
               "  REVALUED " POSITIONS-REVALUED-COUNT
               "  LEFT OUT " POSITIONS-SKIPPED-COUNT
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           WRITE VAR-REPORT-LINE FROM REPORT-WORK-LINE.

       PRINT-ONE-BOOK-LINE.
           MOVE SPACES TO VAR-DETAIL-LINE
           MOVE "BOOK" TO VL-LEVEL
           MOVE BV-BOOK-CODE (BOOK-VAR-INDEX) TO VL-KEY
           IF SCENARIO-COUNT < MINIMUM-HISTORY-DAYS
               MOVE "*" TO VL-FLAG
           END-IF
           MOVE BV-BASE-VALUE (BOOK-VAR-INDEX) TO VL-BASE-VALUE
           MOVE BV-PNL-VECTOR (BOOK-VAR-INDEX) TO MEASURE-VECTOR
           PERFORM MEASURE-TAIL
           WRITE VAR-REPORT-LINE FROM VAR-DETAIL-LINE
           SET BOOK-VAR-INDEX UP BY 1.

      *> Underlyings that only appear in the store (positions since
      *> closed) carry no risk tonight and are not printed.
       PRINT-ONE-UNDERLYING-LINE.
           IF MV-POSITION-COUNT (MOVE-INDEX) > 0
               MOVE SPACES TO VAR-DETAIL-LINE
               MOVE "UNDERLYING" TO VL-LEVEL
               MOVE MV-UNDERLYING (MOVE-INDEX) TO VL-KEY
               IF MV-SHORT-HISTORY (MOVE-INDEX)
                   MOVE "*" TO VL-FLAG
               END-IF
               MOVE MV-BASE-VALUE (MOVE-INDEX) TO VL-BASE-VALUE
               MOVE MV-PNL-VECTOR (MOVE-INDEX) TO MEASURE-VECTOR
               PERFORM MEASURE-TAIL
               WRITE VAR-REPORT-LINE FROM VAR-DETAIL-LINE
           END-IF
           SET MOVE-INDEX UP BY 1.

       PRINT-HOUSE-LINE.
           MOVE SPACES TO VAR-DETAIL-LINE
           MOVE "HOUSE" TO VL-LEVEL
           MOVE "ALL" TO VL-KEY
           IF SCENARIO-COUNT < MINIMUM-HISTORY-DAYS
               MOVE "*" TO VL-FLAG
           END-IF
           MOVE HOUSE-BASE-VALUE TO VL-BASE-VALUE
           MOVE HOUSE-PNL-VECTOR TO MEASURE-VECTOR
           PERFORM MEASURE-TAIL
           WRITE VAR-REPORT-LINE FROM VAR-DETAIL-LINE.

      *> Sorts the vector in MEASURE-VECTOR worst first and fills
      *> the VaR, expected shortfall and worst-date columns of the
      *> detail line. Losses print positive; a tail that still
      *> shows a gain prints as a negative VaR rather than being
      *> floored, so nobody mistakes a one-way book for a riskless
      *> one.
       MEASURE-TAIL.
           MOVE 0 TO SORTED-COUNT
           MOVE 1 TO SCENARIO-SUB
           PERFORM INSERT-ONE-SORTED-PNL
               UNTIL SCENARIO-SUB > SCENARIO-COUNT
           MOVE 0 TO TAIL-PNL-SUM
           MOVE 1 TO TAIL-SUB
           PERFORM ADD-ONE-TAIL-PNL
               UNTIL TAIL-SUB > TAIL-COUNT
           COMPUTE VAR-AMOUNT = - SRT-PNL (TAIL-COUNT)
           COMPUTE ES-AMOUNT ROUNDED = - TAIL-PNL-SUM / TAIL-COUNT
           MOVE VAR-AMOUNT TO VL-VAR
           MOVE ES-AMOUNT TO VL-ES
           MOVE 1 TO WORST-SUB
           PERFORM SHOW-ONE-WORST-DATE
               UNTIL WORST-SUB > WORST-DATES-SHOWN
               OR WORST-SUB > SORTED-COUNT.

       INSERT-ONE-SORTED-PNL.
           MOVE SORTED-COUNT TO SORT-SHIFT-AT
           MOVE "N" TO INSERT-SWITCH
           PERFORM SHIFT-ONE-SORTED-ENTRY
               UNTIL SORT-SHIFT-AT = 0 OR INSERT-POSITION-FOUND
           MOVE MEASURE-PNL (SCENARIO-SUB)
               TO SRT-PNL (SORT-SHIFT-AT + 1)
           MOVE SCENARIO-SUB TO SRT-SCENARIO-SUB (SORT-SHIFT-AT + 1)
           ADD 1 TO SORTED-COUNT
           ADD 1 TO SCENARIO-SUB.

       SHIFT-ONE-SORTED-ENTRY.
           IF SRT-PNL (SORT-SHIFT-AT) > MEASURE-PNL (SCENARIO-SUB)
               MOVE SORTED-ENTRY (SORT-SHIFT-AT)
                   TO SORTED-ENTRY (SORT-SHIFT-AT + 1)
               SUBTRACT 1 FROM SORT-SHIFT-AT
           ELSE
               SET INSERT-POSITION-FOUND TO TRUE
           END-IF.

       ADD-ONE-TAIL-PNL.
           ADD SRT-PNL (TAIL-SUB) TO TAIL-PNL-SUM
           ADD 1 TO TAIL-SUB.

      *> Scenario n is the move onto date n + 1, so that is the
      *> date that prints.
       SHOW-ONE-WORST-DATE.
           MOVE HD-VALUATION-DATE (SRT-SCENARIO-SUB (WORST-SUB) + 1)
               TO VL-WORST-DATE (WORST-SUB)
           MOVE SRT-PNL (WORST-SUB) TO VL-WORST-PNL (WORST-SUB)
           ADD 1 TO WORST-SUB.

       PRINT-HISTORY-FLAG-SECTION.
           MOVE SPACES TO VAR-REPORT-LINE
           WRITE VAR-REPORT-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "* UNDERLYINGS WITH INSUFFICIENT HISTORY "
               "(FEWER THAN " MINIMUM-HISTORY-DAYS
               " OBSERVED DAILY MOVES) - FIGURES NOT TO BE TRUSTED"
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           WRITE VAR-REPORT-LINE FROM REPORT-WORK-LINE
           SET MOVE-INDEX TO 1
           PERFORM PRINT-ONE-HISTORY-FLAG
               UNTIL MOVE-INDEX > MOVE-ENTRY-COUNT
           IF SHORT-HISTORY-COUNT = 0
               MOVE SPACES TO REPORT-WORK-LINE
               MOVE "           NONE" TO REPORT-WORK-LINE
               WRITE VAR-REPORT-LINE FROM REPORT-WORK-LINE
           END-IF.

       PRINT-ONE-HISTORY-FLAG.
           IF MV-POSITION-COUNT (MOVE-INDEX) > 0
               AND MV-SHORT-HISTORY (MOVE-INDEX)
               MOVE MV-UNDERLYING (MOVE-INDEX) TO HF-UNDERLYING
               MOVE MV-MOVE-DAYS (MOVE-INDEX) TO HF-MOVE-DAYS
               MOVE MINIMUM-HISTORY-DAYS TO HF-REQUIRED-DAYS
               WRITE VAR-REPORT-LINE FROM HISTORY-FLAG-LINE
               ADD 1 TO SHORT-HISTORY-COUNT
           END-IF
           SET MOVE-INDEX UP BY 1.

       TERMINATE-RUN.
           DISPLAY "BS-HIST-VAR: " MARKS-READ-COUNT " MARKS READ, "
               MOVES-PAIRED-COUNT " DAY PAIRS, " SCENARIO-COUNT
               " SCENARIOS"
           DISPLAY "BS-HIST-VAR: " POSITIONS-REVALUED-COUNT
               " POSITIONS REVALUED, " POSITIONS-SKIPPED-COUNT
               " LEFT OUT, " SHORT-HISTORY-COUNT
               " UNDERLYINGS SHORT OF HISTORY"
           CLOSE EXTRACT-FILE
           CLOSE VAR-REPORT.
