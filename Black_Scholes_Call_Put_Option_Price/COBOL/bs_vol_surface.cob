      *> ---------------------------------------------------------------
      *> Program: BS-VOL-SURFACE
      *> Purpose: Builds the nightly implied-volatility surface: turns
      *>          CALC-IMPLIED-VOL's converged results, quote by
      *>          quote, into one grid per underlying of sigma over
      *>          moneyness (strike over spot) against tenor, and
      *>          writes it to the keyed VOLSURF file the pricing
      *>          programs interpolate each contract's sigma from -
      *>          so a deep out-of-the-money put and a short-dated
      *>          wing no longer price off the at-the-money vol.
      *>
      *> Description:
      *>   - Reads IVOLIN (BSIVOUT). Only converged results with a
      *>     positive sigma, spot, strike and tenor are usable; a
      *>     quote whose moneyness lies outside MONEYNESS-FLOOR to
      *>     MONEYNESS-CEILING, or whose tenor lies outside
      *>     TENOR-FLOOR to TENOR-CEILING, is dropped as off the
      *>     grid, since placing it on the edge node would drag the
      *>     wing. The limits sit half a node spacing beyond the
      *>     axis ends, so only a quote the edge node is genuinely
      *>     nearest to is kept.
      *>   - Each usable quote is placed on its nearest grid node.
      *>     Where a node holds at least SCREEN-MINIMUM-POINTS
      *>     quotes, any quote more than POINT-OUTLIER-TOLERANCE from
      *>     the node's median is rejected (listed on the console);
      *>     the median, not the average, so one wild print cannot
      *>     drag the yardstick far enough to condemn the good
      *>     quotes beside it. The survivors are averaged into the
      *>     node's sigma.
      *>   - Along each tenor row, an observed node that stands more
      *>     than SPIKE-TOLERANCE off the straight line between its
      *>     nearest observed neighbours is smoothed back onto that
      *>     line - a single bad quote on a thin node is otherwise
      *>     indistinguishable from the market.
      *>   - Empty nodes are filled: linearly in moneyness between
      *>     the observed nodes of their own row (held flat beyond
      *>     the outermost ones), then wholly empty rows linearly in
      *>     tenor between the nearest filled rows (flat beyond).
      *>   - One VOLSURF record per underlying, axis points and node
      *>     sources included. A missing or empty IVOLIN still writes
      *>     an empty surface, so the pricing run falls back to keyed
      *>     sigmas exactly as it does on a night the solver did not
      *>     run, rather than reading yesterday's surface.
      *>
      *> Dependencies:
      *>   - No external programs called.
      *>
      *> Modification History:
      *>   2026-10-08  Original version, replacing the single
      *>               converged sigma per underlying the pricing
      *>               programs used to take straight from IVOLIN.
      *>   2026-10-15  Off-grid limits drawn in to half a node
      *>               spacing beyond the axis ends, and tenor
      *>               limited the same way as moneyness.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BS-VOL-SURFACE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPLIED-VOL-FILE ASSIGN TO "IVOLIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IVOL-FILE-STATUS.

           SELECT VOL-SURFACE-FILE ASSIGN TO "VOLSURF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VS-UNDERLYING
               FILE STATUS IS SURFACE-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IMPLIED-VOL-FILE.
           COPY BSIVOUT.

       FD  VOL-SURFACE-FILE.
           COPY BSVOLSRF.

       FD  BUSINESS-DATE-FILE.
           COPY BSBUSDAT.

       WORKING-STORAGE SECTION.

      * Run control
       01 END-OF-IVOL-FILE        PIC X(1) VALUE "N".
       01 IVOL-FILE-OPENED        PIC X(1) VALUE "N".
       01 RUN-DATE-NUMERIC        PIC 9(8).
       01 RUN-DATE-INTEGER        PIC 9(8).
       01 RESULTS-READ-COUNT      PIC 9(5) VALUE 0.
       01 NOT-CONVERGED-COUNT     PIC 9(5) VALUE 0.
       01 UNUSABLE-COUNT          PIC 9(5) VALUE 0.
       01 OFF-GRID-COUNT          PIC 9(5) VALUE 0.
       01 TOTAL-REJECTED-COUNT    PIC 9(5) VALUE 0.
       01 SURFACES-WRITTEN-COUNT  PIC 9(3) VALUE 0.

      * File status bytes
       01 IVOL-FILE-STATUS        PIC XX.
       01 SURFACE-FILE-STATUS     PIC XX.
       01 BUSINESS-DATE-STATUS    PIC XX.

      * Grid axes. Moneyness is strike over spot; tenor is in
      * business-day years, the ACT/252 basis every consumer derives
      * T on. The points are carried on each surface record, so the
      * grid can be redrawn here without touching the consumers.
       01 GRID-AXES.
           05 AXIS-MONEYNESS-POINT OCCURS 9 TIMES PIC 9(1)V9(5).
           05 AXIS-TENOR-POINT     OCCURS 6 TIMES PIC 9(1)V9(5).
       01 MONEYNESS-POINT-COUNT   PIC 9(2) VALUE 9.
       01 TENOR-POINT-COUNT       PIC 9(2) VALUE 6.
      * Off-grid limits, half a node spacing beyond the axis ends
      * (below the first tenor point, half the way to zero). Kept in
      * step with SET-GRID-AXES when the grid is redrawn.
       01 MONEYNESS-FLOOR         PIC 9(1)V9(5) VALUE 0.65000.
       01 MONEYNESS-CEILING       PIC 9(1)V9(5) VALUE 1.35000.
       01 TENOR-FLOOR             PIC 9(1)V9(5) VALUE 0.01000.
       01 TENOR-CEILING           PIC 9(1)V9(5) VALUE 2.50000.

      * Outlier screening and smoothing. A node needs enough quotes
      * for its average to mean anything before one quote can be
      * called an outlier against it; with fewer, the spike test
      * along the row is what catches a bad print.
       01 SCREEN-MINIMUM-POINTS   PIC 9(3) VALUE 3.
       01 POINT-OUTLIER-TOLERANCE PIC 9(1)V9(5) VALUE 0.05000.
       01 SPIKE-TOLERANCE         PIC 9(1)V9(5) VALUE 0.08000.

      * Every usable solver result, placed on its nearest node.
       01 POINT-TABLE.
           05 POINT-ENTRY OCCURS 5000 TIMES.
               10 PT-UNDERLYING        PIC X(10).
               10 PT-SEQUENCE-NUMBER   PIC 9(6).
               10 PT-MONEYNESS         PIC 9(2)V9(5).
               10 PT-T                 PIC 9(1)V9(5).
               10 PT-SIGMA             PIC 9(1)V9(5).
               10 PT-MONEYNESS-SUB     PIC 9(2).
               10 PT-TENOR-SUB         PIC 9(2).
               10 PT-STATUS            PIC X(1).
                   88 PT-USED              VALUE "U".
                   88 PT-REJECTED          VALUE "R".
       01 POINT-COUNT             PIC 9(4) VALUE 0.
       01 POINT-TABLE-MAX         PIC 9(4) VALUE 5000.
       01 POINT-SUB               PIC 9(4).

      * One node's quotes, kept in ascending sigma order as they
      * are gathered, for the median the outlier screen measures
      * against. A node more crowded than the list is screened on
      * the first MEDIAN-TABLE-MAX quotes it holds.
       01 MEDIAN-TABLE.
           05 MEDIAN-SIGMA OCCURS 100 TIMES PIC 9(1)V9(5).
       01 MEDIAN-COUNT            PIC 9(3).
       01 MEDIAN-TABLE-MAX        PIC 9(3) VALUE 100.
       01 MEDIAN-SUB              PIC 9(3).
       01 SHIFT-SUB               PIC 9(3).
       01 INSERT-SWITCH           PIC X(1).
           88 INSERT-POSITION-FOUND   VALUE "Y".

      * Distinct underlyings, in the order first seen.
       01 UNDERLYING-TABLE.
           05 UNDERLYING-ENTRY OCCURS 200 TIMES
                   INDEXED BY UNDERLYING-INDEX.
               10 UL-UNDERLYING        PIC X(10).
       01 UNDERLYING-COUNT        PIC 9(3) VALUE 0.
       01 UNDERLYING-TABLE-MAX    PIC 9(3) VALUE 200.
       01 UNDERLYING-SUB          PIC 9(3).
       01 CURRENT-UNDERLYING      PIC X(10).

      * The grid for the underlying in hand.
       01 NODE-WORK-TABLE.
           05 NODE-WORK-ROW OCCURS 6 TIMES.
               10 ROW-STATUS           PIC X(1).
                   88 ROW-HAS-MARKET       VALUE "Y".
                   88 ROW-IS-EMPTY         VALUE "N".
               10 NODE-WORK-CELL OCCURS 9 TIMES.
                   15 NW-SIGMA-SUM         PIC 9(5)V9(5).
                   15 NW-POINT-COUNT       PIC 9(4).
                   15 NW-SIGMA             PIC 9(1)V9(5).
                   15 NW-MEDIAN-SIGMA      PIC 9(1)V9(5).
                   15 NW-SOURCE            PIC X(1).
                       88 NW-EMPTY             VALUE SPACE.
                       88 NW-OBSERVED          VALUE "O".
                       88 NW-SMOOTHED          VALUE "S".
                       88 NW-INTERPOLATED      VALUE "I".
                       88 NW-HAS-MARKET        VALUE "O" "S".
       01 TENOR-SUB               PIC 9(2).
       01 MONEYNESS-SUB           PIC 9(2).
       01 SCAN-SUB                PIC 9(2).
       01 LEFT-SUB                PIC 9(2).
       01 RIGHT-SUB               PIC 9(2).
       01 NEAREST-SUB             PIC 9(2).
       01 POINTS-USED-COUNT       PIC 9(4).
       01 POINTS-REJECTED-COUNT   PIC 9(4).
       01 NODES-SMOOTHED-COUNT    PIC 9(2).
       01 NODES-FILLED-COUNT      PIC 9(2).
       01 MARKET-ROW-COUNT        PIC 9(2).

      * Interpolation work fields
       01 CANDIDATE-MONEYNESS     PIC 9(2)V9(5).
       01 NEAREST-DISTANCE        PIC 9(2)V9(5).
       01 SCAN-DISTANCE           PIC 9(2)V9(5).
       01 INTERPOLATION-WEIGHT    PIC 9(1)V9(9).
       01 INTERPOLATED-SIGMA      PIC 9(1)V9(5).
       01 SIGMA-DEVIATION         PIC S9(1)V9(5).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM INITIALIZE-RUN
           PERFORM READ-IMPLIED-VOL-RECORD
           PERFORM LOAD-ONE-RESULT
               UNTIL END-OF-IVOL-FILE = "Y"
           IF IVOL-FILE-OPENED = "Y"
               CLOSE IMPLIED-VOL-FILE
           END-IF
           MOVE 1 TO UNDERLYING-SUB
           PERFORM BUILD-ONE-SURFACE
               UNTIL UNDERLYING-SUB > UNDERLYING-COUNT
           PERFORM TERMINATE-RUN
           STOP RUN.

       INITIALIZE-RUN.
           PERFORM READ-BUSINESS-DATE
           PERFORM SET-GRID-AXES
           OPEN OUTPUT VOL-SURFACE-FILE
           IF SURFACE-FILE-STATUS NOT = "00"
               DISPLAY "BS-VOL-SURFACE: CANNOT OPEN SURFACE FILE, "
                   "FILE STATUS=" SURFACE-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT IMPLIED-VOL-FILE
           IF IVOL-FILE-STATUS NOT = "00"
               DISPLAY "BS-VOL-SURFACE: NO IMPLIED VOL FILE "
                   "(STATUS " IVOL-FILE-STATUS "), WRITING AN "
                   "EMPTY SURFACE"
               MOVE "Y" TO END-OF-IVOL-FILE
           ELSE
               MOVE "Y" TO IVOL-FILE-OPENED
           END-IF.

      *> The run is struck against the business date on BUSDATE,
      *> not the system clock, so a night that slips past midnight
      *> - or a deliberate rerun of an earlier day - runs on the day
      *> it is processing. No readable business date, no run.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-VOL-SURFACE: CANNOT OPEN BUSINESS "
                   "DATE FILE, FILE STATUS=" BUSINESS-DATE-STATUS
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END CONTINUE
           END-READ
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-VOL-SURFACE: BUSINESS DATE FILE IS "
                   "EMPTY OR UNREADABLE, FILE STATUS="
                   BUSINESS-DATE-STATUS
               STOP RUN
           END-IF
           CLOSE BUSINESS-DATE-FILE
           IF BD-BUSINESS-DATE NOT NUMERIC
               DISPLAY "BS-VOL-SURFACE: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               STOP RUN
           END-IF
           MOVE BD-BUSINESS-DATE TO RUN-DATE-NUMERIC
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUMERIC)
           IF RUN-DATE-INTEGER = 0
               DISPLAY "BS-VOL-SURFACE: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               STOP RUN
           END-IF.

      *> Denser near the money and at the short end, where the smile
      *> bends hardest; the tenor points run from about a week out
      *> to two years, beyond which the surface is held flat.
       SET-GRID-AXES.
           MOVE 0.70000 TO AXIS-MONEYNESS-POINT (1)
           MOVE 0.80000 TO AXIS-MONEYNESS-POINT (2)
           MOVE 0.90000 TO AXIS-MONEYNESS-POINT (3)
           MOVE 0.95000 TO AXIS-MONEYNESS-POINT (4)
           MOVE 1.00000 TO AXIS-MONEYNESS-POINT (5)
           MOVE 1.05000 TO AXIS-MONEYNESS-POINT (6)
           MOVE 1.10000 TO AXIS-MONEYNESS-POINT (7)
           MOVE 1.20000 TO AXIS-MONEYNESS-POINT (8)
           MOVE 1.30000 TO AXIS-MONEYNESS-POINT (9)
           MOVE 0.02000 TO AXIS-TENOR-POINT (1)
           MOVE 0.08333 TO AXIS-TENOR-POINT (2)
           MOVE 0.25000 TO AXIS-TENOR-POINT (3)
           MOVE 0.50000 TO AXIS-TENOR-POINT (4)
           MOVE 1.00000 TO AXIS-TENOR-POINT (5)
           MOVE 2.00000 TO AXIS-TENOR-POINT (6).

       READ-IMPLIED-VOL-RECORD.
           READ IMPLIED-VOL-FILE
               AT END MOVE "Y" TO END-OF-IVOL-FILE
           END-READ.

       LOAD-ONE-RESULT.
           ADD 1 TO RESULTS-READ-COUNT
           IF IV-CONVERGED NOT = "Y"
               ADD 1 TO NOT-CONVERGED-COUNT
           ELSE
               IF IV-IMPLIED-SIGMA NOT > 0
                   OR IV-S NOT > 0
                   OR IV-K NOT > 0
                   OR IV-T NOT > 0
                   ADD 1 TO UNUSABLE-COUNT
                   DISPLAY "BS-VOL-SURFACE: IGNORING UNUSABLE "
                       "RESULT " IV-UNDERLYING " " IV-SEQUENCE-NUMBER
               ELSE
                   COMPUTE CANDIDATE-MONEYNESS ROUNDED = IV-K / IV-S
                       ON SIZE ERROR
                           MOVE 99.99999 TO CANDIDATE-MONEYNESS
                   END-COMPUTE
                   IF CANDIDATE-MONEYNESS < MONEYNESS-FLOOR
                       OR CANDIDATE-MONEYNESS > MONEYNESS-CEILING
                       OR IV-T < TENOR-FLOOR
                       OR IV-T > TENOR-CEILING
                       ADD 1 TO OFF-GRID-COUNT
                       DISPLAY "BS-VOL-SURFACE: IGNORING OFF-GRID "
                           "RESULT " IV-UNDERLYING " "
                           IV-SEQUENCE-NUMBER " MONEYNESS "
                           CANDIDATE-MONEYNESS " TENOR " IV-T
                   ELSE
                       PERFORM ADD-NEW-POINT-ENTRY
                   END-IF
               END-IF
           END-IF
           PERFORM READ-IMPLIED-VOL-RECORD.

      *> A surface built from part of the quote file would mark
      *> every underlying past the cut-off on keyed sigmas with no
      *> sign anything was missing, so a full table stops the run.
       ADD-NEW-POINT-ENTRY.
           IF POINT-COUNT NOT < POINT-TABLE-MAX
               DISPLAY "BS-VOL-SURFACE: QUOTE POINT TABLE FULL AT "
                   POINT-COUNT " RESULTS"
               STOP RUN
           END-IF
           ADD 1 TO POINT-COUNT
           MOVE IV-UNDERLYING TO PT-UNDERLYING (POINT-COUNT)
           MOVE IV-SEQUENCE-NUMBER TO PT-SEQUENCE-NUMBER (POINT-COUNT)
           MOVE CANDIDATE-MONEYNESS TO PT-MONEYNESS (POINT-COUNT)
           MOVE IV-T TO PT-T (POINT-COUNT)
           MOVE IV-IMPLIED-SIGMA TO PT-SIGMA (POINT-COUNT)
           SET PT-USED (POINT-COUNT) TO TRUE
           PERFORM FIND-NEAREST-MONEYNESS
           MOVE NEAREST-SUB TO PT-MONEYNESS-SUB (POINT-COUNT)
           PERFORM FIND-NEAREST-TENOR
           MOVE NEAREST-SUB TO PT-TENOR-SUB (POINT-COUNT)
           SET UNDERLYING-INDEX TO 1
           SEARCH UNDERLYING-ENTRY
               AT END
                   PERFORM ADD-NEW-UNDERLYING-ENTRY
               WHEN UL-UNDERLYING (UNDERLYING-INDEX) = IV-UNDERLYING
                   CONTINUE
           END-SEARCH.

       ADD-NEW-UNDERLYING-ENTRY.
           IF UNDERLYING-COUNT NOT < UNDERLYING-TABLE-MAX
               DISPLAY "BS-VOL-SURFACE: UNDERLYING TABLE FULL, "
                   "CANNOT ADD " IV-UNDERLYING
               STOP RUN
           END-IF
           ADD 1 TO UNDERLYING-COUNT
           MOVE IV-UNDERLYING TO UL-UNDERLYING (UNDERLYING-COUNT).

       FIND-NEAREST-MONEYNESS.
           MOVE 1 TO NEAREST-SUB
           COMPUTE NEAREST-DISTANCE = FUNCTION ABS(CANDIDATE-MONEYNESS
               - AXIS-MONEYNESS-POINT (1))
           MOVE 2 TO SCAN-SUB
           PERFORM TEST-ONE-MONEYNESS-POINT
               UNTIL SCAN-SUB > MONEYNESS-POINT-COUNT.

       TEST-ONE-MONEYNESS-POINT.
           COMPUTE SCAN-DISTANCE = FUNCTION ABS(CANDIDATE-MONEYNESS
               - AXIS-MONEYNESS-POINT (SCAN-SUB))
           IF SCAN-DISTANCE < NEAREST-DISTANCE
               MOVE SCAN-DISTANCE TO NEAREST-DISTANCE
               MOVE SCAN-SUB TO NEAREST-SUB
           END-IF
           ADD 1 TO SCAN-SUB.

       FIND-NEAREST-TENOR.
           MOVE 1 TO NEAREST-SUB
           COMPUTE NEAREST-DISTANCE = FUNCTION ABS(IV-T
               - AXIS-TENOR-POINT (1))
           MOVE 2 TO SCAN-SUB
           PERFORM TEST-ONE-TENOR-POINT
               UNTIL SCAN-SUB > TENOR-POINT-COUNT.

       TEST-ONE-TENOR-POINT.
           COMPUTE SCAN-DISTANCE = FUNCTION ABS(IV-T
               - AXIS-TENOR-POINT (SCAN-SUB))
           IF SCAN-DISTANCE < NEAREST-DISTANCE
               MOVE SCAN-DISTANCE TO NEAREST-DISTANCE
               MOVE SCAN-SUB TO NEAREST-SUB
           END-IF
           ADD 1 TO SCAN-SUB.

      *> One underlying's grid, start to finish: average, screen
      *> and re-average, smooth the rows, fill the gaps, write.
       BUILD-ONE-SURFACE.
           MOVE UL-UNDERLYING (UNDERLYING-SUB) TO CURRENT-UNDERLYING
           MOVE 0 TO POINTS-REJECTED-COUNT
           MOVE 0 TO NODES-SMOOTHED-COUNT
           MOVE 0 TO NODES-FILLED-COUNT
           PERFORM AVERAGE-UNDERLYING-POINTS
           MOVE 1 TO TENOR-SUB
           PERFORM FIND-ROW-MEDIANS
               UNTIL TENOR-SUB > TENOR-POINT-COUNT
           MOVE 1 TO POINT-SUB
           PERFORM SCREEN-ONE-POINT
               UNTIL POINT-SUB > POINT-COUNT
           IF POINTS-REJECTED-COUNT > 0
               PERFORM AVERAGE-UNDERLYING-POINTS
           END-IF
           MOVE 0 TO MARKET-ROW-COUNT
           MOVE 1 TO TENOR-SUB
           PERFORM SMOOTH-AND-FILL-ONE-ROW
               UNTIL TENOR-SUB > TENOR-POINT-COUNT
           IF MARKET-ROW-COUNT = 0
               DISPLAY "BS-VOL-SURFACE: NO USABLE POINTS LEFT FOR "
                   CURRENT-UNDERLYING ", NO SURFACE WRITTEN"
           ELSE
               MOVE 1 TO TENOR-SUB
               PERFORM FILL-ONE-EMPTY-ROW
                   UNTIL TENOR-SUB > TENOR-POINT-COUNT
               PERFORM WRITE-SURFACE-RECORD
           END-IF
           ADD 1 TO UNDERLYING-SUB.

       AVERAGE-UNDERLYING-POINTS.
           INITIALIZE NODE-WORK-TABLE
           MOVE 0 TO POINTS-USED-COUNT
           MOVE 1 TO POINT-SUB
           PERFORM ACCUMULATE-ONE-POINT
               UNTIL POINT-SUB > POINT-COUNT
           MOVE 1 TO TENOR-SUB
           PERFORM AVERAGE-ONE-ROW
               UNTIL TENOR-SUB > TENOR-POINT-COUNT.

       ACCUMULATE-ONE-POINT.
           IF PT-UNDERLYING (POINT-SUB) = CURRENT-UNDERLYING
               AND PT-USED (POINT-SUB)
               MOVE PT-TENOR-SUB (POINT-SUB) TO TENOR-SUB
               MOVE PT-MONEYNESS-SUB (POINT-SUB) TO MONEYNESS-SUB
               ADD PT-SIGMA (POINT-SUB)
                   TO NW-SIGMA-SUM (TENOR-SUB, MONEYNESS-SUB)
               ADD 1 TO NW-POINT-COUNT (TENOR-SUB, MONEYNESS-SUB)
               ADD 1 TO POINTS-USED-COUNT
           END-IF
           ADD 1 TO POINT-SUB.

       AVERAGE-ONE-ROW.
           MOVE 1 TO MONEYNESS-SUB
           PERFORM AVERAGE-ONE-NODE
               UNTIL MONEYNESS-SUB > MONEYNESS-POINT-COUNT
           ADD 1 TO TENOR-SUB.

       AVERAGE-ONE-NODE.
           IF NW-POINT-COUNT (TENOR-SUB, MONEYNESS-SUB) > 0
               COMPUTE NW-SIGMA (TENOR-SUB, MONEYNESS-SUB) ROUNDED =
                   NW-SIGMA-SUM (TENOR-SUB, MONEYNESS-SUB)
                   / NW-POINT-COUNT (TENOR-SUB, MONEYNESS-SUB)
               SET NW-OBSERVED (TENOR-SUB, MONEYNESS-SUB) TO TRUE
           ELSE
               MOVE 0 TO NW-SIGMA (TENOR-SUB, MONEYNESS-SUB)
               SET NW-EMPTY (TENOR-SUB, MONEYNESS-SUB) TO TRUE
           END-IF
           ADD 1 TO MONEYNESS-SUB.

       FIND-ROW-MEDIANS.
           MOVE 1 TO MONEYNESS-SUB
           PERFORM FIND-NODE-MEDIAN
               UNTIL MONEYNESS-SUB > MONEYNESS-POINT-COUNT
           ADD 1 TO TENOR-SUB.

       FIND-NODE-MEDIAN.
           IF NW-POINT-COUNT (TENOR-SUB, MONEYNESS-SUB)
               NOT < SCREEN-MINIMUM-POINTS
               MOVE 0 TO MEDIAN-COUNT
               MOVE 1 TO POINT-SUB
               PERFORM GATHER-ONE-NODE-POINT
                   UNTIL POINT-SUB > POINT-COUNT
               DIVIDE MEDIAN-COUNT BY 2 GIVING MEDIAN-SUB
               IF MEDIAN-COUNT = MEDIAN-SUB * 2
                   COMPUTE NW-MEDIAN-SIGMA (TENOR-SUB, MONEYNESS-SUB)
                       ROUNDED = (MEDIAN-SIGMA (MEDIAN-SUB)
                       + MEDIAN-SIGMA (MEDIAN-SUB + 1)) / 2
               ELSE
                   MOVE MEDIAN-SIGMA (MEDIAN-SUB + 1)
                       TO NW-MEDIAN-SIGMA (TENOR-SUB, MONEYNESS-SUB)
               END-IF
           END-IF
           ADD 1 TO MONEYNESS-SUB.

       GATHER-ONE-NODE-POINT.
           IF PT-UNDERLYING (POINT-SUB) = CURRENT-UNDERLYING
               AND PT-TENOR-SUB (POINT-SUB) = TENOR-SUB
               AND PT-MONEYNESS-SUB (POINT-SUB) = MONEYNESS-SUB
               AND MEDIAN-COUNT < MEDIAN-TABLE-MAX
               MOVE MEDIAN-COUNT TO SHIFT-SUB
               MOVE "N" TO INSERT-SWITCH
               PERFORM SHIFT-ONE-MEDIAN-SIGMA
                   UNTIL SHIFT-SUB = 0 OR INSERT-POSITION-FOUND
               MOVE PT-SIGMA (POINT-SUB)
                   TO MEDIAN-SIGMA (SHIFT-SUB + 1)
               ADD 1 TO MEDIAN-COUNT
           END-IF
           ADD 1 TO POINT-SUB.

       SHIFT-ONE-MEDIAN-SIGMA.
           IF MEDIAN-SIGMA (SHIFT-SUB) > PT-SIGMA (POINT-SUB)
               MOVE MEDIAN-SIGMA (SHIFT-SUB)
                   TO MEDIAN-SIGMA (SHIFT-SUB + 1)
               SUBTRACT 1 FROM SHIFT-SUB
           ELSE
               SET INSERT-POSITION-FOUND TO TRUE
           END-IF.

       SCREEN-ONE-POINT.
           IF PT-UNDERLYING (POINT-SUB) = CURRENT-UNDERLYING
               AND PT-USED (POINT-SUB)
               MOVE PT-TENOR-SUB (POINT-SUB) TO TENOR-SUB
               MOVE PT-MONEYNESS-SUB (POINT-SUB) TO MONEYNESS-SUB
               IF NW-POINT-COUNT (TENOR-SUB, MONEYNESS-SUB)
                   NOT < SCREEN-MINIMUM-POINTS
                   COMPUTE SIGMA-DEVIATION = PT-SIGMA (POINT-SUB)
                       - NW-MEDIAN-SIGMA (TENOR-SUB, MONEYNESS-SUB)
                   IF FUNCTION ABS(SIGMA-DEVIATION)
                           > POINT-OUTLIER-TOLERANCE
                       SET PT-REJECTED (POINT-SUB) TO TRUE
                       ADD 1 TO POINTS-REJECTED-COUNT
                       ADD 1 TO TOTAL-REJECTED-COUNT
                       DISPLAY "BS-VOL-SURFACE: REJECTED OUTLIER "
                           CURRENT-UNDERLYING " "
                           PT-SEQUENCE-NUMBER (POINT-SUB)
                           " SIGMA " PT-SIGMA (POINT-SUB)
                           " NODE MEDIAN "
                           NW-MEDIAN-SIGMA (TENOR-SUB, MONEYNESS-SUB)
                   END-IF
               END-IF
           END-IF
           ADD 1 TO POINT-SUB.

      *> Smoothing looks only at nodes the market actually printed;
      *> filling then works from the smoothed row, so a spike never
      *> leaks into the interpolated nodes beside it.
       SMOOTH-AND-FILL-ONE-ROW.
           SET ROW-IS-EMPTY (TENOR-SUB) TO TRUE
           MOVE 1 TO MONEYNESS-SUB
           PERFORM SMOOTH-ONE-NODE
               UNTIL MONEYNESS-SUB > MONEYNESS-POINT-COUNT
           IF ROW-HAS-MARKET (TENOR-SUB)
               ADD 1 TO MARKET-ROW-COUNT
               MOVE 1 TO MONEYNESS-SUB
               PERFORM FILL-ONE-NODE
                   UNTIL MONEYNESS-SUB > MONEYNESS-POINT-COUNT
           END-IF
           ADD 1 TO TENOR-SUB.

       SMOOTH-ONE-NODE.
           IF NW-HAS-MARKET (TENOR-SUB, MONEYNESS-SUB)
               SET ROW-HAS-MARKET (TENOR-SUB) TO TRUE
               PERFORM FIND-MARKET-NEIGHBOURS
               IF LEFT-SUB > 0 AND RIGHT-SUB > 0
                   PERFORM INTERPOLATE-IN-MONEYNESS
                   COMPUTE SIGMA-DEVIATION =
                       NW-SIGMA (TENOR-SUB, MONEYNESS-SUB)
                       - INTERPOLATED-SIGMA
                   IF FUNCTION ABS(SIGMA-DEVIATION) > SPIKE-TOLERANCE
                       DISPLAY "BS-VOL-SURFACE: SMOOTHED SPIKE "
                           CURRENT-UNDERLYING " TENOR "
                           AXIS-TENOR-POINT (TENOR-SUB)
                           " MONEYNESS "
                           AXIS-MONEYNESS-POINT (MONEYNESS-SUB)
                           " FROM " NW-SIGMA (TENOR-SUB, MONEYNESS-SUB)
                           " TO " INTERPOLATED-SIGMA
                       MOVE INTERPOLATED-SIGMA
                           TO NW-SIGMA (TENOR-SUB, MONEYNESS-SUB)
                       SET NW-SMOOTHED (TENOR-SUB, MONEYNESS-SUB)
                           TO TRUE
                       ADD 1 TO NODES-SMOOTHED-COUNT
                   END-IF
               END-IF
           END-IF
           ADD 1 TO MONEYNESS-SUB.

       FILL-ONE-NODE.
           IF NW-EMPTY (TENOR-SUB, MONEYNESS-SUB)
               PERFORM FIND-MARKET-NEIGHBOURS
               PERFORM INTERPOLATE-IN-MONEYNESS
               MOVE INTERPOLATED-SIGMA
                   TO NW-SIGMA (TENOR-SUB, MONEYNESS-SUB)
               SET NW-INTERPOLATED (TENOR-SUB, MONEYNESS-SUB) TO TRUE
               ADD 1 TO NODES-FILLED-COUNT
           END-IF
           ADD 1 TO MONEYNESS-SUB.

      *> Nearest market node either side of the node in hand along
      *> its own row; zero means there is none on that side.
       FIND-MARKET-NEIGHBOURS.
           MOVE 0 TO LEFT-SUB
           MOVE 0 TO RIGHT-SUB
           COMPUTE SCAN-SUB = MONEYNESS-SUB - 1
           PERFORM SCAN-ONE-LEFT-NODE
               UNTIL SCAN-SUB = 0 OR LEFT-SUB > 0
           COMPUTE SCAN-SUB = MONEYNESS-SUB + 1
           PERFORM SCAN-ONE-RIGHT-NODE
               UNTIL SCAN-SUB > MONEYNESS-POINT-COUNT
               OR RIGHT-SUB > 0.

       SCAN-ONE-LEFT-NODE.
           IF NW-HAS-MARKET (TENOR-SUB, SCAN-SUB)
               MOVE SCAN-SUB TO LEFT-SUB
           END-IF
           SUBTRACT 1 FROM SCAN-SUB.

       SCAN-ONE-RIGHT-NODE.
           IF NW-HAS-MARKET (TENOR-SUB, SCAN-SUB)
               MOVE SCAN-SUB TO RIGHT-SUB
           END-IF
           ADD 1 TO SCAN-SUB.

       INTERPOLATE-IN-MONEYNESS.
           IF LEFT-SUB > 0 AND RIGHT-SUB > 0
               COMPUTE INTERPOLATION-WEIGHT =
                   (AXIS-MONEYNESS-POINT (MONEYNESS-SUB)
                   - AXIS-MONEYNESS-POINT (LEFT-SUB))
                   / (AXIS-MONEYNESS-POINT (RIGHT-SUB)
                   - AXIS-MONEYNESS-POINT (LEFT-SUB))
               COMPUTE INTERPOLATED-SIGMA ROUNDED =
                   NW-SIGMA (TENOR-SUB, LEFT-SUB)
                   + INTERPOLATION-WEIGHT
                   * (NW-SIGMA (TENOR-SUB, RIGHT-SUB)
                   - NW-SIGMA (TENOR-SUB, LEFT-SUB))
           ELSE
               IF LEFT-SUB > 0
                   MOVE NW-SIGMA (TENOR-SUB, LEFT-SUB)
                       TO INTERPOLATED-SIGMA
               ELSE
                   MOVE NW-SIGMA (TENOR-SUB, RIGHT-SUB)
                       TO INTERPOLATED-SIGMA
               END-IF
           END-IF.

      *> A tenor the market quoted nothing at takes each node from
      *> the nearest quoted rows either side, linearly in tenor, or
      *> flat from the one row there is beyond the quoted range.
       FILL-ONE-EMPTY-ROW.
           IF ROW-IS-EMPTY (TENOR-SUB)
               MOVE 0 TO LEFT-SUB
               MOVE 0 TO RIGHT-SUB
               COMPUTE SCAN-SUB = TENOR-SUB - 1
               PERFORM SCAN-ONE-EARLIER-ROW
                   UNTIL SCAN-SUB = 0 OR LEFT-SUB > 0
               COMPUTE SCAN-SUB = TENOR-SUB + 1
               PERFORM SCAN-ONE-LATER-ROW
                   UNTIL SCAN-SUB > TENOR-POINT-COUNT
                   OR RIGHT-SUB > 0
               MOVE 1 TO MONEYNESS-SUB
               PERFORM FILL-ONE-NODE-FROM-ROWS
                   UNTIL MONEYNESS-SUB > MONEYNESS-POINT-COUNT
           END-IF
           ADD 1 TO TENOR-SUB.

       SCAN-ONE-EARLIER-ROW.
           IF ROW-HAS-MARKET (SCAN-SUB)
               MOVE SCAN-SUB TO LEFT-SUB
           END-IF
           SUBTRACT 1 FROM SCAN-SUB.

       SCAN-ONE-LATER-ROW.
           IF ROW-HAS-MARKET (SCAN-SUB)
               MOVE SCAN-SUB TO RIGHT-SUB
           END-IF
           ADD 1 TO SCAN-SUB.

       FILL-ONE-NODE-FROM-ROWS.
           IF LEFT-SUB > 0 AND RIGHT-SUB > 0
               COMPUTE INTERPOLATION-WEIGHT =
                   (AXIS-TENOR-POINT (TENOR-SUB)
                   - AXIS-TENOR-POINT (LEFT-SUB))
                   / (AXIS-TENOR-POINT (RIGHT-SUB)
                   - AXIS-TENOR-POINT (LEFT-SUB))
               COMPUTE NW-SIGMA (TENOR-SUB, MONEYNESS-SUB) ROUNDED =
                   NW-SIGMA (LEFT-SUB, MONEYNESS-SUB)
                   + INTERPOLATION-WEIGHT
                   * (NW-SIGMA (RIGHT-SUB, MONEYNESS-SUB)
                   - NW-SIGMA (LEFT-SUB, MONEYNESS-SUB))
           ELSE
               IF LEFT-SUB > 0
                   MOVE NW-SIGMA (LEFT-SUB, MONEYNESS-SUB)
                       TO NW-SIGMA (TENOR-SUB, MONEYNESS-SUB)
               ELSE
                   MOVE NW-SIGMA (RIGHT-SUB, MONEYNESS-SUB)
                       TO NW-SIGMA (TENOR-SUB, MONEYNESS-SUB)
               END-IF
           END-IF
           SET NW-INTERPOLATED (TENOR-SUB, MONEYNESS-SUB) TO TRUE
           ADD 1 TO NODES-FILLED-COUNT
           ADD 1 TO MONEYNESS-SUB.

       WRITE-SURFACE-RECORD.
           MOVE SPACES TO VOL-SURFACE-RECORD
           MOVE CURRENT-UNDERLYING TO VS-UNDERLYING
           MOVE RUN-DATE-NUMERIC TO VS-BUILD-DATE
           MOVE POINTS-USED-COUNT TO VS-POINTS-USED
           MOVE POINTS-REJECTED-COUNT TO VS-POINTS-REJECTED
           MOVE 1 TO MONEYNESS-SUB
           PERFORM MOVE-ONE-MONEYNESS-POINT
               UNTIL MONEYNESS-SUB > MONEYNESS-POINT-COUNT
           MOVE 1 TO TENOR-SUB
           PERFORM MOVE-ONE-SURFACE-ROW
               UNTIL TENOR-SUB > TENOR-POINT-COUNT
           WRITE VOL-SURFACE-RECORD
           IF SURFACE-FILE-STATUS NOT = "00"
               DISPLAY "BS-VOL-SURFACE: SURFACE WRITE ERROR FOR "
                   CURRENT-UNDERLYING ", FILE STATUS="
                   SURFACE-FILE-STATUS
               STOP RUN
           END-IF
           ADD 1 TO SURFACES-WRITTEN-COUNT
           DISPLAY "BS-VOL-SURFACE: " CURRENT-UNDERLYING
               " POINTS " POINTS-USED-COUNT
               " REJECTED " POINTS-REJECTED-COUNT
               " SMOOTHED " NODES-SMOOTHED-COUNT
               " FILLED " NODES-FILLED-COUNT.

       MOVE-ONE-MONEYNESS-POINT.
           MOVE AXIS-MONEYNESS-POINT (MONEYNESS-SUB)
               TO VS-MONEYNESS-POINT (MONEYNESS-SUB)
           ADD 1 TO MONEYNESS-SUB.

       MOVE-ONE-SURFACE-ROW.
           MOVE AXIS-TENOR-POINT (TENOR-SUB)
               TO VS-TENOR-POINT (TENOR-SUB)
           MOVE 1 TO MONEYNESS-SUB
           PERFORM MOVE-ONE-SURFACE-NODE
               UNTIL MONEYNESS-SUB > MONEYNESS-POINT-COUNT
           ADD 1 TO TENOR-SUB.

       MOVE-ONE-SURFACE-NODE.
           MOVE NW-SIGMA (TENOR-SUB, MONEYNESS-SUB)
               TO VS-NODE-SIGMA (TENOR-SUB, MONEYNESS-SUB)
           MOVE NW-SOURCE (TENOR-SUB, MONEYNESS-SUB)
               TO VS-NODE-SOURCE (TENOR-SUB, MONEYNESS-SUB)
           ADD 1 TO MONEYNESS-SUB.

       TERMINATE-RUN.
           CLOSE VOL-SURFACE-FILE
           DISPLAY "BS-VOL-SURFACE: " RESULTS-READ-COUNT
               " RESULTS READ, " NOT-CONVERGED-COUNT
               " NOT CONVERGED, " UNUSABLE-COUNT " UNUSABLE, "
               OFF-GRID-COUNT " OFF GRID, " TOTAL-REJECTED-COUNT
               " REJECTED AS OUTLIERS"
           DISPLAY "BS-VOL-SURFACE: " SURFACES-WRITTEN-COUNT
               " SURFACES WRITTEN FOR BUSINESS DATE "
               RUN-DATE-NUMERIC.
