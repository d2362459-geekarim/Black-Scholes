      *> ---------------------------------------------------------------
      *> Program: BS-MODEL-VALID
      *> Purpose: Periodic independent model validation. Reads the
      *>          pricing inputs the nightly runs logged on AUDITLOG,
      *>          as retained night by night on the audit history,
      *>          reprices every contract by a method independent of
      *>          the production path, and reports how far the marks
      *>          sit from that benchmark - by style, moneyness band
      *>          and tenor band - so model risk can show, routinely,
      *>          what each model path costs in accuracy.
      *>
      *> Description:
      *>   - Reads AUDITHIST, the dated history BS-AUDIT-HISTORY
      *>     keeps of each night's AUDITLOG (the log itself is
      *>     recreated every night and only ever holds the latest
      *>     one). Takes every record whose business date falls
      *>     inside the validation window - the VALIDATION-WINDOW-DAYS
      *>     calendar days ending on the business date - so one run
      *>     covers the period since the last. Delta hedges (style
      *>     'S' or 'F', logged "LINEAR") are marked at spot by
      *>     definition and are left out.
      *>   - Reproduction: each record is first repriced through the
      *>     production pricer its style dispatches to, exactly as
      *>     the nightly driver calls it (BS-PRICER, BINOMIAL-
      *>     AMERICAN or BS-BARRIER, with the logged step count), and
      *>     must give back its own AU-CALLPRICE and AU-PUTPRICE to
      *>     the last digit. A record that does not is listed: either
      *>     the log was altered or the pricer has changed since the
      *>     mark was struck, and the marks can no longer be
      *>     justified from the log alone.
      *>   - Benchmark, by style:
      *>       European    - Black-Scholes-Merton on a high-precision
      *>                     normal CDF (Hart's double-precision
      *>                     rational approximation, as published by
      *>                     West) in place of the production
      *>                     tanh-style approximation.
      *>       American    - a Cox-Ross-Rubinstein lattice of
      *>                     FINE-LATTICE-STEPS steps, with the last
      *>                     step replaced by the high-precision closed
      *>                     form to damp the odd-even oscillation and
      *>                     no control variate; the call is priced as
      *>                     the put with spot and strike, and rate
      *>                     and yield, exchanged (the American
      *>                     put-call symmetry), so the lattice only
      *>                     ever carries values bounded by its strike.
      *>       Barrier     - the closed-form continuously monitored
      *>                     knock-out prices (Merton, Reiner and
      *>                     Rubinstein, in Haug's notation, no rebate)
      *>                     on the same CDF, with the knock-in price
      *>                     from in-out parity against the
      *>                     high-precision vanilla.
      *>   - Each side's difference (mark less benchmark) is held to a
      *>     tolerance set per model path: the greater of an absolute
      *>     amount and a fraction of the benchmark price. A contract
      *>     is outside tolerance when either side is; each such side
      *>     is listed with its inputs' bands.
      *>   - The report (VALRPT) lists the contracts outside
      *>     tolerance, the records that do not reproduce, then the
      *>     contract count, the count outside tolerance and the mean
      *>     and largest difference (the worse side of each contract)
      *>     by style, by moneyness band (K/S) and by tenor band (T).
      *>   - Ends with RETURN-CODE 12 when any record fails to
      *>     reproduce; differences against the benchmark are
      *>     findings for model risk to review, not a failed run.
      *>
      *> Dependencies:
      *>   - Calls BS-PRICER, BINOMIAL-AMERICAN and BS-BARRIER for the
      *>     reproduction check only; the benchmarks are computed
      *>     here and call nothing.
      *>   - Uses COBOL math functions (LOG, EXP, SQRT, MAX, ABS, MOD)
      *>     and the date functions INTEGER-OF-DATE and DATE-OF-INTEGER
      *>
      *> Modification History:
      *>   2026-10-15  Reads the retained audit history (AUDITHIST)
      *>               instead of the nightly AUDITLOG, so the window
      *>               covers every night it spans. Every report
      *>               line is written through the checked write.
      *>   2026-10-15  Original version.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BS-MODEL-VALID.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-HISTORY-FILE ASSIGN TO "AUDITHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT VALIDATION-REPORT ASSIGN TO "VALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VALIDATION-REPORT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-HISTORY-FILE.
           COPY BSAUDHST.

       FD  VALIDATION-REPORT.
       01  VALIDATION-REPORT-LINE  PIC X(132).

       FD  BUSINESS-DATE-FILE.
           COPY BSBUSDAT.

       WORKING-STORAGE SECTION.

      * Run control
       01 END-OF-AUDIT-FILE       PIC X(1) VALUE "N".
       01 RUN-TIMESTAMP           PIC X(15) VALUE SPACES.
       01 RUN-DATE-NUMERIC        PIC 9(8).
       01 RUN-DATE-INTEGER        PIC 9(8).
       01 VALIDATION-WINDOW-DAYS  PIC 9(3) VALUE 31.
       01 WINDOW-START-INTEGER    PIC 9(8).
       01 WINDOW-START-NUMERIC    PIC 9(8).
       01 RECORD-DATE-NUMERIC     PIC 9(8).
       01 RECORD-DATE-INTEGER     PIC 9(8).
       01 AUDIT-READ-COUNT        PIC 9(7) VALUE 0.
       01 OUTSIDE-WINDOW-COUNT    PIC 9(7) VALUE 0.
       01 HEDGE-SKIPPED-COUNT     PIC 9(7) VALUE 0.
       01 VALIDATED-COUNT         PIC 9(7) VALUE 0.
       01 REPRODUCED-COUNT        PIC 9(7) VALUE 0.
       01 NOT-REPRODUCED-COUNT    PIC 9(7) VALUE 0.
       01 OUTSIDE-TOLERANCE-COUNT PIC 9(7) VALUE 0.
       01 NOT-BENCHMARKED-COUNT   PIC 9(7) VALUE 0.

      * File status bytes
       01 AUDIT-FILE-STATUS       PIC XX.
       01 VALIDATION-REPORT-STATUS PIC XX.
       01 BUSINESS-DATE-STATUS    PIC XX.

      * The logged record, unpacked from its history image
           COPY BSAUDIT.

      * The logged inputs in the pricers' own pictures, so the
      * reproduction hands them exactly the operands the nightly
      * driver did.
       01 S               PIC 9(5)V9(5).
       01 K               PIC 9(5)V9(5).
       01 T               PIC 9(1)V9(5).
       01 R               PIC S9(1)V9(5) SIGN LEADING SEPARATE.
       01 SIGMA           PIC 9(1)V9(5).
       01 DIVIDEND-YIELD  PIC S9(1)V9(5) SIGN LEADING SEPARATE.
       01 NUM-STEPS       PIC 9(3).
       01 OPTION-STYLE    PIC X(1).
           88 AMERICAN-STYLE          VALUE "A".
           88 BARRIER-STYLE           VALUES "U" "D" "I" "J".
           88 LINEAR-STYLE            VALUES "S" "F".
       01 BARRIER-LEVEL   PIC 9(5)V9(5).

      * Reproduction results. Only the prices are compared; the
      * parameter lists are fixed, so the Greeks and the advisory
      * are received and ignored.
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
       01 EXERCISE-NOW-CALL PIC X(1).
       01 EXERCISE-NOW-PUT  PIC X(1).
       01 CRITICAL-S-CALL   PIC 9(7)V9(5).
       01 CRITICAL-S-PUT    PIC 9(7)V9(5).
       01 LATTICE-PRICED-OK PIC X(1).
       01 PRODUCTION-PRICER PIC X(17).

      * Tolerances by model path: a side is outside when its
      * difference exceeds both the absolute amount and the
      * fraction of the benchmark price. The barrier allowance is
      * the widest because the production lattice monitors the
      * barrier only at its steps against a continuously
      * monitored benchmark.
       01 EUROPEAN-ABS-TOLERANCE  PIC 9(1)V9(6) VALUE 0.005000.
       01 EUROPEAN-REL-TOLERANCE  PIC 9(1)V9(6) VALUE 0.001000.
       01 AMERICAN-ABS-TOLERANCE  PIC 9(1)V9(6) VALUE 0.010000.
       01 AMERICAN-REL-TOLERANCE  PIC 9(1)V9(6) VALUE 0.005000.
       01 BARRIER-ABS-TOLERANCE   PIC 9(1)V9(6) VALUE 0.050000.
       01 BARRIER-REL-TOLERANCE   PIC 9(1)V9(6) VALUE 0.020000.
       01 ABS-TOLERANCE           PIC 9(1)V9(6).
       01 REL-TOLERANCE           PIC 9(1)V9(6).

      * Benchmark prices and the comparison of the side in hand
       01 BENCHMARK-CALL          PIC S9(6)V9(10).
       01 BENCHMARK-PUT           PIC S9(6)V9(10).
       01 BENCHMARK-SWITCH        PIC X(1).
           88 BENCHMARK-PRICED        VALUE "Y".
           88 BENCHMARK-NOT-PRICED    VALUE "N".
       01 SIDE-LABEL              PIC X(4).
       01 SIDE-RECORDED-PRICE     PIC 9(6)V9(6).
       01 SIDE-BENCHMARK-PRICE    PIC S9(6)V9(10).
       01 SIDE-DIFFERENCE         PIC S9(6)V9(6).
       01 SIDE-ABS-DIFFERENCE     PIC 9(6)V9(6).
       01 SIDE-TOLERANCE          PIC 9(6)V9(6).
       01 SIDE-REL-ALLOWANCE      PIC 9(6)V9(6).
       01 CONTRACT-WORST-DIFF     PIC 9(6)V9(6).
       01 CONTRACT-OUTSIDE-SWITCH PIC X(1).
           88 CONTRACT-OUTSIDE        VALUE "Y".
           88 CONTRACT-INSIDE         VALUE "N".

      * Bands for the summary. Moneyness is K/S, so the bands read
      * the same way the volatility surface's moneyness axis does.
       01 MONEYNESS-RATIO         PIC 9(3)V9(4).
       01 TENOR-BAND-SUB          PIC 9(1).
       01 MONEYNESS-BAND-SUB      PIC 9(1).
       01 STYLE-BAND-SUB          PIC 9(1).
       01 MONEYNESS-BAND-LABELS.
           05 FILLER PIC X(12) VALUE "K/S < 0.80".
           05 FILLER PIC X(12) VALUE "0.80 - 0.95".
           05 FILLER PIC X(12) VALUE "0.95 - 1.05".
           05 FILLER PIC X(12) VALUE "1.05 - 1.20".
           05 FILLER PIC X(12) VALUE "K/S >= 1.20".
       01 MONEYNESS-LABEL-TABLE REDEFINES MONEYNESS-BAND-LABELS.
           05 MONEYNESS-LABEL         PIC X(12) OCCURS 5 TIMES.
       01 TENOR-BAND-LABELS.
           05 FILLER PIC X(12) VALUE "T < 1M".
           05 FILLER PIC X(12) VALUE "1M - 3M".
           05 FILLER PIC X(12) VALUE "3M - 1Y".
           05 FILLER PIC X(12) VALUE "1Y - 2Y".
           05 FILLER PIC X(12) VALUE "T >= 2Y".
       01 TENOR-LABEL-TABLE REDEFINES TENOR-BAND-LABELS.
           05 TENOR-LABEL             PIC X(12) OCCURS 5 TIMES.
       01 STYLE-BAND-LABELS.
           05 FILLER PIC X(12) VALUE "E EUROPEAN".
           05 FILLER PIC X(12) VALUE "A AMERICAN".
           05 FILLER PIC X(12) VALUE "U UP-OUT".
           05 FILLER PIC X(12) VALUE "D DOWN-OUT".
           05 FILLER PIC X(12) VALUE "I UP-IN".
           05 FILLER PIC X(12) VALUE "J DOWN-IN".
       01 STYLE-LABEL-TABLE REDEFINES STYLE-BAND-LABELS.
           05 STYLE-LABEL             PIC X(12) OCCURS 6 TIMES.

      * Summary accumulators, one set of rows per breakdown: style
      * (1-6), moneyness band (7-11) and tenor band (12-16).
       01 SUMMARY-TABLE.
           05 SUMMARY-ENTRY OCCURS 16 TIMES INDEXED BY SUMMARY-INDEX.
               10 SUM-CONTRACTS        PIC 9(7).
               10 SUM-OUTSIDE          PIC 9(7).
               10 SUM-TOTAL-DIFF       PIC 9(9)V9(6).
               10 SUM-MAX-DIFF         PIC 9(6)V9(6).
       01 SUMMARY-ROW             PIC 9(2).
       01 SUMMARY-FIRST-ROW       PIC 9(2).
       01 SUMMARY-LAST-ROW        PIC 9(2).
       01 SUMMARY-SECTION-TITLE   PIC X(60).
       01 SUMMARY-MEAN-DIFF       PIC 9(6)V9(6).

      * Records that do not reproduce, kept for their own section
       01 REPRODUCTION-TABLE.
           05 REPRODUCTION-ENTRY OCCURS 200 TIMES
                   INDEXED BY REPRODUCTION-INDEX.
               10 RPD-RUN-TIMESTAMP    PIC X(15).
               10 RPD-UNDERLYING       PIC X(10).
               10 RPD-OPTION-STYLE     PIC X(1).
               10 RPD-PRICER           PIC X(17).
               10 RPD-LOGGED-CALL      PIC 9(6)V9(6).
               10 RPD-REPRICED-CALL    PIC 9(6)V9(6).
               10 RPD-LOGGED-PUT       PIC 9(6)V9(6).
               10 RPD-REPRICED-PUT     PIC 9(6)V9(6).
       01 REPRODUCTION-COUNT      PIC 9(3) VALUE 0.
       01 REPRODUCTION-MAX        PIC 9(3) VALUE 200.

      * High-precision normal CDF (Hart 1968, double-precision form
      * as published by West). HP-X in, HP-CDF out; the polynomial
      * terms are built up by nested multiplication one coefficient
      * at a time.
       01 HP-X                    PIC S9(4)V9(12).
       01 HP-ABS-X                PIC 9(4)V9(12).
       01 HP-EXPONENTIAL          PIC 9(1)V9(16).
       01 HP-NUMERATOR            PIC 9(6)V9(12).
       01 HP-DENOMINATOR          PIC 9(6)V9(12).
       01 HP-FRACTION             PIC 9(6)V9(12).
       01 HP-TAIL                 PIC 9(1)V9(16).
       01 HP-CDF                  PIC 9(1)V9(16).
       01 HP-ROOT-TWO-PI          PIC 9(1)V9(12) VALUE 2.506628274631.
       01 HP-CUTOFF               PIC 9(2)V9(12)
                                      VALUE 7.071067811865.

      * High-precision Black-Scholes-Merton for the benchmark, the
      * barrier vanilla and the lattice's last step.
       01 EU-SPOT                 PIC 9(5)V9(10).
       01 EU-STRIKE               PIC 9(5)V9(10).
       01 EU-RATE                 PIC S9(1)V9(8).
       01 EU-YIELD                PIC S9(1)V9(8).
       01 EU-SIGMA                PIC 9(1)V9(8).
       01 EU-T                    PIC 9(1)V9(12).
       01 EU-ROOT-T               PIC 9(1)V9(12).
       01 EU-SIGMA-ROOT-T         PIC 9(2)V9(12).
       01 EU-LOG-MONEYNESS        PIC S9(3)V9(12).
       01 EU-DRIFT                PIC S9(3)V9(12).
       01 EU-D1                   PIC S9(4)V9(12).
       01 EU-D2                   PIC S9(4)V9(12).
       01 EU-RATE-DISCOUNT        PIC 9(2)V9(14).
       01 EU-YIELD-DISCOUNT       PIC 9(2)V9(14).
       01 EU-CDF-D1               PIC 9(1)V9(16).
       01 EU-CDF-D2               PIC 9(1)V9(16).
       01 EU-CDF-NEG-D1           PIC 9(1)V9(16).
       01 EU-CDF-NEG-D2           PIC 9(1)V9(16).
       01 EU-CALL                 PIC S9(6)V9(10).
       01 EU-PUT                  PIC S9(6)V9(10).

      * Fine lattice. The asset prices of a CRR level repeat two
      * levels further in (one more up-move and one more down-move
      * is the same node), so only the terminal level and the level
      * before it are built, each node straight from its own power
      * of u; every earlier level reads its prices from whichever
      * of the two has its parity. A node so far up that its price
      * outgrows the picture is held at ASSET-PRICE-CAP, where the
      * put it carries is worth nothing in any case.
       01 FINE-LATTICE-STEPS      PIC 9(4) VALUE 2000.
       01 LAT-SPOT                PIC 9(5)V9(5).
       01 LAT-STRIKE              PIC 9(5)V9(5).
       01 LAT-RATE                PIC S9(1)V9(5).
       01 LAT-YIELD               PIC S9(1)V9(5).
       01 LAT-PUT-PRICE           PIC S9(6)V9(10).
       01 LAT-DT                  PIC 9(1)V9(14).
       01 LAT-SIGMA-ROOT-DT       PIC 9(1)V9(14).
       01 LAT-UP-FACTOR           PIC 9(2)V9(14).
       01 LAT-DOWN-FACTOR         PIC 9(1)V9(14).
       01 LAT-UP-PROBABILITY      PIC S9(1)V9(14).
       01 LAT-DOWN-PROBABILITY    PIC S9(1)V9(14).
       01 LAT-DISCOUNT            PIC 9(1)V9(14).
       01 LAT-EXPONENT            PIC S9(4)V9(12).
       01 LAT-EXPONENT-CAP        PIC 9(2) VALUE 25.
       01 ASSET-PRICE-CAP         PIC 9(13)V9(5)
                                      VALUE 999999999999.
       01 LAT-LEVEL               PIC 9(4).
       01 LAT-NODE                PIC 9(4).
       01 LAT-POWER               PIC S9(5).
       01 LAT-OFFSET              PIC 9(4).
       01 LAT-PARITY              PIC 9(1).
       01 LAT-NODE-PRICE          PIC 9(13)V9(5).
       01 LAT-CONTINUATION        PIC S9(6)V9(10).
       01 LAT-EXERCISE            PIC S9(6)V9(10).
       01 EVEN-LEVEL-PRICES.
           05 EVEN-ASSET-PRICE OCCURS 2001 TIMES PIC 9(13)V9(5).
       01 ODD-LEVEL-PRICES.
           05 ODD-ASSET-PRICE  OCCURS 2001 TIMES PIC 9(13)V9(5).
       01 FINE-PUT-LATTICE.
           05 FINE-PUT-VALUE   OCCURS 2001 TIMES PIC S9(6)V9(10).

      * Closed-form barrier work fields, in Haug's notation: ETA is
      * +1 for a down barrier and -1 for an up barrier, PHI +1 for
      * the call and -1 for the put, MU the carry-adjusted drift
      * over the variance, and the A to D terms the building blocks
      * the knock-out prices are assembled from.
       01 BAR-ETA                 PIC S9(1).
       01 BAR-PHI                 PIC S9(1).
       01 BAR-VARIANCE            PIC 9(2)V9(12).
       01 BAR-MU                  PIC S9(5)V9(10).
       01 BAR-MU-PLUS-ONE         PIC S9(5)V9(10).
       01 BAR-EDGE-TERM           PIC S9(5)V9(12).
       01 BAR-X1                  PIC S9(5)V9(12).
       01 BAR-X2                  PIC S9(5)V9(12).
       01 BAR-Y1                  PIC S9(5)V9(12).
       01 BAR-Y2                  PIC S9(5)V9(12).
       01 BAR-LOG-RATIO           PIC S9(3)V9(12).
       01 BAR-POWER-SPOT          PIC 9(8)V9(10).
       01 BAR-POWER-STRIKE        PIC 9(8)V9(10).
       01 BAR-TERM-A              PIC S9(7)V9(10).
       01 BAR-TERM-B              PIC S9(7)V9(10).
       01 BAR-TERM-C              PIC S9(7)V9(10).
       01 BAR-TERM-D              PIC S9(7)V9(10).
       01 BAR-OUT-CALL            PIC S9(7)V9(10).
       01 BAR-OUT-PUT             PIC S9(7)V9(10).
       01 BAR-OUT-PRICE           PIC S9(7)V9(10).
       01 BAR-VANILLA-CALL        PIC S9(6)V9(10).
       01 BAR-VANILLA-PUT         PIC S9(6)V9(10).
       01 BAR-KNOCKED-SWITCH      PIC X(1).
           88 SPOT-KNOCKED            VALUE "Y".
           88 SPOT-LIVE               VALUE "N".
       01 BAR-UP-SWITCH           PIC X(1).
           88 UP-BARRIER              VALUE "Y".
           88 DOWN-BARRIER            VALUE "N".
       01 BAR-IN-SWITCH           PIC X(1).
           88 KNOCK-IN-BARRIER        VALUE "Y".
           88 KNOCK-OUT-BARRIER       VALUE "N".
       01 TERM-ARGUMENT           PIC S9(5)V9(12).
       01 TERM-POWER-SPOT         PIC 9(8)V9(10).
       01 TERM-POWER-STRIKE       PIC 9(8)V9(10).
       01 TERM-SIGN               PIC S9(1).
       01 TERM-SPOT-LEG           PIC S9(9)V9(8).
       01 TERM-STRIKE-LEG         PIC S9(9)V9(8).
       01 TERM-VALUE              PIC S9(7)V9(10).

      * Report work areas
       01 EXCEPTION-LINE.
           05 XC-RUN-DATE             PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 XC-UNDERLYING           PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 XC-OPTION-STYLE         PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 XC-SIDE                 PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 XC-MONEYNESS            PIC ZZ9.9999.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 XC-T                    PIC 9.99999.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 XC-RECORDED             PIC Z(5)9.999999.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 XC-BENCHMARK            PIC Z(5)9.999999.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 XC-DIFFERENCE           PIC -(6)9.999999.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 XC-TOLERANCE            PIC Z(5)9.999999.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 XC-MONEYNESS-BAND       PIC X(12).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 XC-TENOR-BAND           PIC X(12).
           05 FILLER                  PIC X(3) VALUE SPACES.
       01 REPRODUCTION-LINE.
           05 RP-RUN-TIMESTAMP        PIC X(15).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 RP-UNDERLYING           PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 RP-OPTION-STYLE         PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 RP-PRICER               PIC X(17).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 RP-LOGGED-CALL          PIC Z(5)9.999999.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 RP-REPRICED-CALL        PIC Z(5)9.999999.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 RP-LOGGED-PUT           PIC Z(5)9.999999.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 RP-REPRICED-PUT         PIC Z(5)9.999999.
           05 FILLER                  PIC X(23) VALUE SPACES.
       01 SUMMARY-LINE.
           05 SM-LABEL                PIC X(12).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 SM-CONTRACTS            PIC Z(6)9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 SM-OUTSIDE              PIC Z(6)9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 SM-MEAN-DIFF            PIC Z(5)9.999999.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 SM-MAX-DIFF             PIC Z(5)9.999999.
           05 FILLER                  PIC X(74) VALUE SPACES.
       01 REPORT-WORK-LINE        PIC X(132).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM INITIALIZE-RUN
           PERFORM READ-AUDIT-RECORD
           PERFORM VALIDATE-ONE-AUDIT-RECORD
               UNTIL END-OF-AUDIT-FILE = "Y"
           PERFORM PRINT-REPRODUCTION-SECTION
           PERFORM PRINT-SUMMARY-SECTIONS
           PERFORM TERMINATE-RUN
           STOP RUN.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TIMESTAMP(1:14)
           PERFORM READ-BUSINESS-DATE
           COMPUTE WINDOW-START-INTEGER = RUN-DATE-INTEGER
               - VALIDATION-WINDOW-DAYS + 1
           COMPUTE WINDOW-START-NUMERIC =
               FUNCTION DATE-OF-INTEGER(WINDOW-START-INTEGER)
           INITIALIZE SUMMARY-TABLE
           OPEN INPUT AUDIT-HISTORY-FILE
           IF AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "BS-MODEL-VALID: CANNOT OPEN AUDIT HISTORY, "
                   "FILE STATUS=" AUDIT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT VALIDATION-REPORT
           IF VALIDATION-REPORT-STATUS NOT = "00"
               DISPLAY "BS-MODEL-VALID: CANNOT OPEN REPORT FILE, "
                   "FILE STATUS=" VALIDATION-REPORT-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "MODEL VALIDATION AGAINST THE AUDIT HISTORY  "
               "BUSINESS DATE " RUN-DATE-NUMERIC
               "  WINDOW FROM " WINDOW-START-NUMERIC
               "  RUN " RUN-TIMESTAMP
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "BENCHMARKS: EUROPEAN HIGH-PRECISION CDF, AMERICAN "
               FINE-LATTICE-STEPS "-STEP LATTICE, BARRIER CLOSED "
               "FORM"
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "CONTRACTS OUTSIDE TOLERANCE" DELIMITED BY SIZE
               INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "RUN DATE UNDERLYING S SIDE      K/S       T"
               "        RECORDED       BENCHMARK       DIFFERENCE"
               "       TOLERANCE MONEYNESS    TENOR"
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE.

      *> The run is struck against the business date on BUSDATE,
      *> not the system clock, so a night that slips past midnight
      *> - or a deliberate rerun of an earlier day - runs on the day
      *> it is processing. No readable business date, no run.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-MODEL-VALID: CANNOT OPEN BUSINESS "
                   "DATE FILE, FILE STATUS=" BUSINESS-DATE-STATUS
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END CONTINUE
           END-READ
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-MODEL-VALID: BUSINESS DATE FILE IS "
                   "EMPTY OR UNREADABLE, FILE STATUS="
                   BUSINESS-DATE-STATUS
               STOP RUN
           END-IF
           CLOSE BUSINESS-DATE-FILE
           IF BD-BUSINESS-DATE NOT NUMERIC
               DISPLAY "BS-MODEL-VALID: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               STOP RUN
           END-IF
           MOVE BD-BUSINESS-DATE TO RUN-DATE-NUMERIC
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUMERIC)
           IF RUN-DATE-INTEGER = 0
               DISPLAY "BS-MODEL-VALID: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               STOP RUN
           END-IF.

       READ-AUDIT-RECORD.
           READ AUDIT-HISTORY-FILE
               AT END MOVE "Y" TO END-OF-AUDIT-FILE
               NOT AT END MOVE AH-AUDIT-IMAGE TO AUDIT-RECORD
           END-READ.

      *> The history's business date is the night the mark was
      *> struck for - a morning repair's own timestamp is the
      *> morning's clock; a record outside the window belongs to
      *> another period's validation. A hedge is marked at spot and
      *> has no model to validate.
       VALIDATE-ONE-AUDIT-RECORD.
           ADD 1 TO AUDIT-READ-COUNT
           MOVE 0 TO RECORD-DATE-INTEGER
           IF AH-BUSINESS-DATE IS NUMERIC
               MOVE AH-BUSINESS-DATE TO RECORD-DATE-NUMERIC
               COMPUTE RECORD-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(RECORD-DATE-NUMERIC)
           END-IF
           EVALUATE TRUE
               WHEN RECORD-DATE-INTEGER < WINDOW-START-INTEGER
                   ADD 1 TO OUTSIDE-WINDOW-COUNT
               WHEN RECORD-DATE-INTEGER > RUN-DATE-INTEGER
                   ADD 1 TO OUTSIDE-WINDOW-COUNT
               WHEN AU-CDF-METHOD = "LINEAR"
                   ADD 1 TO HEDGE-SKIPPED-COUNT
               WHEN AU-OPTION-STYLE = "S" OR AU-OPTION-STYLE = "F"
                   ADD 1 TO HEDGE-SKIPPED-COUNT
               WHEN OTHER
                   PERFORM VALIDATE-CONTRACT
           END-EVALUATE
           PERFORM READ-AUDIT-RECORD.

       VALIDATE-CONTRACT.
           ADD 1 TO VALIDATED-COUNT
           MOVE AU-S TO S
           MOVE AU-K TO K
           MOVE AU-T TO T
           MOVE AU-R TO R
           MOVE AU-SIGMA TO SIGMA
           MOVE AU-DIVIDEND-YIELD TO DIVIDEND-YIELD
           MOVE AU-NUM-STEPS TO NUM-STEPS
           MOVE AU-OPTION-STYLE TO OPTION-STYLE
           MOVE AU-BARRIER-LEVEL TO BARRIER-LEVEL
           PERFORM REPRODUCE-LOGGED-PRICES
           SET BENCHMARK-PRICED TO TRUE
           EVALUATE TRUE
               WHEN AMERICAN-STYLE
                   MOVE AMERICAN-ABS-TOLERANCE TO ABS-TOLERANCE
                   MOVE AMERICAN-REL-TOLERANCE TO REL-TOLERANCE
                   MOVE 2 TO STYLE-BAND-SUB
                   PERFORM BENCHMARK-AMERICAN
               WHEN BARRIER-STYLE
                   MOVE BARRIER-ABS-TOLERANCE TO ABS-TOLERANCE
                   MOVE BARRIER-REL-TOLERANCE TO REL-TOLERANCE
                   EVALUATE OPTION-STYLE
                       WHEN "U" MOVE 3 TO STYLE-BAND-SUB
                       WHEN "D" MOVE 4 TO STYLE-BAND-SUB
                       WHEN "I" MOVE 5 TO STYLE-BAND-SUB
                       WHEN OTHER MOVE 6 TO STYLE-BAND-SUB
                   END-EVALUATE
                   PERFORM BENCHMARK-BARRIER
               WHEN OTHER
                   MOVE EUROPEAN-ABS-TOLERANCE TO ABS-TOLERANCE
                   MOVE EUROPEAN-REL-TOLERANCE TO REL-TOLERANCE
                   MOVE 1 TO STYLE-BAND-SUB
                   PERFORM BENCHMARK-EUROPEAN
           END-EVALUATE
           IF BENCHMARK-PRICED
               PERFORM COMPARE-WITH-BENCHMARK
           ELSE
               ADD 1 TO NOT-BENCHMARKED-COUNT
           END-IF.

      *> The production dispatch, exactly as the nightly driver
      *> makes it, against the logged inputs. A step count of zero
      *> is the driver's default of 100, and the log already
      *> carries the count after that default was applied.
       REPRODUCE-LOGGED-PRICES.
           IF AMERICAN-STYLE
               IF NUM-STEPS = 0
                   MOVE 100 TO NUM-STEPS
               END-IF
               MOVE "BINOMIAL-AMERICAN" TO PRODUCTION-PRICER
               CALL "BINOMIAL-AMERICAN" USING S K T R SIGMA
                   DIVIDEND-YIELD NUM-STEPS CALLPRICE PUTPRICE
                   DELTA-CALL VEGA DELTA-PUT VEGA-PUT
                   EXERCISE-NOW-CALL EXERCISE-NOW-PUT
                   CRITICAL-S-CALL CRITICAL-S-PUT LATTICE-PRICED-OK
           ELSE
               IF BARRIER-STYLE
                   IF NUM-STEPS = 0
                       MOVE 100 TO NUM-STEPS
                   END-IF
                   MOVE "BS-BARRIER" TO PRODUCTION-PRICER
                   CALL "BS-BARRIER" USING S K T R SIGMA
                       DIVIDEND-YIELD NUM-STEPS OPTION-STYLE
                       BARRIER-LEVEL CALLPRICE PUTPRICE
                       DELTA-CALL DELTA-PUT VEGA VEGA-PUT
                       LATTICE-PRICED-OK
               ELSE
                   MOVE "Y" TO LATTICE-PRICED-OK
                   MOVE "BS-PRICER" TO PRODUCTION-PRICER
                   CALL "BS-PRICER" USING S K T R SIGMA
                       DIVIDEND-YIELD CALLPRICE PUTPRICE
                       DELTA-CALL DELTA-PUT GAMMA VEGA
                       THETA-CALL THETA-PUT RHO-CALL RHO-PUT
                       CDF-METHOD
               END-IF
           END-IF
           IF LATTICE-PRICED-OK = "Y"
               AND CALLPRICE = AU-CALLPRICE
               AND PUTPRICE = AU-PUTPRICE
               ADD 1 TO REPRODUCED-COUNT
           ELSE
               PERFORM NOTE-NOT-REPRODUCED
           END-IF.

       NOTE-NOT-REPRODUCED.
           ADD 1 TO NOT-REPRODUCED-COUNT
           IF REPRODUCTION-COUNT < REPRODUCTION-MAX
               ADD 1 TO REPRODUCTION-COUNT
               SET REPRODUCTION-INDEX TO REPRODUCTION-COUNT
               MOVE AU-RUN-TIMESTAMP
                   TO RPD-RUN-TIMESTAMP (REPRODUCTION-INDEX)
               MOVE AU-UNDERLYING TO RPD-UNDERLYING (REPRODUCTION-INDEX)
               MOVE AU-OPTION-STYLE
                   TO RPD-OPTION-STYLE (REPRODUCTION-INDEX)
               MOVE PRODUCTION-PRICER
                   TO RPD-PRICER (REPRODUCTION-INDEX)
               MOVE AU-CALLPRICE TO RPD-LOGGED-CALL (REPRODUCTION-INDEX)
               MOVE AU-PUTPRICE TO RPD-LOGGED-PUT (REPRODUCTION-INDEX)
               IF LATTICE-PRICED-OK = "Y"
                   MOVE CALLPRICE
                       TO RPD-REPRICED-CALL (REPRODUCTION-INDEX)
                   MOVE PUTPRICE
                       TO RPD-REPRICED-PUT (REPRODUCTION-INDEX)
               ELSE
                   MOVE 0 TO RPD-REPRICED-CALL (REPRODUCTION-INDEX)
                   MOVE 0 TO RPD-REPRICED-PUT (REPRODUCTION-INDEX)
               END-IF
           END-IF.

      *> A contract priced on its own expiry date is intrinsic
      *> value under every model, so the benchmark is the same.
       BENCHMARK-EUROPEAN.
           IF T = 0
               COMPUTE BENCHMARK-CALL = FUNCTION MAX(S - K, 0)
               COMPUTE BENCHMARK-PUT = FUNCTION MAX(K - S, 0)
           ELSE
               MOVE S TO EU-SPOT
               MOVE K TO EU-STRIKE
               MOVE R TO EU-RATE
               MOVE DIVIDEND-YIELD TO EU-YIELD
               MOVE SIGMA TO EU-SIGMA
               MOVE T TO EU-T
               PERFORM PRICE-EUROPEAN-HP
               MOVE EU-CALL TO BENCHMARK-CALL
               MOVE EU-PUT TO BENCHMARK-PUT
           END-IF.

      *> The put on the fine lattice as it stands, and the call as
      *> the put with spot and strike, rate and yield exchanged:
      *>   C(S, K, r, q) = P(K, S, q, r)  for American exercise.
       BENCHMARK-AMERICAN.
           IF T = 0
               COMPUTE BENCHMARK-CALL = FUNCTION MAX(S - K, 0)
               COMPUTE BENCHMARK-PUT = FUNCTION MAX(K - S, 0)
           ELSE
               MOVE S TO LAT-SPOT
               MOVE K TO LAT-STRIKE
               MOVE R TO LAT-RATE
               MOVE DIVIDEND-YIELD TO LAT-YIELD
               PERFORM PRICE-FINE-LATTICE-PUT
               MOVE LAT-PUT-PRICE TO BENCHMARK-PUT
               MOVE K TO LAT-SPOT
               MOVE S TO LAT-STRIKE
               MOVE DIVIDEND-YIELD TO LAT-RATE
               MOVE R TO LAT-YIELD
               PERFORM PRICE-FINE-LATTICE-PUT
               MOVE LAT-PUT-PRICE TO BENCHMARK-CALL
           END-IF.

      *> The knock-out price comes from the closed form; the
      *> knock-in price is the high-precision vanilla less it. At
      *> expiry, or with spot already through the barrier, the
      *> answer is the production lattice's own instant rule: an
      *> out option in the dead region is worthless and an in
      *> option there is the plain option.
       BENCHMARK-BARRIER.
           IF OPTION-STYLE = "U" OR OPTION-STYLE = "I"
               SET UP-BARRIER TO TRUE
               MOVE -1 TO BAR-ETA
           ELSE
               SET DOWN-BARRIER TO TRUE
               MOVE 1 TO BAR-ETA
           END-IF
           IF OPTION-STYLE = "I" OR OPTION-STYLE = "J"
               SET KNOCK-IN-BARRIER TO TRUE
           ELSE
               SET KNOCK-OUT-BARRIER TO TRUE
           END-IF
           SET SPOT-LIVE TO TRUE
           IF UP-BARRIER AND S NOT < BARRIER-LEVEL
               SET SPOT-KNOCKED TO TRUE
           END-IF
           IF DOWN-BARRIER AND S NOT > BARRIER-LEVEL
               SET SPOT-KNOCKED TO TRUE
           END-IF
           IF T = 0
               COMPUTE BAR-VANILLA-CALL = FUNCTION MAX(S - K, 0)
               COMPUTE BAR-VANILLA-PUT = FUNCTION MAX(K - S, 0)
               IF SPOT-KNOCKED
                   MOVE 0 TO BAR-OUT-CALL BAR-OUT-PUT
               ELSE
                   MOVE BAR-VANILLA-CALL TO BAR-OUT-CALL
                   MOVE BAR-VANILLA-PUT TO BAR-OUT-PUT
               END-IF
           ELSE
               MOVE S TO EU-SPOT
               MOVE K TO EU-STRIKE
               MOVE R TO EU-RATE
               MOVE DIVIDEND-YIELD TO EU-YIELD
               MOVE SIGMA TO EU-SIGMA
               MOVE T TO EU-T
               PERFORM PRICE-EUROPEAN-HP
               MOVE EU-CALL TO BAR-VANILLA-CALL
               MOVE EU-PUT TO BAR-VANILLA-PUT
               IF SPOT-KNOCKED
                   MOVE 0 TO BAR-OUT-CALL BAR-OUT-PUT
               ELSE
                   PERFORM PRICE-KNOCK-OUT-CLOSED-FORM
               END-IF
           END-IF
           IF KNOCK-IN-BARRIER
               COMPUTE BENCHMARK-CALL = BAR-VANILLA-CALL
                   - BAR-OUT-CALL
               COMPUTE BENCHMARK-PUT = BAR-VANILLA-PUT
                   - BAR-OUT-PUT
           ELSE
               MOVE BAR-OUT-CALL TO BENCHMARK-CALL
               MOVE BAR-OUT-PUT TO BENCHMARK-PUT
           END-IF
           IF BENCHMARK-CALL < 0
               MOVE 0 TO BENCHMARK-CALL
           END-IF
           IF BENCHMARK-PUT < 0
               MOVE 0 TO BENCHMARK-PUT
           END-IF.

      *> Haug's terms with b = r - q and H the barrier:
      *>   mu = (b - sigma**2 / 2) / sigma**2
      *>   x1 = ln(S/K) / sigma.sqrt(T) + (1 + mu) sigma.sqrt(T)
      *>   x2 = ln(S/H) / sigma.sqrt(T) + (1 + mu) sigma.sqrt(T)
      *>   y1 = ln(H**2/(S.K)) / sigma.sqrt(T) + (1 + mu) sigma.sqrt(T)
      *>   y2 = ln(H/S) / sigma.sqrt(T) + (1 + mu) sigma.sqrt(T)
      *> and the knock-out prices, by where the strike sits:
      *>   down-out call  K > H: A - C          K <= H: B - D
      *>   up-out call    K < H: A - B + C - D  K >= H: 0
      *>   down-out put   K > H: A - B + C - D  K <= H: 0
      *>   up-out put     K < H: A - C          K >= H: B - D
       PRICE-KNOCK-OUT-CLOSED-FORM.
           COMPUTE BAR-VARIANCE = EU-SIGMA * EU-SIGMA
           COMPUTE BAR-MU = (EU-RATE - EU-YIELD
               - BAR-VARIANCE / 2) / BAR-VARIANCE
           COMPUTE BAR-MU-PLUS-ONE = BAR-MU + 1
           COMPUTE BAR-EDGE-TERM = BAR-MU-PLUS-ONE * EU-SIGMA-ROOT-T
           COMPUTE BAR-X1 = FUNCTION LOG(EU-SPOT / EU-STRIKE)
               / EU-SIGMA-ROOT-T + BAR-EDGE-TERM
           COMPUTE BAR-X2 = FUNCTION LOG(EU-SPOT / BARRIER-LEVEL)
               / EU-SIGMA-ROOT-T + BAR-EDGE-TERM
           COMPUTE BAR-Y1 = FUNCTION LOG(BARRIER-LEVEL * BARRIER-LEVEL
               / (EU-SPOT * EU-STRIKE))
               / EU-SIGMA-ROOT-T + BAR-EDGE-TERM
           COMPUTE BAR-Y2 = FUNCTION LOG(BARRIER-LEVEL / EU-SPOT)
               / EU-SIGMA-ROOT-T + BAR-EDGE-TERM
           COMPUTE BAR-LOG-RATIO = FUNCTION LOG(BARRIER-LEVEL
               / EU-SPOT)
           COMPUTE BAR-POWER-SPOT = FUNCTION EXP(2 * BAR-MU-PLUS-ONE
               * BAR-LOG-RATIO)
           COMPUTE BAR-POWER-STRIKE = FUNCTION EXP(2 * BAR-MU
               * BAR-LOG-RATIO)
           MOVE 1 TO BAR-PHI
           PERFORM BUILD-BARRIER-TERMS
           PERFORM ASSEMBLE-KNOCK-OUT-PRICE
           MOVE BAR-OUT-PRICE TO BAR-OUT-CALL
           MOVE -1 TO BAR-PHI
           PERFORM BUILD-BARRIER-TERMS
           PERFORM ASSEMBLE-KNOCK-OUT-PRICE
           MOVE BAR-OUT-PRICE TO BAR-OUT-PUT.

      *>   A = phi.S.e**-qT.N(phi.x1) - phi.K.e**-rT.N(phi.x1 -
      *>       phi.sigma.sqrt(T)), B the same at x2,
      *>   C = phi.S.e**-qT.(H/S)**(2mu+2).N(eta.y1)
      *>       - phi.K.e**-rT.(H/S)**2mu.N(eta.y1 - eta.sigma.sqrt(T)),
      *>       D the same at y2.
       BUILD-BARRIER-TERMS.
           MOVE BAR-X1 TO TERM-ARGUMENT
           MOVE BAR-PHI TO TERM-SIGN
           MOVE 1 TO TERM-POWER-SPOT TERM-POWER-STRIKE
           PERFORM EVALUATE-BARRIER-TERM
           MOVE TERM-VALUE TO BAR-TERM-A
           MOVE BAR-X2 TO TERM-ARGUMENT
           PERFORM EVALUATE-BARRIER-TERM
           MOVE TERM-VALUE TO BAR-TERM-B
           MOVE BAR-Y1 TO TERM-ARGUMENT
           MOVE BAR-ETA TO TERM-SIGN
           MOVE BAR-POWER-SPOT TO TERM-POWER-SPOT
           MOVE BAR-POWER-STRIKE TO TERM-POWER-STRIKE
           PERFORM EVALUATE-BARRIER-TERM
           MOVE TERM-VALUE TO BAR-TERM-C
           MOVE BAR-Y2 TO TERM-ARGUMENT
           PERFORM EVALUATE-BARRIER-TERM
           MOVE TERM-VALUE TO BAR-TERM-D.

       EVALUATE-BARRIER-TERM.
           COMPUTE HP-X = TERM-SIGN * TERM-ARGUMENT
           PERFORM NORMAL-CDF-HP
           COMPUTE TERM-SPOT-LEG = EU-SPOT * EU-YIELD-DISCOUNT
               * TERM-POWER-SPOT * HP-CDF
           COMPUTE HP-X = TERM-SIGN * TERM-ARGUMENT
               - TERM-SIGN * EU-SIGMA-ROOT-T
           PERFORM NORMAL-CDF-HP
           COMPUTE TERM-STRIKE-LEG = EU-STRIKE * EU-RATE-DISCOUNT
               * TERM-POWER-STRIKE * HP-CDF
           COMPUTE TERM-VALUE = BAR-PHI * TERM-SPOT-LEG
               - BAR-PHI * TERM-STRIKE-LEG.

       ASSEMBLE-KNOCK-OUT-PRICE.
           EVALUATE TRUE
               WHEN DOWN-BARRIER AND BAR-PHI = 1
                   IF EU-STRIKE > BARRIER-LEVEL
                       COMPUTE BAR-OUT-PRICE = BAR-TERM-A - BAR-TERM-C
                   ELSE
                       COMPUTE BAR-OUT-PRICE = BAR-TERM-B - BAR-TERM-D
                   END-IF
               WHEN UP-BARRIER AND BAR-PHI = 1
                   IF EU-STRIKE < BARRIER-LEVEL
                       COMPUTE BAR-OUT-PRICE = BAR-TERM-A - BAR-TERM-B
                           + BAR-TERM-C - BAR-TERM-D
                   ELSE
                       MOVE 0 TO BAR-OUT-PRICE
                   END-IF
               WHEN DOWN-BARRIER
                   IF EU-STRIKE > BARRIER-LEVEL
                       COMPUTE BAR-OUT-PRICE = BAR-TERM-A - BAR-TERM-B
                           + BAR-TERM-C - BAR-TERM-D
                   ELSE
                       MOVE 0 TO BAR-OUT-PRICE
                   END-IF
               WHEN OTHER
                   IF EU-STRIKE < BARRIER-LEVEL
                       COMPUTE BAR-OUT-PRICE = BAR-TERM-A - BAR-TERM-C
                   ELSE
                       COMPUTE BAR-OUT-PRICE = BAR-TERM-B - BAR-TERM-D
                   END-IF
           END-EVALUATE
           IF BAR-OUT-PRICE < 0
               MOVE 0 TO BAR-OUT-PRICE
           END-IF.

      *> Black-Scholes-Merton with continuous yield on the
      *> high-precision CDF, for EU-SPOT, EU-STRIKE, EU-RATE,
      *> EU-YIELD, EU-SIGMA and EU-T. Each of the four CDFs is taken
      *> at its own argument rather than as one less another, so
      *> the tails keep their precision.
       PRICE-EUROPEAN-HP.
           COMPUTE EU-ROOT-T = FUNCTION SQRT(EU-T)
           COMPUTE EU-SIGMA-ROOT-T = EU-SIGMA * EU-ROOT-T
           COMPUTE EU-LOG-MONEYNESS = FUNCTION LOG(EU-SPOT / EU-STRIKE)
           COMPUTE EU-DRIFT = EU-RATE - EU-YIELD
               + EU-SIGMA * EU-SIGMA / 2
           COMPUTE EU-D1 = (EU-LOG-MONEYNESS + EU-DRIFT * EU-T)
               / EU-SIGMA-ROOT-T
           COMPUTE EU-D2 = EU-D1 - EU-SIGMA-ROOT-T
           COMPUTE EU-RATE-DISCOUNT = FUNCTION EXP(-1 * EU-RATE
               * EU-T)
           COMPUTE EU-YIELD-DISCOUNT = FUNCTION EXP(-1 * EU-YIELD
               * EU-T)
           MOVE EU-D1 TO HP-X
           PERFORM NORMAL-CDF-HP
           MOVE HP-CDF TO EU-CDF-D1
           MOVE EU-D2 TO HP-X
           PERFORM NORMAL-CDF-HP
           MOVE HP-CDF TO EU-CDF-D2
           COMPUTE HP-X = -1 * EU-D1
           PERFORM NORMAL-CDF-HP
           MOVE HP-CDF TO EU-CDF-NEG-D1
           COMPUTE HP-X = -1 * EU-D2
           PERFORM NORMAL-CDF-HP
           MOVE HP-CDF TO EU-CDF-NEG-D2
           COMPUTE EU-CALL = EU-SPOT * EU-YIELD-DISCOUNT * EU-CDF-D1
               - EU-STRIKE * EU-RATE-DISCOUNT * EU-CDF-D2
           COMPUTE EU-PUT = EU-STRIKE * EU-RATE-DISCOUNT
               * EU-CDF-NEG-D2
               - EU-SPOT * EU-YIELD-DISCOUNT * EU-CDF-NEG-D1.

      *> Hart's rational approximation to the lower tail inside
      *> |x| < 7.07, a continued fraction beyond it, and nothing at
      *> all past 37 where the tail is below any picture here.
       NORMAL-CDF-HP.
           COMPUTE HP-ABS-X = FUNCTION ABS(HP-X)
           IF HP-ABS-X > 37
               MOVE 0 TO HP-TAIL
           ELSE
               COMPUTE HP-EXPONENTIAL = FUNCTION EXP(-1 * HP-ABS-X
                   * HP-ABS-X / 2)
               IF HP-ABS-X < HP-CUTOFF
                   PERFORM HART-RATIONAL-TAIL
               ELSE
                   PERFORM HART-CONTINUED-FRACTION-TAIL
               END-IF
           END-IF
           IF HP-X > 0
               COMPUTE HP-CDF = 1 - HP-TAIL
           ELSE
               MOVE HP-TAIL TO HP-CDF
           END-IF.

       HART-RATIONAL-TAIL.
           COMPUTE HP-NUMERATOR = 0.0352624965998911 * HP-ABS-X
               + 0.700383064443688
           COMPUTE HP-NUMERATOR = HP-NUMERATOR * HP-ABS-X
               + 6.37396220353165
           COMPUTE HP-NUMERATOR = HP-NUMERATOR * HP-ABS-X
               + 33.912866078383
           COMPUTE HP-NUMERATOR = HP-NUMERATOR * HP-ABS-X
               + 112.079291497871
           COMPUTE HP-NUMERATOR = HP-NUMERATOR * HP-ABS-X
               + 221.213596169931
           COMPUTE HP-NUMERATOR = HP-NUMERATOR * HP-ABS-X
               + 220.206867912376
           COMPUTE HP-DENOMINATOR = 0.0883883476483184 * HP-ABS-X
               + 1.75566716318264
           COMPUTE HP-DENOMINATOR = HP-DENOMINATOR * HP-ABS-X
               + 16.064177579207
           COMPUTE HP-DENOMINATOR = HP-DENOMINATOR * HP-ABS-X
               + 86.7807322029461
           COMPUTE HP-DENOMINATOR = HP-DENOMINATOR * HP-ABS-X
               + 296.564248779674
           COMPUTE HP-DENOMINATOR = HP-DENOMINATOR * HP-ABS-X
               + 637.333633378831
           COMPUTE HP-DENOMINATOR = HP-DENOMINATOR * HP-ABS-X
               + 793.826512519948
           COMPUTE HP-DENOMINATOR = HP-DENOMINATOR * HP-ABS-X
               + 440.413735824752
           COMPUTE HP-TAIL = HP-EXPONENTIAL * HP-NUMERATOR
               / HP-DENOMINATOR.

       HART-CONTINUED-FRACTION-TAIL.
           COMPUTE HP-FRACTION = HP-ABS-X + 0.65
           COMPUTE HP-FRACTION = HP-ABS-X + 4 / HP-FRACTION
           COMPUTE HP-FRACTION = HP-ABS-X + 3 / HP-FRACTION
           COMPUTE HP-FRACTION = HP-ABS-X + 2 / HP-FRACTION
           COMPUTE HP-FRACTION = HP-ABS-X + 1 / HP-FRACTION
           COMPUTE HP-TAIL = HP-EXPONENTIAL / HP-FRACTION
               / HP-ROOT-TWO-PI.

      *> An American put on LAT-SPOT struck at LAT-STRIKE, growing
      *> at LAT-RATE less LAT-YIELD, on FINE-LATTICE-STEPS steps.
      *> The last step is the high-precision closed form over one
      *> step (the binomial Black-Scholes refinement) floored at
      *> exercise; every earlier node is the greater of discounted
      *> continuation and exercise. A probability outside 0 to 1
      *> means the step is too coarse for the carry and the contract
      *> is left unbenchmarked rather than priced off it.
       PRICE-FINE-LATTICE-PUT.
           COMPUTE LAT-DT = T / FINE-LATTICE-STEPS
           COMPUTE LAT-SIGMA-ROOT-DT = SIGMA * FUNCTION SQRT(LAT-DT)
           COMPUTE LAT-UP-FACTOR = FUNCTION EXP(LAT-SIGMA-ROOT-DT)
           COMPUTE LAT-DOWN-FACTOR = FUNCTION EXP(-1
               * LAT-SIGMA-ROOT-DT)
           COMPUTE LAT-UP-PROBABILITY = (FUNCTION EXP((LAT-RATE
               - LAT-YIELD) * LAT-DT) - LAT-DOWN-FACTOR)
               / (LAT-UP-FACTOR - LAT-DOWN-FACTOR)
           COMPUTE LAT-DOWN-PROBABILITY = 1 - LAT-UP-PROBABILITY
           COMPUTE LAT-DISCOUNT = FUNCTION EXP(-1 * LAT-RATE
               * LAT-DT)
           MOVE 0 TO LAT-PUT-PRICE
           IF LAT-UP-PROBABILITY NOT > 0
               OR LAT-DOWN-PROBABILITY NOT > 0
               SET BENCHMARK-NOT-PRICED TO TRUE
           ELSE
               PERFORM BUILD-FINE-ASSET-LEVELS
               PERFORM PRICE-FINE-LAST-STEP
               COMPUTE LAT-LEVEL = FINE-LATTICE-STEPS - 1
               PERFORM UNWIND-FINE-LEVEL UNTIL LAT-LEVEL = 0
               MOVE FINE-PUT-VALUE (1) TO LAT-PUT-PRICE
           END-IF.

      *> Node k (from 0) of level n sits at S.u**(2k - n). The even
      *> table holds the terminal level, the odd table the level
      *> before it.
       BUILD-FINE-ASSET-LEVELS.
           MOVE 1 TO LAT-NODE
           PERFORM BUILD-ONE-EVEN-PRICE
               UNTIL LAT-NODE > FINE-LATTICE-STEPS + 1
           MOVE 1 TO LAT-NODE
           PERFORM BUILD-ONE-ODD-PRICE
               UNTIL LAT-NODE > FINE-LATTICE-STEPS.

       BUILD-ONE-EVEN-PRICE.
           COMPUTE LAT-POWER = 2 * LAT-NODE - 2 - FINE-LATTICE-STEPS
           PERFORM PRICE-LATTICE-NODE
           MOVE LAT-NODE-PRICE TO EVEN-ASSET-PRICE (LAT-NODE)
           ADD 1 TO LAT-NODE.

       BUILD-ONE-ODD-PRICE.
           COMPUTE LAT-POWER = 2 * LAT-NODE - 1 - FINE-LATTICE-STEPS
           PERFORM PRICE-LATTICE-NODE
           MOVE LAT-NODE-PRICE TO ODD-ASSET-PRICE (LAT-NODE)
           ADD 1 TO LAT-NODE.

       PRICE-LATTICE-NODE.
           COMPUTE LAT-EXPONENT = LAT-POWER * LAT-SIGMA-ROOT-DT
           IF LAT-EXPONENT > LAT-EXPONENT-CAP
               MOVE ASSET-PRICE-CAP TO LAT-NODE-PRICE
           ELSE
               COMPUTE LAT-NODE-PRICE = LAT-SPOT
                   * FUNCTION EXP(LAT-EXPONENT)
                   ON SIZE ERROR
                       MOVE ASSET-PRICE-CAP TO LAT-NODE-PRICE
               END-COMPUTE
           END-IF.

      *> The level one step short of expiry: each node is the
      *> European put over the last step at that node's price,
      *> floored at exercise.
       PRICE-FINE-LAST-STEP.
           MOVE LAT-STRIKE TO EU-STRIKE
           MOVE LAT-RATE TO EU-RATE
           MOVE LAT-YIELD TO EU-YIELD
           MOVE SIGMA TO EU-SIGMA
           MOVE LAT-DT TO EU-T
           MOVE 1 TO LAT-NODE
           PERFORM PRICE-ONE-LAST-STEP-NODE
               UNTIL LAT-NODE > FINE-LATTICE-STEPS.

       PRICE-ONE-LAST-STEP-NODE.
           MOVE ODD-ASSET-PRICE (LAT-NODE) TO LAT-NODE-PRICE
           COMPUTE LAT-EXERCISE = LAT-STRIKE - LAT-NODE-PRICE
           IF LAT-NODE-PRICE = ASSET-PRICE-CAP
               OR LAT-NODE-PRICE = 0
               MOVE 0 TO LAT-CONTINUATION
           ELSE
               MOVE LAT-NODE-PRICE TO EU-SPOT
               PERFORM PRICE-EUROPEAN-HP
               MOVE EU-PUT TO LAT-CONTINUATION
           END-IF
           IF LAT-EXERCISE > LAT-CONTINUATION
               MOVE LAT-EXERCISE TO FINE-PUT-VALUE (LAT-NODE)
           ELSE
               MOVE LAT-CONTINUATION TO FINE-PUT-VALUE (LAT-NODE)
           END-IF
           ADD 1 TO LAT-NODE.

      *> Collapses level LAT-LEVEL + 1 into level LAT-LEVEL - 1
      *> nodes read from the price table of the same parity as
      *> the level, offset by the levels between it and that
      *> table's own.
       UNWIND-FINE-LEVEL.
           SUBTRACT 1 FROM LAT-LEVEL
           COMPUTE LAT-OFFSET = (FINE-LATTICE-STEPS - LAT-LEVEL) / 2
           COMPUTE LAT-PARITY = FUNCTION MOD(FINE-LATTICE-STEPS
               - LAT-LEVEL, 2)
           MOVE 1 TO LAT-NODE
           PERFORM UNWIND-ONE-FINE-NODE
               UNTIL LAT-NODE > LAT-LEVEL + 1.

       UNWIND-ONE-FINE-NODE.
           IF LAT-PARITY = 0
               MOVE EVEN-ASSET-PRICE (LAT-NODE + LAT-OFFSET)
                   TO LAT-NODE-PRICE
           ELSE
               MOVE ODD-ASSET-PRICE (LAT-NODE + LAT-OFFSET)
                   TO LAT-NODE-PRICE
           END-IF
           COMPUTE LAT-CONTINUATION = LAT-DISCOUNT
               * (LAT-UP-PROBABILITY * FINE-PUT-VALUE (LAT-NODE + 1)
               + LAT-DOWN-PROBABILITY * FINE-PUT-VALUE (LAT-NODE))
           COMPUTE LAT-EXERCISE = LAT-STRIKE - LAT-NODE-PRICE
           IF LAT-EXERCISE > LAT-CONTINUATION
               MOVE LAT-EXERCISE TO FINE-PUT-VALUE (LAT-NODE)
           ELSE
               MOVE LAT-CONTINUATION TO FINE-PUT-VALUE (LAT-NODE)
           END-IF
           ADD 1 TO LAT-NODE.

      *> Both sides against the benchmark; the contract's worse side
      *> feeds the summaries, and a side outside tolerance is
      *> listed.
       COMPARE-WITH-BENCHMARK.
           SET CONTRACT-INSIDE TO TRUE
           MOVE 0 TO CONTRACT-WORST-DIFF
           PERFORM FIND-CONTRACT-BANDS
           MOVE "CALL" TO SIDE-LABEL
           MOVE AU-CALLPRICE TO SIDE-RECORDED-PRICE
           MOVE BENCHMARK-CALL TO SIDE-BENCHMARK-PRICE
           PERFORM COMPARE-ONE-SIDE
           MOVE "PUT" TO SIDE-LABEL
           MOVE AU-PUTPRICE TO SIDE-RECORDED-PRICE
           MOVE BENCHMARK-PUT TO SIDE-BENCHMARK-PRICE
           PERFORM COMPARE-ONE-SIDE
           IF CONTRACT-OUTSIDE
               ADD 1 TO OUTSIDE-TOLERANCE-COUNT
           END-IF
           MOVE STYLE-BAND-SUB TO SUMMARY-ROW
           PERFORM ADD-TO-SUMMARY-ROW
           COMPUTE SUMMARY-ROW = MONEYNESS-BAND-SUB + 6
           PERFORM ADD-TO-SUMMARY-ROW
           COMPUTE SUMMARY-ROW = TENOR-BAND-SUB + 11
           PERFORM ADD-TO-SUMMARY-ROW.

       COMPARE-ONE-SIDE.
           COMPUTE SIDE-DIFFERENCE ROUNDED = SIDE-RECORDED-PRICE
               - SIDE-BENCHMARK-PRICE
           COMPUTE SIDE-ABS-DIFFERENCE = FUNCTION ABS(SIDE-DIFFERENCE)
           COMPUTE SIDE-REL-ALLOWANCE ROUNDED = REL-TOLERANCE
               * SIDE-BENCHMARK-PRICE
           IF SIDE-REL-ALLOWANCE > ABS-TOLERANCE
               MOVE SIDE-REL-ALLOWANCE TO SIDE-TOLERANCE
           ELSE
               MOVE ABS-TOLERANCE TO SIDE-TOLERANCE
           END-IF
           IF SIDE-ABS-DIFFERENCE > CONTRACT-WORST-DIFF
               MOVE SIDE-ABS-DIFFERENCE TO CONTRACT-WORST-DIFF
           END-IF
           IF SIDE-ABS-DIFFERENCE > SIDE-TOLERANCE
               SET CONTRACT-OUTSIDE TO TRUE
               PERFORM PRINT-EXCEPTION-LINE
           END-IF.

      *> Moneyness is read as K/S and tenor as the logged T, on the
      *> volatility surface's axis points.
       FIND-CONTRACT-BANDS.
           COMPUTE MONEYNESS-RATIO ROUNDED = K / S
               ON SIZE ERROR
                   MOVE 999.9999 TO MONEYNESS-RATIO
           END-COMPUTE
           EVALUATE TRUE
               WHEN MONEYNESS-RATIO < 0.80
                   MOVE 1 TO MONEYNESS-BAND-SUB
               WHEN MONEYNESS-RATIO < 0.95
                   MOVE 2 TO MONEYNESS-BAND-SUB
               WHEN MONEYNESS-RATIO NOT > 1.05
                   MOVE 3 TO MONEYNESS-BAND-SUB
               WHEN MONEYNESS-RATIO < 1.20
                   MOVE 4 TO MONEYNESS-BAND-SUB
               WHEN OTHER
                   MOVE 5 TO MONEYNESS-BAND-SUB
           END-EVALUATE
           EVALUATE TRUE
               WHEN T < 0.08333
                   MOVE 1 TO TENOR-BAND-SUB
               WHEN T < 0.25
                   MOVE 2 TO TENOR-BAND-SUB
               WHEN T < 1
                   MOVE 3 TO TENOR-BAND-SUB
               WHEN T < 2
                   MOVE 4 TO TENOR-BAND-SUB
               WHEN OTHER
                   MOVE 5 TO TENOR-BAND-SUB
           END-EVALUATE.

       ADD-TO-SUMMARY-ROW.
           SET SUMMARY-INDEX TO SUMMARY-ROW
           ADD 1 TO SUM-CONTRACTS (SUMMARY-INDEX)
           IF CONTRACT-OUTSIDE
               ADD 1 TO SUM-OUTSIDE (SUMMARY-INDEX)
           END-IF
           ADD CONTRACT-WORST-DIFF TO SUM-TOTAL-DIFF (SUMMARY-INDEX)
           IF CONTRACT-WORST-DIFF > SUM-MAX-DIFF (SUMMARY-INDEX)
               MOVE CONTRACT-WORST-DIFF
                   TO SUM-MAX-DIFF (SUMMARY-INDEX)
           END-IF.

       PRINT-EXCEPTION-LINE.
           MOVE AH-BUSINESS-DATE TO XC-RUN-DATE
           MOVE AU-UNDERLYING TO XC-UNDERLYING
           MOVE AU-OPTION-STYLE TO XC-OPTION-STYLE
           MOVE SIDE-LABEL TO XC-SIDE
           MOVE MONEYNESS-RATIO TO XC-MONEYNESS
           MOVE T TO XC-T
           MOVE SIDE-RECORDED-PRICE TO XC-RECORDED
           COMPUTE XC-BENCHMARK ROUNDED = SIDE-BENCHMARK-PRICE
           MOVE SIDE-DIFFERENCE TO XC-DIFFERENCE
           MOVE SIDE-TOLERANCE TO XC-TOLERANCE
           MOVE MONEYNESS-LABEL (MONEYNESS-BAND-SUB)
               TO XC-MONEYNESS-BAND
           MOVE TENOR-LABEL (TENOR-BAND-SUB) TO XC-TENOR-BAND
           WRITE VALIDATION-REPORT-LINE FROM EXCEPTION-LINE
           IF VALIDATION-REPORT-STATUS NOT = "00"
               DISPLAY "BS-MODEL-VALID: REPORT WRITE ERROR, "
                   "FILE STATUS=" VALIDATION-REPORT-STATUS
               STOP RUN
           END-IF.

       PRINT-REPRODUCTION-SECTION.
           IF OUTSIDE-TOLERANCE-COUNT = 0
               MOVE SPACES TO REPORT-WORK-LINE
               STRING "NONE" DELIMITED BY SIZE INTO REPORT-WORK-LINE
               PERFORM WRITE-REPORT-WORK-LINE
           END-IF
           MOVE SPACES TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "RECORDS THAT DO NOT REPRODUCE THEIR LOGGED PRICES"
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "RUN TIMESTAMP   UNDERLYING S PRICER           "
               "    LOGGED CALL  REPRICED CALL     LOGGED PUT"
               "   REPRICED PUT"
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           SET REPRODUCTION-INDEX TO 1
           PERFORM PRINT-ONE-REPRODUCTION-LINE
               UNTIL REPRODUCTION-INDEX > REPRODUCTION-COUNT
           MOVE SPACES TO REPORT-WORK-LINE
           IF NOT-REPRODUCED-COUNT = 0
               STRING "NONE - EVERY RECORD REPRODUCES ITS LOGGED "
                   "CALL AND PUT PRICE"
                   DELIMITED BY SIZE INTO REPORT-WORK-LINE
               PERFORM WRITE-REPORT-WORK-LINE
           END-IF
           IF NOT-REPRODUCED-COUNT > REPRODUCTION-COUNT
               STRING "MORE RECORDS DO NOT REPRODUCE THAN ARE LISTED"
                   " HERE - SEE THE COUNT BELOW"
                   DELIMITED BY SIZE INTO REPORT-WORK-LINE
               PERFORM WRITE-REPORT-WORK-LINE
           END-IF.

       PRINT-ONE-REPRODUCTION-LINE.
           MOVE RPD-RUN-TIMESTAMP (REPRODUCTION-INDEX)
               TO RP-RUN-TIMESTAMP
           MOVE RPD-UNDERLYING (REPRODUCTION-INDEX) TO RP-UNDERLYING
           MOVE RPD-OPTION-STYLE (REPRODUCTION-INDEX)
               TO RP-OPTION-STYLE
           MOVE RPD-PRICER (REPRODUCTION-INDEX) TO RP-PRICER
           MOVE RPD-LOGGED-CALL (REPRODUCTION-INDEX) TO RP-LOGGED-CALL
           MOVE RPD-REPRICED-CALL (REPRODUCTION-INDEX)
               TO RP-REPRICED-CALL
           MOVE RPD-LOGGED-PUT (REPRODUCTION-INDEX) TO RP-LOGGED-PUT
           MOVE RPD-REPRICED-PUT (REPRODUCTION-INDEX)
               TO RP-REPRICED-PUT
           WRITE VALIDATION-REPORT-LINE FROM REPRODUCTION-LINE
           IF VALIDATION-REPORT-STATUS NOT = "00"
               DISPLAY "BS-MODEL-VALID: REPORT WRITE ERROR, "
                   "FILE STATUS=" VALIDATION-REPORT-STATUS
               STOP RUN
           END-IF
           SET REPRODUCTION-INDEX UP BY 1.

       PRINT-SUMMARY-SECTIONS.
           MOVE "DIFFERENCES BY STYLE" TO SUMMARY-SECTION-TITLE
           MOVE 1 TO SUMMARY-FIRST-ROW
           MOVE 6 TO SUMMARY-LAST-ROW
           PERFORM PRINT-ONE-SUMMARY-SECTION
           MOVE "DIFFERENCES BY MONEYNESS BAND (K/S)"
               TO SUMMARY-SECTION-TITLE
           MOVE 7 TO SUMMARY-FIRST-ROW
           MOVE 11 TO SUMMARY-LAST-ROW
           PERFORM PRINT-ONE-SUMMARY-SECTION
           MOVE "DIFFERENCES BY TENOR BAND (T)"
               TO SUMMARY-SECTION-TITLE
           MOVE 12 TO SUMMARY-FIRST-ROW
           MOVE 16 TO SUMMARY-LAST-ROW
           PERFORM PRINT-ONE-SUMMARY-SECTION.

      *> Prints the section title in SUMMARY-SECTION-TITLE, the
      *> column heading and one line per row; the difference is the
      *> worse side of each contract, mark less benchmark.
       PRINT-ONE-SUMMARY-SECTION.
           MOVE SPACES TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SUMMARY-SECTION-TITLE TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "BAND         CONTRACTS OUTSIDE    MEAN |DIFF|"
               "     MAX |DIFF|"
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SUMMARY-FIRST-ROW TO SUMMARY-ROW
           PERFORM PRINT-ONE-SUMMARY-ROW
               UNTIL SUMMARY-ROW > SUMMARY-LAST-ROW.

       PRINT-ONE-SUMMARY-ROW.
           SET SUMMARY-INDEX TO SUMMARY-ROW
           EVALUATE TRUE
               WHEN SUMMARY-ROW < 7
                   MOVE STYLE-LABEL (SUMMARY-ROW) TO SM-LABEL
               WHEN SUMMARY-ROW < 12
                   MOVE MONEYNESS-LABEL (SUMMARY-ROW - 6) TO SM-LABEL
               WHEN OTHER
                   MOVE TENOR-LABEL (SUMMARY-ROW - 11) TO SM-LABEL
           END-EVALUATE
           MOVE SUM-CONTRACTS (SUMMARY-INDEX) TO SM-CONTRACTS
           MOVE SUM-OUTSIDE (SUMMARY-INDEX) TO SM-OUTSIDE
           IF SUM-CONTRACTS (SUMMARY-INDEX) = 0
               MOVE 0 TO SUMMARY-MEAN-DIFF
           ELSE
               COMPUTE SUMMARY-MEAN-DIFF ROUNDED =
                   SUM-TOTAL-DIFF (SUMMARY-INDEX)
                   / SUM-CONTRACTS (SUMMARY-INDEX)
           END-IF
           MOVE SUMMARY-MEAN-DIFF TO SM-MEAN-DIFF
           MOVE SUM-MAX-DIFF (SUMMARY-INDEX) TO SM-MAX-DIFF
           WRITE VALIDATION-REPORT-LINE FROM SUMMARY-LINE
           IF VALIDATION-REPORT-STATUS NOT = "00"
               DISPLAY "BS-MODEL-VALID: REPORT WRITE ERROR, "
                   "FILE STATUS=" VALIDATION-REPORT-STATUS
               STOP RUN
           END-IF
           ADD 1 TO SUMMARY-ROW.

       WRITE-REPORT-WORK-LINE.
           WRITE VALIDATION-REPORT-LINE FROM REPORT-WORK-LINE
           IF VALIDATION-REPORT-STATUS NOT = "00"
               DISPLAY "BS-MODEL-VALID: REPORT WRITE ERROR, "
                   "FILE STATUS=" VALIDATION-REPORT-STATUS
               STOP RUN
           END-IF.

       TERMINATE-RUN.
           CLOSE AUDIT-HISTORY-FILE
           MOVE SPACES TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "AUDIT RECORDS READ " AUDIT-READ-COUNT
               "  OUTSIDE THE WINDOW " OUTSIDE-WINDOW-COUNT
               "  HEDGES SKIPPED " HEDGE-SKIPPED-COUNT
               "  CONTRACTS VALIDATED " VALIDATED-COUNT
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "REPRODUCED " REPRODUCED-COUNT
               "  NOT REPRODUCED " NOT-REPRODUCED-COUNT
               "  OUTSIDE TOLERANCE " OUTSIDE-TOLERANCE-COUNT
               "  NOT BENCHMARKED " NOT-BENCHMARKED-COUNT
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           CLOSE VALIDATION-REPORT
           DISPLAY "BS-MODEL-VALID: " VALIDATED-COUNT
               " CONTRACTS VALIDATED, " OUTSIDE-TOLERANCE-COUNT
               " OUTSIDE TOLERANCE, " NOT-REPRODUCED-COUNT
               " NOT REPRODUCED"
           IF NOT-REPRODUCED-COUNT > 0
               MOVE 12 TO RETURN-CODE
           END-IF.
