      *> ---------------------------------------------------------------
      *> Program: BS-PNL-LEDGER
      *> Purpose: Nightly realized / unrealized P&L report. Combines
      *>          the realized P&L ledger BS-POSITION-MAINT writes
      *>          with the cost basis on the position master and
      *>          tonight's marks on the EXTRACT, so the desk sees
      *>          what each position has made since it was opened -
      *>          booked and still open - by position, by book and
      *>          currency, by currency and for the house.
      *>
      *> Description:
      *>   - Reads the position master in key order for what is
      *>     still open: the quantity, the average cost per unit,
      *>     the book and the currency.
      *>   - Reads tonight's EXTRACT for the mark: the position's own
      *>     leg price per unit (EX-POSITION-PRICE). Unrealized P&L
      *>     is the open quantity times the mark less the average
      *>     cost. An open position with no mark tonight (it
      *>     rejected in the pricing run) shows no unrealized figure
      *>     and is flagged NO MARK rather than shown at zero.
      *>     Every EXTRACT record must be valued on the business
      *>     date; a stale extract stops the run with RETURN-CODE 12.
      *>   - Reads the whole realized P&L ledger (PNLLEDG): every
      *>     entry posted on or before the business date adds to the
      *>     position's inception-to-date realized figure, and those
      *>     posted on the business date itself to today's realized
      *>     figure. Posted means LG-BUSINESS-DATE, the night the
      *>     close was applied, not the desk's trade date - the
      *>     same day BS-GL-FEED books the cash on, so a close
      *>     approved a night after it traded is today's P&L on
      *>     both. Entries posted after the business date (a rerun
      *>     of an earlier night) are left out. A position closed
      *>     out entirely on the business date appears from the
      *>     ledger alone, flagged CLOSED; an expiry booked at zero
      *>     with no settlement mark is flagged UNSETTLED until the
      *>     desk settles it by hand. A position closed out on an
      *>     earlier day and untouched since is not listed: its
      *>     realized figure goes straight into its book and
      *>     currency totals (their position counts are of the
      *>     positions listed), so the position table holds only what
      *>     is open or was closed today and the ledger can grow
      *>     without bound. The table holds 1000 positions; more
      *>     open or traded than that stops the run.
      *>   - Inception-to-date P&L is realized to date plus
      *>     unrealized. Every figure is in the position's own
      *>     currency; book and currency totals only ever add like
      *>     currencies, and convert to the base currency (USD) at
      *>     the daily FXRATES rate for the currency and house
      *>     totals. A currency with no usable rate is flagged and
      *>     kept out of the house total rather than added at zero.
      *>
      *> Dependencies:
      *>   - No external programs called. Runs after the nightly
      *>     pricing run has written the EXTRACT.
      *>
      *> Modification History:
      *>   2026-10-15  Realized today and closed today are taken from
      *>               the night the ledger entry was posted, as in
      *>               the general ledger feed; every report line
      *>               is written through the checked write.
      *>   2026-10-15  Positions closed before the business date are
      *>               rolled into the totals instead of each taking
      *>               a position table entry.
      *>   2026-10-15  Stops when the EXTRACT is not valued on the
      *>               business date.
      *>   2026-10-10  Original version, introduced together with the
      *>               cost basis on the position master and the
      *>               realized P&L ledger.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BS-PNL-LEDGER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL POSITION-MASTER-FILE ASSIGN TO "POSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-MASTER-KEY
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "EXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "PNLLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.

           SELECT FX-RATE-FILE ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-RATE-FILE-STATUS.

           SELECT PNL-REPORT ASSIGN TO "PNLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PNL-REPORT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-MASTER-FILE.
           COPY BSPOSMST.

       FD  EXTRACT-FILE.
           COPY BSEXTRAT.

       FD  LEDGER-FILE.
           COPY BSPNLLED.

       FD  FX-RATE-FILE.
           COPY BSFXRATE.

       FD  PNL-REPORT.
       01  PNL-REPORT-LINE         PIC X(132).

       FD  BUSINESS-DATE-FILE.
           COPY BSBUSDAT.

       WORKING-STORAGE SECTION.

      * Run control
       01 END-OF-MASTER-FILE      PIC X(1) VALUE "N".
       01 END-OF-EXTRACT-FILE     PIC X(1) VALUE "N".
       01 END-OF-LEDGER-FILE      PIC X(1) VALUE "N".
       01 END-OF-FX-RATE-FILE     PIC X(1) VALUE "N".
       01 RUN-TIMESTAMP           PIC X(15) VALUE SPACES.
       01 RUN-DATE-NUMERIC        PIC 9(8).
       01 RUN-DATE-TEXT           PIC X(8).
       01 RUN-DATE-INTEGER        PIC 9(8).
       01 OPEN-POSITION-COUNT     PIC 9(6) VALUE 0.
       01 MARKED-COUNT            PIC 9(6) VALUE 0.
       01 UNMATCHED-MARK-COUNT    PIC 9(6) VALUE 0.
       01 LEDGER-READ-COUNT       PIC 9(7) VALUE 0.
       01 LEDGER-FUTURE-COUNT     PIC 9(7) VALUE 0.
       01 LEDGER-ROLLED-COUNT     PIC 9(7) VALUE 0.
       01 NO-RATE-COUNT           PIC 9(3) VALUE 0.

      * File status bytes
       01 MASTER-FILE-STATUS      PIC XX.
       01 EXTRACT-FILE-STATUS     PIC XX.
       01 LEDGER-FILE-STATUS      PIC XX.
       01 FX-RATE-FILE-STATUS     PIC XX.
       01 PNL-REPORT-STATUS       PIC XX.
       01 BUSINESS-DATE-STATUS    PIC XX.

      * One entry per position the report covers: every open one
      * on the master, plus every one the ledger closed out on
      * the business date or left unsettled. A partial table would
      * understate the realized figures without a trace, so
      * overflow stops the run.
       01 POSITION-PNL-TABLE.
           05 POSITION-PNL-ENTRY OCCURS 1000 TIMES
                   INDEXED BY POSITION-INDEX.
               10 PP-UNDERLYING        PIC X(10).
               10 PP-SEQUENCE-NUMBER   PIC 9(6).
               10 PP-BOOK-CODE         PIC X(4).
               10 PP-CURRENCY          PIC X(3).
               10 PP-POSITION-QTY      PIC S9(7)
                                           SIGN LEADING SEPARATE.
               10 PP-AVERAGE-COST      PIC 9(6)V9(6).
               10 PP-MARK-PRICE        PIC 9(6)V9(6).
               10 PP-OPEN-SWITCH       PIC X(1).
                   88 PP-OPEN              VALUE "Y".
               10 PP-MARK-SWITCH       PIC X(1).
                   88 PP-MARKED            VALUE "Y".
               10 PP-SETTLEMENT-SWITCH PIC X(1).
                   88 PP-UNSETTLED         VALUE "Y".
               10 PP-REALIZED-TODAY    PIC S9(11)V9(2)
                                           SIGN LEADING SEPARATE.
               10 PP-REALIZED-ITD      PIC S9(11)V9(2)
                                           SIGN LEADING SEPARATE.
               10 PP-UNREALIZED        PIC S9(11)V9(2)
                                           SIGN LEADING SEPARATE.
       01 POSITION-ENTRY-COUNT    PIC 9(4) VALUE 0.
       01 POSITION-TABLE-MAX      PIC 9(4) VALUE 1000.
       01 CANDIDATE-UNDERLYING    PIC X(10).
       01 CANDIDATE-SEQUENCE      PIC 9(6).
       01 POSITION-ITD            PIC S9(11)V9(2)
                                      SIGN LEADING SEPARATE.

      * One set of figures on its way into the book and currency
      * totals - a listed position's, or a ledger entry's for a
      * position closed before today.
       01 ROLL-BOOK-CODE          PIC X(4).
       01 ROLL-CURRENCY           PIC X(3).
       01 ROLL-POSITION-COUNT     PIC 9(1).
       01 ROLL-REALIZED-TODAY     PIC S9(11)V9(2)
                                      SIGN LEADING SEPARATE.
       01 ROLL-REALIZED-ITD       PIC S9(11)V9(2)
                                      SIGN LEADING SEPARATE.
       01 ROLL-UNREALIZED         PIC S9(11)V9(2)
                                      SIGN LEADING SEPARATE.

      * Book and currency roll-up, in the currency itself. The
      * currency is part of the key: a total only adds like
      * amounts.
       01 BOOK-CURRENCY-TABLE.
           05 BOOK-CURRENCY-ENTRY OCCURS 100 TIMES
                   INDEXED BY BOOK-CURRENCY-INDEX.
               10 BC-BOOK-CODE         PIC X(4).
               10 BC-CURRENCY          PIC X(3).
               10 BC-POSITION-COUNT    PIC 9(5).
               10 BC-REALIZED-TODAY    PIC S9(13)V9(2)
                                           SIGN LEADING SEPARATE.
               10 BC-REALIZED-ITD      PIC S9(13)V9(2)
                                           SIGN LEADING SEPARATE.
               10 BC-UNREALIZED        PIC S9(13)V9(2)
                                           SIGN LEADING SEPARATE.
       01 BOOK-CURRENCY-COUNT     PIC 9(3) VALUE 0.
       01 BOOK-CURRENCY-MAX       PIC 9(3) VALUE 100.

      * Currency roll-up, converted to the base currency for the
      * house total as each line prints.
       01 CURRENCY-TOTAL-TABLE.
           05 CURRENCY-TOTAL-ENTRY OCCURS 20 TIMES
                   INDEXED BY CURRENCY-TOTAL-INDEX.
               10 CT-CURRENCY          PIC X(3).
               10 CT-POSITION-COUNT    PIC 9(5).
               10 CT-REALIZED-TODAY    PIC S9(13)V9(2)
                                           SIGN LEADING SEPARATE.
               10 CT-REALIZED-ITD      PIC S9(13)V9(2)
                                           SIGN LEADING SEPARATE.
               10 CT-UNREALIZED        PIC S9(13)V9(2)
                                           SIGN LEADING SEPARATE.
       01 CURRENCY-TOTAL-COUNT    PIC 9(2) VALUE 0.
       01 CURRENCY-TOTAL-MAX      PIC 9(2) VALUE 20.

      * House totals in the base currency
       01 HOUSE-POSITION-COUNT    PIC 9(5) VALUE 0.
       01 HOUSE-REALIZED-TODAY    PIC S9(13)V9(2)
                                      SIGN LEADING SEPARATE VALUE 0.
       01 HOUSE-REALIZED-ITD      PIC S9(13)V9(2)
                                      SIGN LEADING SEPARATE VALUE 0.
       01 HOUSE-UNREALIZED        PIC S9(13)V9(2)
                                      SIGN LEADING SEPARATE VALUE 0.
       01 HOUSE-ITD               PIC S9(13)V9(2)
                                      SIGN LEADING SEPARATE.

      * Daily FX rates into the base currency, loaded the way the
      * pricing run loads them.
       01 FX-RATE-TABLE.
           05 FX-RATE-ENTRY OCCURS 20 TIMES
                   INDEXED BY FX-RATE-INDEX.
               10 FXT-CURRENCY             PIC X(3).
               10 FXT-RATE                 PIC 9(3)V9(6).
       01 FX-RATE-COUNT           PIC 9(2) VALUE 0.
       01 FX-RATE-TABLE-MAX       PIC 9(2) VALUE 20.
       01 BASE-CURRENCY           PIC X(3) VALUE "USD".
       01 EFFECTIVE-FX-RATE       PIC 9(3)V9(6).
       01 FX-RATE-FOUND-SWITCH    PIC X(1).
           88 FX-RATE-FOUND           VALUE "Y".
           88 FX-RATE-MISSING         VALUE "N".
       01 BASE-REALIZED-TODAY     PIC S9(13)V9(2)
                                      SIGN LEADING SEPARATE.
       01 BASE-REALIZED-ITD       PIC S9(13)V9(2)
                                      SIGN LEADING SEPARATE.
       01 BASE-UNREALIZED         PIC S9(13)V9(2)
                                      SIGN LEADING SEPARATE.
       01 TOTAL-ITD               PIC S9(13)V9(2)
                                      SIGN LEADING SEPARATE.

      * Report work areas
       01 POSITION-DETAIL-LINE.
           05 PD-UNDERLYING           PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 PD-SEQUENCE-NUMBER      PIC 9(6).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 PD-BOOK-CODE            PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 PD-CURRENCY             PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 PD-QTY                  PIC -(6)9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 PD-AVERAGE-COST         PIC Z(5)9.999999.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 PD-MARK-PRICE           PIC Z(5)9.999999.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 PD-REALIZED-TODAY       PIC -(9)9.99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 PD-REALIZED-ITD         PIC -(9)9.99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 PD-UNREALIZED           PIC -(9)9.99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 PD-ITD                  PIC -(9)9.99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 PD-FLAG                 PIC X(13).
       01 TOTAL-LINE.
           05 TL-LABEL                PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 TL-BOOK-CODE            PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 TL-CURRENCY             PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 TL-POSITION-COUNT       PIC Z(4)9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 TL-REALIZED-TODAY       PIC -(11)9.99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 TL-REALIZED-ITD         PIC -(11)9.99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 TL-UNREALIZED           PIC -(11)9.99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 TL-ITD                  PIC -(11)9.99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 TL-NOTE                 PIC X(15).
           05 FILLER                  PIC X(27) VALUE SPACES.
       01 REPORT-WORK-LINE        PIC X(132).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-FX-RATE-TABLE
           PERFORM LOAD-OPEN-POSITIONS
           PERFORM LOAD-TONIGHT-MARKS
           PERFORM NOTE-LISTED-CLOSES
           PERFORM LOAD-REALIZED-LEDGER
           PERFORM PRINT-POSITION-SECTION
           PERFORM PRINT-BOOK-CURRENCY-SECTION
           PERFORM PRINT-CURRENCY-SECTION
           PERFORM TERMINATE-RUN
           STOP RUN.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TIMESTAMP(1:14)
           PERFORM READ-BUSINESS-DATE
           MOVE RUN-DATE-NUMERIC TO RUN-DATE-TEXT
           OPEN OUTPUT PNL-REPORT
           IF PNL-REPORT-STATUS NOT = "00"
               DISPLAY "BS-PNL-LEDGER: CANNOT OPEN REPORT FILE, "
                   "FILE STATUS=" PNL-REPORT-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "REALIZED / UNREALIZED P&L  BUSINESS DATE "
               RUN-DATE-NUMERIC "  RUN " RUN-TIMESTAMP
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE.

      *> The run is struck against the business date on BUSDATE,
      *> not the system clock, so a night that slips past midnight
      *> - or a deliberate rerun of an earlier day - runs on the day
      *> it is processing. No readable business date, no run.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-PNL-LEDGER: CANNOT OPEN BUSINESS "
                   "DATE FILE, FILE STATUS=" BUSINESS-DATE-STATUS
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END CONTINUE
           END-READ
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-PNL-LEDGER: BUSINESS DATE FILE IS "
                   "EMPTY OR UNREADABLE, FILE STATUS="
                   BUSINESS-DATE-STATUS
               STOP RUN
           END-IF
           CLOSE BUSINESS-DATE-FILE
           IF BD-BUSINESS-DATE NOT NUMERIC
               DISPLAY "BS-PNL-LEDGER: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               STOP RUN
           END-IF
           MOVE BD-BUSINESS-DATE TO RUN-DATE-NUMERIC
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUMERIC)
           IF RUN-DATE-INTEGER = 0
               DISPLAY "BS-PNL-LEDGER: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               STOP RUN
           END-IF.

      *> A missing rate file only means non-base currencies cannot
      *> be converted: they are flagged on the currency lines and
      *> kept out of the house total, never converted at zero.
       LOAD-FX-RATE-TABLE.
           OPEN INPUT FX-RATE-FILE
           IF FX-RATE-FILE-STATUS NOT = "00"
               DISPLAY "BS-PNL-LEDGER: NO FX RATE FILE (STATUS "
                   FX-RATE-FILE-STATUS "), NON-BASE CURRENCIES "
                   "LEFT OUT OF THE HOUSE TOTAL"
           ELSE
               PERFORM READ-FX-RATE-RECORD
               PERFORM LOAD-ONE-FX-RATE
                   UNTIL END-OF-FX-RATE-FILE = "Y"
               CLOSE FX-RATE-FILE
           END-IF.

       READ-FX-RATE-RECORD.
           READ FX-RATE-FILE
               AT END MOVE "Y" TO END-OF-FX-RATE-FILE
           END-READ.

       LOAD-ONE-FX-RATE.
           IF FX-CURRENCY NOT = SPACES
               AND FX-CURRENCY NOT = BASE-CURRENCY
               AND FX-RATE NUMERIC AND FX-RATE > 0
               AND FX-RATE-COUNT < FX-RATE-TABLE-MAX
               ADD 1 TO FX-RATE-COUNT
               SET FX-RATE-INDEX TO FX-RATE-COUNT
               MOVE FX-CURRENCY TO FXT-CURRENCY (FX-RATE-INDEX)
               MOVE FX-RATE TO FXT-RATE (FX-RATE-INDEX)
           END-IF
           PERFORM READ-FX-RATE-RECORD.

      *> Every open position, with the cost basis the maintenance
      *> program keeps. An empty or missing master is a book with
      *> nothing open, which is legitimate; the ledger may still
      *> have realized P&L to show.
       LOAD-OPEN-POSITIONS.
           OPEN INPUT POSITION-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               AND MASTER-FILE-STATUS NOT = "05"
               DISPLAY "BS-PNL-LEDGER: CANNOT OPEN POSITION "
                   "MASTER, FILE STATUS=" MASTER-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM READ-MASTER-RECORD
           PERFORM LOAD-ONE-OPEN-POSITION
               UNTIL END-OF-MASTER-FILE = "Y"
           CLOSE POSITION-MASTER-FILE.

       READ-MASTER-RECORD.
           READ POSITION-MASTER-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-MASTER-FILE
           END-READ.

       LOAD-ONE-OPEN-POSITION.
           MOVE PM-UNDERLYING TO CANDIDATE-UNDERLYING
           MOVE PM-SEQUENCE-NUMBER TO CANDIDATE-SEQUENCE
           PERFORM LOCATE-POSITION-ENTRY
           IF POSITION-INDEX > POSITION-ENTRY-COUNT
               PERFORM ADD-NEW-POSITION-ENTRY
           END-IF
           MOVE PM-BOOK-CODE TO PP-BOOK-CODE (POSITION-INDEX)
           MOVE PM-CURRENCY TO PP-CURRENCY (POSITION-INDEX)
           MOVE PM-POSITION-QTY TO PP-POSITION-QTY (POSITION-INDEX)
           IF PM-AVERAGE-COST NUMERIC
               MOVE PM-AVERAGE-COST
                   TO PP-AVERAGE-COST (POSITION-INDEX)
           END-IF
           SET PP-OPEN (POSITION-INDEX) TO TRUE
           ADD 1 TO OPEN-POSITION-COUNT
           PERFORM READ-MASTER-RECORD.

      *> Leaves POSITION-INDEX on the entry for the candidate key,
      *> or past the last entry in use when there is none.
       LOCATE-POSITION-ENTRY.
           SET POSITION-INDEX TO 1
           SEARCH POSITION-PNL-ENTRY
               AT END
                   SET POSITION-INDEX TO POSITION-TABLE-MAX
                   SET POSITION-INDEX UP BY 1
               WHEN POSITION-INDEX > POSITION-ENTRY-COUNT
                   CONTINUE
               WHEN PP-UNDERLYING (POSITION-INDEX)
                       = CANDIDATE-UNDERLYING
                   AND PP-SEQUENCE-NUMBER (POSITION-INDEX)
                       = CANDIDATE-SEQUENCE
                   CONTINUE
           END-SEARCH.

       ADD-NEW-POSITION-ENTRY.
           IF POSITION-ENTRY-COUNT NOT < POSITION-TABLE-MAX
               DISPLAY "BS-PNL-LEDGER: POSITION TABLE FULL AT "
                   CANDIDATE-UNDERLYING " " CANDIDATE-SEQUENCE
               STOP RUN
           END-IF
           ADD 1 TO POSITION-ENTRY-COUNT
           SET POSITION-INDEX TO POSITION-ENTRY-COUNT
           INITIALIZE POSITION-PNL-ENTRY (POSITION-INDEX)
           MOVE CANDIDATE-UNDERLYING TO PP-UNDERLYING (POSITION-INDEX)
           MOVE CANDIDATE-SEQUENCE
               TO PP-SEQUENCE-NUMBER (POSITION-INDEX)
           MOVE "N" TO PP-OPEN-SWITCH (POSITION-INDEX)
           MOVE "N" TO PP-MARK-SWITCH (POSITION-INDEX)
           MOVE "N" TO PP-SETTLEMENT-SWITCH (POSITION-INDEX).

      *> Tonight's own-leg price per unit for each open position.
      *> The pricing run has already been through tonight's book,
      *> so a missing extract means this report is running out of
      *> order; stop rather than show every position unmarked. An
      *> extract record for a position no longer on the master
      *> (closed since the book was cut) is counted, not shown.
       LOAD-TONIGHT-MARKS.
           OPEN INPUT EXTRACT-FILE
           IF EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY "BS-PNL-LEDGER: CANNOT OPEN TONIGHT'S "
                   "EXTRACT, FILE STATUS=" EXTRACT-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM READ-EXTRACT-RECORD
           PERFORM LOAD-ONE-MARK
               UNTIL END-OF-EXTRACT-FILE = "Y"
           CLOSE EXTRACT-FILE.

       READ-EXTRACT-RECORD.
           READ EXTRACT-FILE
               AT END MOVE "Y" TO END-OF-EXTRACT-FILE
           END-READ.

      *> The extract must be tonight's: one left over from a night
      *> the pricing run did not finish would pass yesterday's book
      *> off as today's, so a record valued on any other day stops
      *> the run.
       CHECK-EXTRACT-DATE.
           IF EX-VALUATION-DATE NOT = RUN-DATE-NUMERIC
               DISPLAY "BS-PNL-LEDGER: EXTRACT IS VALUED "
                   EX-VALUATION-DATE ", BUSINESS DATE IS "
                   RUN-DATE-NUMERIC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ONE-MARK.
           PERFORM CHECK-EXTRACT-DATE
           MOVE EX-UNDERLYING TO CANDIDATE-UNDERLYING
           MOVE EX-SEQUENCE-NUMBER TO CANDIDATE-SEQUENCE
           PERFORM LOCATE-POSITION-ENTRY
           IF POSITION-INDEX > POSITION-ENTRY-COUNT
               ADD 1 TO UNMATCHED-MARK-COUNT
           ELSE
               MOVE EX-POSITION-PRICE
                   TO PP-MARK-PRICE (POSITION-INDEX)
               SET PP-MARKED (POSITION-INDEX) TO TRUE
               COMPUTE PP-UNREALIZED (POSITION-INDEX) ROUNDED =
                   PP-POSITION-QTY (POSITION-INDEX)
                   * PP-MARK-PRICE (POSITION-INDEX)
                   - PP-POSITION-QTY (POSITION-INDEX)
                   * PP-AVERAGE-COST (POSITION-INDEX)
               ADD 1 TO MARKED-COUNT
           END-IF
           PERFORM READ-EXTRACT-RECORD.

      *> A first pass over the ledger makes an entry for each
      *> position closed or cut by a close posted on the business
      *> date, or left
      *> unsettled at expiry, that is no longer on the master - the
      *> closed positions the report lists. Every other position
      *> off the master was closed on an earlier day, and the
      *> second pass rolls it into the totals without an entry.
       NOTE-LISTED-CLOSES.
           OPEN INPUT LEDGER-FILE
           IF LEDGER-FILE-STATUS = "00"
               PERFORM READ-LEDGER-RECORD
               PERFORM NOTE-ONE-LISTED-CLOSE
                   UNTIL END-OF-LEDGER-FILE = "Y"
               CLOSE LEDGER-FILE
               MOVE "N" TO END-OF-LEDGER-FILE
           END-IF.

       NOTE-ONE-LISTED-CLOSE.
           IF LG-BUSINESS-DATE = RUN-DATE-TEXT
               OR (LG-UNPRICED-EXPIRY
                   AND LG-BUSINESS-DATE < RUN-DATE-TEXT)
               MOVE LG-UNDERLYING TO CANDIDATE-UNDERLYING
               MOVE LG-SEQUENCE-NUMBER TO CANDIDATE-SEQUENCE
               PERFORM LOCATE-POSITION-ENTRY
               IF POSITION-INDEX > POSITION-ENTRY-COUNT
                   PERFORM ADD-NEW-POSITION-ENTRY
                   MOVE LG-BOOK-CODE TO PP-BOOK-CODE (POSITION-INDEX)
                   MOVE LG-CURRENCY TO PP-CURRENCY (POSITION-INDEX)
               END-IF
           END-IF
           PERFORM READ-LEDGER-RECORD.

      *> The ledger is the whole realized history; a missing one
      *> only means nothing has been realized yet.
       LOAD-REALIZED-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "BS-PNL-LEDGER: NO REALIZED P&L LEDGER "
                   "(STATUS " LEDGER-FILE-STATUS
                   "), NOTHING REALIZED TO DATE"
           ELSE
               PERFORM READ-LEDGER-RECORD
               PERFORM LOAD-ONE-LEDGER-ENTRY
                   UNTIL END-OF-LEDGER-FILE = "Y"
               CLOSE LEDGER-FILE
           END-IF.

       READ-LEDGER-RECORD.
           READ LEDGER-FILE
               AT END MOVE "Y" TO END-OF-LEDGER-FILE
           END-READ.

      *> An entry for a position with no table entry belongs to one
      *> closed out before today; nothing about it is realized
      *> today, so its figure goes straight to the totals in the
      *> ledger's own book and currency.
       LOAD-ONE-LEDGER-ENTRY.
           ADD 1 TO LEDGER-READ-COUNT
           IF LG-BUSINESS-DATE > RUN-DATE-TEXT
               ADD 1 TO LEDGER-FUTURE-COUNT
           ELSE
               MOVE LG-UNDERLYING TO CANDIDATE-UNDERLYING
               MOVE LG-SEQUENCE-NUMBER TO CANDIDATE-SEQUENCE
               PERFORM LOCATE-POSITION-ENTRY
               IF POSITION-INDEX > POSITION-ENTRY-COUNT
                   PERFORM ROLL-CLOSED-LEDGER-ENTRY
               ELSE
                   PERFORM POST-LEDGER-ENTRY-TO-POSITION
               END-IF
           END-IF
           PERFORM READ-LEDGER-RECORD.

       POST-LEDGER-ENTRY-TO-POSITION.
           ADD LG-REALIZED-PNL TO PP-REALIZED-ITD (POSITION-INDEX)
           IF LG-BUSINESS-DATE = RUN-DATE-TEXT
               ADD LG-REALIZED-PNL
                   TO PP-REALIZED-TODAY (POSITION-INDEX)
           END-IF
           IF LG-UNPRICED-EXPIRY
               SET PP-UNSETTLED (POSITION-INDEX) TO TRUE
           END-IF.

       ROLL-CLOSED-LEDGER-ENTRY.
           ADD 1 TO LEDGER-ROLLED-COUNT
           MOVE LG-BOOK-CODE TO ROLL-BOOK-CODE
           MOVE LG-CURRENCY TO ROLL-CURRENCY
           MOVE 0 TO ROLL-POSITION-COUNT
           MOVE 0 TO ROLL-REALIZED-TODAY
           MOVE LG-REALIZED-PNL TO ROLL-REALIZED-ITD
           MOVE 0 TO ROLL-UNREALIZED
           PERFORM ACCUMULATE-BOOK-CURRENCY
           PERFORM ACCUMULATE-CURRENCY-TOTAL.

       PRINT-POSITION-SECTION.
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "P&L BY POSITION, IN THE POSITION'S OWN CURRENCY"
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "UNDERLYING SEQNUM BOOK CCY     QTY"
               "      AVG COST          MARK"
               "  REALIZED TDY  REALIZED ITD"
               "    UNREALIZED       ITD P&L"
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           SET POSITION-INDEX TO 1
           PERFORM PRINT-ONE-POSITION
               UNTIL POSITION-INDEX > POSITION-ENTRY-COUNT.

       PRINT-ONE-POSITION.
           MOVE SPACES TO POSITION-DETAIL-LINE
           MOVE PP-UNDERLYING (POSITION-INDEX) TO PD-UNDERLYING
           MOVE PP-SEQUENCE-NUMBER (POSITION-INDEX)
               TO PD-SEQUENCE-NUMBER
           MOVE PP-BOOK-CODE (POSITION-INDEX) TO PD-BOOK-CODE
           MOVE PP-CURRENCY (POSITION-INDEX) TO PD-CURRENCY
           MOVE PP-POSITION-QTY (POSITION-INDEX) TO PD-QTY
           MOVE PP-AVERAGE-COST (POSITION-INDEX) TO PD-AVERAGE-COST
           MOVE PP-MARK-PRICE (POSITION-INDEX) TO PD-MARK-PRICE
           MOVE PP-REALIZED-TODAY (POSITION-INDEX)
               TO PD-REALIZED-TODAY
           MOVE PP-REALIZED-ITD (POSITION-INDEX) TO PD-REALIZED-ITD
           MOVE PP-UNREALIZED (POSITION-INDEX) TO PD-UNREALIZED
           COMPUTE POSITION-ITD = PP-REALIZED-ITD (POSITION-INDEX)
               + PP-UNREALIZED (POSITION-INDEX)
           MOVE POSITION-ITD TO PD-ITD
           EVALUATE TRUE
               WHEN PP-UNSETTLED (POSITION-INDEX)
                   MOVE "UNSETTLED" TO PD-FLAG
               WHEN NOT PP-OPEN (POSITION-INDEX)
                   MOVE "CLOSED" TO PD-FLAG
               WHEN NOT PP-MARKED (POSITION-INDEX)
                   MOVE "NO MARK" TO PD-FLAG
               WHEN OTHER
                   MOVE SPACES TO PD-FLAG
           END-EVALUATE
           MOVE POSITION-DETAIL-LINE TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE PP-BOOK-CODE (POSITION-INDEX) TO ROLL-BOOK-CODE
           MOVE PP-CURRENCY (POSITION-INDEX) TO ROLL-CURRENCY
           MOVE 1 TO ROLL-POSITION-COUNT
           MOVE PP-REALIZED-TODAY (POSITION-INDEX)
               TO ROLL-REALIZED-TODAY
           MOVE PP-REALIZED-ITD (POSITION-INDEX) TO ROLL-REALIZED-ITD
           MOVE PP-UNREALIZED (POSITION-INDEX) TO ROLL-UNREALIZED
           PERFORM ACCUMULATE-BOOK-CURRENCY
           PERFORM ACCUMULATE-CURRENCY-TOTAL
           SET POSITION-INDEX UP BY 1.

       ACCUMULATE-BOOK-CURRENCY.
           SET BOOK-CURRENCY-INDEX TO 1
           SEARCH BOOK-CURRENCY-ENTRY
               AT END
                   PERFORM ADD-NEW-BOOK-CURRENCY
               WHEN BOOK-CURRENCY-INDEX NOT > BOOK-CURRENCY-COUNT
                   AND BC-BOOK-CODE (BOOK-CURRENCY-INDEX)
                       = ROLL-BOOK-CODE
                   AND BC-CURRENCY (BOOK-CURRENCY-INDEX)
                       = ROLL-CURRENCY
                   PERFORM UPDATE-BOOK-CURRENCY
           END-SEARCH.

       ADD-NEW-BOOK-CURRENCY.
           IF BOOK-CURRENCY-COUNT NOT < BOOK-CURRENCY-MAX
               DISPLAY "BS-PNL-LEDGER: BOOK TOTAL TABLE FULL AT "
                   ROLL-BOOK-CODE " " ROLL-CURRENCY
               STOP RUN
           END-IF
           ADD 1 TO BOOK-CURRENCY-COUNT
           SET BOOK-CURRENCY-INDEX TO BOOK-CURRENCY-COUNT
           INITIALIZE BOOK-CURRENCY-ENTRY (BOOK-CURRENCY-INDEX)
           MOVE ROLL-BOOK-CODE TO BC-BOOK-CODE (BOOK-CURRENCY-INDEX)
           MOVE ROLL-CURRENCY TO BC-CURRENCY (BOOK-CURRENCY-INDEX)
           PERFORM UPDATE-BOOK-CURRENCY.

       UPDATE-BOOK-CURRENCY.
           ADD ROLL-POSITION-COUNT
               TO BC-POSITION-COUNT (BOOK-CURRENCY-INDEX)
           ADD ROLL-REALIZED-TODAY
               TO BC-REALIZED-TODAY (BOOK-CURRENCY-INDEX)
           ADD ROLL-REALIZED-ITD
               TO BC-REALIZED-ITD (BOOK-CURRENCY-INDEX)
           ADD ROLL-UNREALIZED
               TO BC-UNREALIZED (BOOK-CURRENCY-INDEX).

       ACCUMULATE-CURRENCY-TOTAL.
           SET CURRENCY-TOTAL-INDEX TO 1
           SEARCH CURRENCY-TOTAL-ENTRY
               AT END
                   PERFORM ADD-NEW-CURRENCY-TOTAL
               WHEN CURRENCY-TOTAL-INDEX NOT > CURRENCY-TOTAL-COUNT
                   AND CT-CURRENCY (CURRENCY-TOTAL-INDEX)
                       = ROLL-CURRENCY
                   PERFORM UPDATE-CURRENCY-TOTAL
           END-SEARCH.

       ADD-NEW-CURRENCY-TOTAL.
           IF CURRENCY-TOTAL-COUNT NOT < CURRENCY-TOTAL-MAX
               DISPLAY "BS-PNL-LEDGER: CURRENCY TABLE FULL AT "
                   ROLL-CURRENCY
               STOP RUN
           END-IF
           ADD 1 TO CURRENCY-TOTAL-COUNT
           SET CURRENCY-TOTAL-INDEX TO CURRENCY-TOTAL-COUNT
           INITIALIZE CURRENCY-TOTAL-ENTRY (CURRENCY-TOTAL-INDEX)
           MOVE ROLL-CURRENCY TO CT-CURRENCY (CURRENCY-TOTAL-INDEX)
           PERFORM UPDATE-CURRENCY-TOTAL.

       UPDATE-CURRENCY-TOTAL.
           ADD ROLL-POSITION-COUNT
               TO CT-POSITION-COUNT (CURRENCY-TOTAL-INDEX)
           ADD ROLL-REALIZED-TODAY
               TO CT-REALIZED-TODAY (CURRENCY-TOTAL-INDEX)
           ADD ROLL-REALIZED-ITD
               TO CT-REALIZED-ITD (CURRENCY-TOTAL-INDEX)
           ADD ROLL-UNREALIZED
               TO CT-UNREALIZED (CURRENCY-TOTAL-INDEX).

       PRINT-BOOK-CURRENCY-SECTION.
           MOVE SPACES TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "P&L BY BOOK AND CURRENCY, IN THAT CURRENCY"
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           PERFORM WRITE-TOTAL-COLUMN-HEADER
           SET BOOK-CURRENCY-INDEX TO 1
           PERFORM PRINT-ONE-BOOK-CURRENCY
               UNTIL BOOK-CURRENCY-INDEX > BOOK-CURRENCY-COUNT.

       WRITE-TOTAL-COLUMN-HEADER.
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "LEVEL      BOOK CCY  POSNS"
               "  REALIZED TODAY    REALIZED ITD"
               "      UNREALIZED         ITD P&L"
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE.

       PRINT-ONE-BOOK-CURRENCY.
           MOVE SPACES TO TOTAL-LINE
           MOVE "BOOK" TO TL-LABEL
           MOVE BC-BOOK-CODE (BOOK-CURRENCY-INDEX) TO TL-BOOK-CODE
           MOVE BC-CURRENCY (BOOK-CURRENCY-INDEX) TO TL-CURRENCY
           MOVE BC-POSITION-COUNT (BOOK-CURRENCY-INDEX)
               TO TL-POSITION-COUNT
           MOVE BC-REALIZED-TODAY (BOOK-CURRENCY-INDEX)
               TO TL-REALIZED-TODAY
           MOVE BC-REALIZED-ITD (BOOK-CURRENCY-INDEX)
               TO TL-REALIZED-ITD
           MOVE BC-UNREALIZED (BOOK-CURRENCY-INDEX) TO TL-UNREALIZED
           COMPUTE TOTAL-ITD = BC-REALIZED-ITD (BOOK-CURRENCY-INDEX)
               + BC-UNREALIZED (BOOK-CURRENCY-INDEX)
           MOVE TOTAL-ITD TO TL-ITD
           MOVE TOTAL-LINE TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           SET BOOK-CURRENCY-INDEX UP BY 1.

      *> Each currency prints twice: in the currency, then converted
      *> at tonight's rate, and only the converted line rolls into
      *> the house total.
       PRINT-CURRENCY-SECTION.
           MOVE SPACES TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "P&L BY CURRENCY, IN THAT CURRENCY AND IN "
               BASE-CURRENCY
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           PERFORM WRITE-TOTAL-COLUMN-HEADER
           SET CURRENCY-TOTAL-INDEX TO 1
           PERFORM PRINT-ONE-CURRENCY-TOTAL
               UNTIL CURRENCY-TOTAL-INDEX > CURRENCY-TOTAL-COUNT
           MOVE SPACES TO TOTAL-LINE
           MOVE "HOUSE" TO TL-LABEL
           MOVE BASE-CURRENCY TO TL-CURRENCY
           MOVE HOUSE-POSITION-COUNT TO TL-POSITION-COUNT
           MOVE HOUSE-REALIZED-TODAY TO TL-REALIZED-TODAY
           MOVE HOUSE-REALIZED-ITD TO TL-REALIZED-ITD
           MOVE HOUSE-UNREALIZED TO TL-UNREALIZED
           COMPUTE HOUSE-ITD = HOUSE-REALIZED-ITD + HOUSE-UNREALIZED
           MOVE HOUSE-ITD TO TL-ITD
           IF NO-RATE-COUNT > 0
               MOVE "EXCL NO FX RATE" TO TL-NOTE
           END-IF
           MOVE TOTAL-LINE TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE.

       PRINT-ONE-CURRENCY-TOTAL.
           MOVE SPACES TO TOTAL-LINE
           MOVE "CURRENCY" TO TL-LABEL
           MOVE CT-CURRENCY (CURRENCY-TOTAL-INDEX) TO TL-CURRENCY
           MOVE CT-POSITION-COUNT (CURRENCY-TOTAL-INDEX)
               TO TL-POSITION-COUNT
           MOVE CT-REALIZED-TODAY (CURRENCY-TOTAL-INDEX)
               TO TL-REALIZED-TODAY
           MOVE CT-REALIZED-ITD (CURRENCY-TOTAL-INDEX)
               TO TL-REALIZED-ITD
           MOVE CT-UNREALIZED (CURRENCY-TOTAL-INDEX) TO TL-UNREALIZED
           COMPUTE TOTAL-ITD = CT-REALIZED-ITD (CURRENCY-TOTAL-INDEX)
               + CT-UNREALIZED (CURRENCY-TOTAL-INDEX)
           MOVE TOTAL-ITD TO TL-ITD
           MOVE TOTAL-LINE TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           PERFORM FIND-CURRENCY-FX-RATE
           MOVE SPACES TO TOTAL-LINE
           MOVE "  IN BASE" TO TL-LABEL
           MOVE BASE-CURRENCY TO TL-CURRENCY
           IF FX-RATE-FOUND
               COMPUTE BASE-REALIZED-TODAY ROUNDED =
                   CT-REALIZED-TODAY (CURRENCY-TOTAL-INDEX)
                   * EFFECTIVE-FX-RATE
               COMPUTE BASE-REALIZED-ITD ROUNDED =
                   CT-REALIZED-ITD (CURRENCY-TOTAL-INDEX)
                   * EFFECTIVE-FX-RATE
               COMPUTE BASE-UNREALIZED ROUNDED =
                   CT-UNREALIZED (CURRENCY-TOTAL-INDEX)
                   * EFFECTIVE-FX-RATE
               COMPUTE TOTAL-ITD = BASE-REALIZED-ITD + BASE-UNREALIZED
               MOVE BASE-REALIZED-TODAY TO TL-REALIZED-TODAY
               MOVE BASE-REALIZED-ITD TO TL-REALIZED-ITD
               MOVE BASE-UNREALIZED TO TL-UNREALIZED
               MOVE TOTAL-ITD TO TL-ITD
               ADD CT-POSITION-COUNT (CURRENCY-TOTAL-INDEX)
                   TO HOUSE-POSITION-COUNT
               ADD BASE-REALIZED-TODAY TO HOUSE-REALIZED-TODAY
               ADD BASE-REALIZED-ITD TO HOUSE-REALIZED-ITD
               ADD BASE-UNREALIZED TO HOUSE-UNREALIZED
           ELSE
               MOVE "NO FX RATE" TO TL-NOTE
               ADD 1 TO NO-RATE-COUNT
           END-IF
           MOVE TOTAL-LINE TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           SET CURRENCY-TOTAL-INDEX UP BY 1.

       FIND-CURRENCY-FX-RATE.
           IF CT-CURRENCY (CURRENCY-TOTAL-INDEX) = BASE-CURRENCY
               MOVE 1 TO EFFECTIVE-FX-RATE
               SET FX-RATE-FOUND TO TRUE
           ELSE
               SET FX-RATE-MISSING TO TRUE
               SET FX-RATE-INDEX TO 1
               SEARCH FX-RATE-ENTRY
                   AT END
                       CONTINUE
                   WHEN FXT-CURRENCY (FX-RATE-INDEX)
                           = CT-CURRENCY (CURRENCY-TOTAL-INDEX)
                       MOVE FXT-RATE (FX-RATE-INDEX)
                           TO EFFECTIVE-FX-RATE
                       SET FX-RATE-FOUND TO TRUE
               END-SEARCH
           END-IF.

       WRITE-REPORT-WORK-LINE.
           WRITE PNL-REPORT-LINE FROM REPORT-WORK-LINE
           IF PNL-REPORT-STATUS NOT = "00"
               DISPLAY "BS-PNL-LEDGER: REPORT WRITE ERROR, "
                   "FILE STATUS=" PNL-REPORT-STATUS
               STOP RUN
           END-IF.

       TERMINATE-RUN.
           MOVE SPACES TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "OPEN POSITIONS " OPEN-POSITION-COUNT
               "  MARKED " MARKED-COUNT
               "  LEDGER ENTRIES " LEDGER-READ-COUNT
               "  POSTED AFTER BUSINESS DATE " LEDGER-FUTURE-COUNT
               "  MARKS WITH NO OPEN POSITION " UNMATCHED-MARK-COUNT
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "LEDGER ENTRIES FOR POSITIONS CLOSED BEFORE TODAY, "
               "IN THE TOTALS ONLY " LEDGER-ROLLED-COUNT
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           DISPLAY "BS-PNL-LEDGER: " OPEN-POSITION-COUNT
               " OPEN POSITIONS, " MARKED-COUNT " MARKED, "
               LEDGER-READ-COUNT " LEDGER ENTRIES READ"
           CLOSE PNL-REPORT.
