      *> ---------------------------------------------------------------
      *> Program: BS-HEDGE-REPORT
      *> Purpose: Nightly delta hedge report. Sets the delta the
      *>          option positions carry against the delta of the
      *>          stock and futures hedges held against them, per
      *>          underlying and trading book, and prints the
      *>          residual and the quantity of the underlying the
      *>          desk would trade to flatten it - so the hedge
      *>          ticket is read off the book of record instead of
      *>          a spreadsheet built from the summary report.
      *>
      *> Description:
      *>   - Reads tonight's EXTRACT. Every record rolls into one
      *>     entry per underlying and book (a blank book reports
      *>     under the "----" house book): an option position's
      *>     signed quantity times its own-leg delta adds to the
      *>     option delta, a hedge position's (style 'S' stock or
      *>     'F' future, delta one) to the hedge delta.
      *>     Every record must be valued on the business date; a
      *>     stale extract stops the run with RETURN-CODE 12.
      *>   - Deltas are in units of the underlying, so no currency
      *>     conversion is involved: a share and a future each
      *>     carry one unit, and the flattening quantity is the
      *>     residual (option delta plus hedge delta) with its sign
      *>     reversed, rounded to whole shares or futures. A
      *>     positive quantity is a buy, a negative one a sale.
      *>   - Each line is flagged: NO HEDGE when options carry delta
      *>     and nothing is held against them, HEDGE ONLY when a
      *>     hedge is held with no options left to cover, FLAT when
      *>     the residual rounds to nothing.
      *>   - A book with more underlying/book pairs than the table
      *>     holds cannot be reported without dropping a residual,
      *>     so overflow stops the run.
      *>
      *> Dependencies:
      *>   - No external programs called. Runs after the nightly
      *>     pricing run has written the EXTRACT.
      *>
      *> Modification History:
      *>   2026-10-15  Stops when the EXTRACT is not valued on the
      *>               business date; the entry lookup no longer
      *>               matches the table's unused entries; blank
      *>               report lines go through the checked write.
      *>   2026-10-11  Original version, introduced together with
      *>               the stock and futures hedge position styles.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BS-HEDGE-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO "EXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT HEDGE-REPORT ASSIGN TO "HEDGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HEDGE-REPORT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
           COPY BSEXTRAT.

       FD  HEDGE-REPORT.
       01  HEDGE-REPORT-LINE       PIC X(132).

       FD  BUSINESS-DATE-FILE.
           COPY BSBUSDAT.

       WORKING-STORAGE SECTION.

      * Run control
       01 END-OF-EXTRACT-FILE     PIC X(1) VALUE "N".
       01 RUN-TIMESTAMP           PIC X(15) VALUE SPACES.
       01 RUN-DATE-NUMERIC        PIC 9(8).
       01 RUN-DATE-INTEGER        PIC 9(8).
       01 EXTRACT-READ-COUNT      PIC 9(6) VALUE 0.
       01 OPTION-RECORD-COUNT     PIC 9(6) VALUE 0.
       01 HEDGE-RECORD-COUNT      PIC 9(6) VALUE 0.
       01 UNHEDGED-LINE-COUNT     PIC 9(4) VALUE 0.
       01 HOUSE-BOOK-CODE         PIC X(4) VALUE "----".
       01 RECORD-BOOK-CODE        PIC X(4).
       01 RECORD-DELTA            PIC S9(9)V9(4)
                                      SIGN LEADING SEPARATE.

      * File status bytes
       01 EXTRACT-FILE-STATUS     PIC XX.
       01 HEDGE-REPORT-STATUS     PIC XX.
       01 BUSINESS-DATE-STATUS    PIC XX.

      * One entry per underlying and book, in the order the extract
      * first presents them (underlying order, as the master is
      * cut).
       01 HEDGE-TABLE.
           05 HEDGE-ENTRY OCCURS 500 TIMES INDEXED BY HEDGE-INDEX.
               10 HG-UNDERLYING        PIC X(10).
               10 HG-BOOK-CODE         PIC X(4).
               10 HG-OPTION-COUNT      PIC 9(5).
               10 HG-HEDGE-COUNT       PIC 9(5).
               10 HG-OPTION-DELTA      PIC S9(9)V9(4)
                                           SIGN LEADING SEPARATE.
               10 HG-STOCK-QTY         PIC S9(9)
                                           SIGN LEADING SEPARATE.
               10 HG-FUTURE-QTY        PIC S9(9)
                                           SIGN LEADING SEPARATE.
               10 HG-HEDGE-DELTA       PIC S9(9)V9(4)
                                           SIGN LEADING SEPARATE.
       01 HEDGE-ENTRY-COUNT       PIC 9(3) VALUE 0.
       01 HEDGE-TABLE-MAX         PIC 9(3) VALUE 500.

      * Residual work fields for the line in hand
       01 RESIDUAL-DELTA          PIC S9(9)V9(4)
                                      SIGN LEADING SEPARATE.
       01 FLATTEN-QTY             PIC S9(9)
                                      SIGN LEADING SEPARATE.

      * Report work areas
       01 HEADING-LINE.
           05 FILLER                  PIC X(10) VALUE "UNDERLYING".
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 FILLER                  PIC X(4) VALUE "BOOK".
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 FILLER                  PIC X(5) VALUE " OPTS".
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 FILLER                  PIC X(15)
                                          VALUE "   OPTION DELTA".
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE " STOCK QTY".
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "FUTURE QTY".
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 FILLER                  PIC X(15)
                                          VALUE "    HEDGE DELTA".
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 FILLER                  PIC X(15)
                                          VALUE " RESIDUAL DELTA".
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 FILLER                  PIC X(11) VALUE "FLATTEN QTY".
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "NOTE".
           05 FILLER                  PIC X(18) VALUE SPACES.
       01 DETAIL-LINE.
           05 DT-UNDERLYING           PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-BOOK-CODE            PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-OPTION-COUNT         PIC Z(4)9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-OPTION-DELTA         PIC -(9)9.9999.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-STOCK-QTY            PIC -(9)9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-FUTURE-QTY           PIC -(9)9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-HEDGE-DELTA          PIC -(9)9.9999.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-RESIDUAL-DELTA       PIC -(9)9.9999.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-FLATTEN-QTY          PIC -(10)9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-NOTE                 PIC X(10).
           05 FILLER                  PIC X(18) VALUE SPACES.
       01 REPORT-WORK-LINE        PIC X(132).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-EXTRACT-DELTAS
           PERFORM PRINT-HEDGE-SECTION
           PERFORM TERMINATE-RUN
           STOP RUN.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TIMESTAMP(1:14)
           PERFORM READ-BUSINESS-DATE
           OPEN OUTPUT HEDGE-REPORT
           IF HEDGE-REPORT-STATUS NOT = "00"
               DISPLAY "BS-HEDGE-REPORT: CANNOT OPEN REPORT FILE, "
                   "FILE STATUS=" HEDGE-REPORT-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "DELTA HEDGE REPORT  BUSINESS DATE "
               RUN-DATE-NUMERIC "  RUN " RUN-TIMESTAMP
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE.

      *> The run is struck against the business date on BUSDATE,
      *> not the system clock, so a night that slips past midnight
      *> - or a deliberate rerun of an earlier day - reports under
      *> the day it is processing. No readable business date, no
      *> run.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-HEDGE-REPORT: CANNOT OPEN BUSINESS "
                   "DATE FILE, FILE STATUS=" BUSINESS-DATE-STATUS
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END CONTINUE
           END-READ
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-HEDGE-REPORT: BUSINESS DATE FILE IS "
                   "EMPTY OR UNREADABLE, FILE STATUS="
                   BUSINESS-DATE-STATUS
               STOP RUN
           END-IF
           CLOSE BUSINESS-DATE-FILE
           IF BD-BUSINESS-DATE NOT NUMERIC
               DISPLAY "BS-HEDGE-REPORT: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               STOP RUN
           END-IF
           MOVE BD-BUSINESS-DATE TO RUN-DATE-NUMERIC
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUMERIC)
           IF RUN-DATE-INTEGER = 0
               DISPLAY "BS-HEDGE-REPORT: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               STOP RUN
           END-IF.

      *> A missing extract means the report is running out of order;
      *> printing every underlying as flat would be worse than no
      *> report at all.
       LOAD-EXTRACT-DELTAS.
           OPEN INPUT EXTRACT-FILE
           IF EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY "BS-HEDGE-REPORT: CANNOT OPEN TONIGHT'S "
                   "EXTRACT, FILE STATUS=" EXTRACT-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM READ-EXTRACT-RECORD
           PERFORM ROLL-ONE-EXTRACT-RECORD
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
               DISPLAY "BS-HEDGE-REPORT: EXTRACT IS VALUED "
                   EX-VALUATION-DATE ", BUSINESS DATE IS "
                   RUN-DATE-NUMERIC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       ROLL-ONE-EXTRACT-RECORD.
           PERFORM CHECK-EXTRACT-DATE
           ADD 1 TO EXTRACT-READ-COUNT
           IF EX-BOOK-CODE = SPACES
               MOVE HOUSE-BOOK-CODE TO RECORD-BOOK-CODE
           ELSE
               MOVE EX-BOOK-CODE TO RECORD-BOOK-CODE
           END-IF
           PERFORM LOCATE-HEDGE-ENTRY
           COMPUTE RECORD-DELTA ROUNDED = EX-POSITION-QTY * EX-DELTA
           IF EX-LINEAR-STYLE
               ADD 1 TO HEDGE-RECORD-COUNT
               ADD 1 TO HG-HEDGE-COUNT (HEDGE-INDEX)
               ADD RECORD-DELTA TO HG-HEDGE-DELTA (HEDGE-INDEX)
               IF EX-OPTION-STYLE = "F"
                   ADD EX-POSITION-QTY TO HG-FUTURE-QTY (HEDGE-INDEX)
               ELSE
                   ADD EX-POSITION-QTY TO HG-STOCK-QTY (HEDGE-INDEX)
               END-IF
           ELSE
               ADD 1 TO OPTION-RECORD-COUNT
               ADD 1 TO HG-OPTION-COUNT (HEDGE-INDEX)
               ADD RECORD-DELTA TO HG-OPTION-DELTA (HEDGE-INDEX)
           END-IF
           PERFORM READ-EXTRACT-RECORD.

      *> Finds (or creates) the entry for this record's underlying
      *> and book, leaving HEDGE-INDEX on it.
       LOCATE-HEDGE-ENTRY.
           SET HEDGE-INDEX TO 1
           SEARCH HEDGE-ENTRY
               AT END
                   PERFORM ADD-NEW-HEDGE-ENTRY
               WHEN HEDGE-INDEX NOT > HEDGE-ENTRY-COUNT
                   AND HG-UNDERLYING (HEDGE-INDEX) = EX-UNDERLYING
                   AND HG-BOOK-CODE (HEDGE-INDEX) = RECORD-BOOK-CODE
                   CONTINUE
           END-SEARCH.

       ADD-NEW-HEDGE-ENTRY.
           IF HEDGE-ENTRY-COUNT NOT < HEDGE-TABLE-MAX
               DISPLAY "BS-HEDGE-REPORT: HEDGE TABLE FULL AT "
                   EX-UNDERLYING " " RECORD-BOOK-CODE
               STOP RUN
           END-IF
           ADD 1 TO HEDGE-ENTRY-COUNT
           SET HEDGE-INDEX TO HEDGE-ENTRY-COUNT
           MOVE EX-UNDERLYING TO HG-UNDERLYING (HEDGE-INDEX)
           MOVE RECORD-BOOK-CODE TO HG-BOOK-CODE (HEDGE-INDEX)
           MOVE 0 TO HG-OPTION-COUNT (HEDGE-INDEX)
           MOVE 0 TO HG-HEDGE-COUNT (HEDGE-INDEX)
           MOVE 0 TO HG-OPTION-DELTA (HEDGE-INDEX)
           MOVE 0 TO HG-STOCK-QTY (HEDGE-INDEX)
           MOVE 0 TO HG-FUTURE-QTY (HEDGE-INDEX)
           MOVE 0 TO HG-HEDGE-DELTA (HEDGE-INDEX).

       PRINT-HEDGE-SECTION.
           MOVE SPACES TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE HEADING-LINE TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           SET HEDGE-INDEX TO 1
           PERFORM PRINT-ONE-HEDGE-LINE
               UNTIL HEDGE-INDEX > HEDGE-ENTRY-COUNT.

      *> The flattening quantity is the residual with its sign
      *> reversed, rounded to whole units of the underlying.
       PRINT-ONE-HEDGE-LINE.
           COMPUTE RESIDUAL-DELTA = HG-OPTION-DELTA (HEDGE-INDEX)
               + HG-HEDGE-DELTA (HEDGE-INDEX)
           COMPUTE FLATTEN-QTY ROUNDED = RESIDUAL-DELTA * -1
           MOVE SPACES TO DETAIL-LINE
           MOVE HG-UNDERLYING (HEDGE-INDEX) TO DT-UNDERLYING
           MOVE HG-BOOK-CODE (HEDGE-INDEX) TO DT-BOOK-CODE
           MOVE HG-OPTION-COUNT (HEDGE-INDEX) TO DT-OPTION-COUNT
           MOVE HG-OPTION-DELTA (HEDGE-INDEX) TO DT-OPTION-DELTA
           MOVE HG-STOCK-QTY (HEDGE-INDEX) TO DT-STOCK-QTY
           MOVE HG-FUTURE-QTY (HEDGE-INDEX) TO DT-FUTURE-QTY
           MOVE HG-HEDGE-DELTA (HEDGE-INDEX) TO DT-HEDGE-DELTA
           MOVE RESIDUAL-DELTA TO DT-RESIDUAL-DELTA
           MOVE FLATTEN-QTY TO DT-FLATTEN-QTY
           EVALUATE TRUE
               WHEN FLATTEN-QTY = 0
                   MOVE "FLAT" TO DT-NOTE
               WHEN HG-HEDGE-COUNT (HEDGE-INDEX) = 0
                   MOVE "NO HEDGE" TO DT-NOTE
                   ADD 1 TO UNHEDGED-LINE-COUNT
               WHEN HG-OPTION-COUNT (HEDGE-INDEX) = 0
                   MOVE "HEDGE ONLY" TO DT-NOTE
               WHEN OTHER
                   MOVE SPACES TO DT-NOTE
           END-EVALUATE
           MOVE DETAIL-LINE TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           SET HEDGE-INDEX UP BY 1.

       WRITE-REPORT-WORK-LINE.
           WRITE HEDGE-REPORT-LINE FROM REPORT-WORK-LINE
           IF HEDGE-REPORT-STATUS NOT = "00"
               DISPLAY "BS-HEDGE-REPORT: REPORT WRITE ERROR, "
                   "FILE STATUS=" HEDGE-REPORT-STATUS
               STOP RUN
           END-IF.

       TERMINATE-RUN.
           MOVE SPACES TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "EXTRACT RECORDS " EXTRACT-READ-COUNT
               "  OPTIONS " OPTION-RECORD-COUNT
               "  HEDGES " HEDGE-RECORD-COUNT
               "  UNDERLYING/BOOK LINES " HEDGE-ENTRY-COUNT
               "  WITH NO HEDGE " UNHEDGED-LINE-COUNT
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           DISPLAY "BS-HEDGE-REPORT: " EXTRACT-READ-COUNT
               " EXTRACT RECORDS, " HEDGE-ENTRY-COUNT
               " UNDERLYING/BOOK LINES"
           CLOSE HEDGE-REPORT.
