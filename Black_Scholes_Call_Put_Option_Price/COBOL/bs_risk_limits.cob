      *>     EX-FX-RATE - into one aggregate per underlying and one
      *>     per currency, so the check measures exactly the book
      *>     the extract describes.
      *>   - Delta hedges in the underlying (style 'S' or 'F') roll
      *>     into net delta like any position - the limit measures
      *>     the hedged book - but not into notional: the notional
      *>     ceiling is set on option premium at risk, and a share
      *>     or future's full market value would swamp it and net
      *>     a short hedge against long premium.
      *>   - Every limit is compared against its aggregate; each
      *>     measure whose absolute exposure exceeds a nonzero
      *>     ceiling earns one breach line, insertion-sorted by the
      *>     carried on the extract record by BLACK-SCHOLES.
      *>
      *> Modification History:
      *>   2026-10-11  Linear hedge positions count toward net delta
      *>               and are left out of the notional measure.
      *>   2026-10-05  Run date now taken from the shared business-date
      *>               control record (BUSDATE) instead of the system
      *>               clock, so a late run or a deliberate rerun of an
      *>               earlier night reports under the day it is
      *>               processing in the report header.
      *>   2026-09-02  Trading books: a limit record may carry a
      *>               book code to cap one desk's book; a blank
      *>               book means the house aggregate across every
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREACH-REPORT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIMITS-FILE.
       FD  BREACH-REPORT.
       01  BREACH-REPORT-LINE      PIC X(132).

       FD  BUSINESS-DATE-FILE.
           COPY BSBUSDAT.

       WORKING-STORAGE SECTION.

      * Run control
       01 END-OF-LIMITS-FILE      PIC X(1) VALUE "N".
       01 END-OF-EXTRACT-FILE     PIC X(1) VALUE "N".
       01 RUN-TIMESTAMP           PIC X(15) VALUE SPACES.
       01 RUN-DATE-NUMERIC        PIC 9(8).
       01 RUN-DATE-INTEGER        PIC 9(8).
       01 EXTRACT-RECORD-COUNT    PIC 9(7) VALUE 0.

      * File status bytes
       01 LIMITS-FILE-STATUS      PIC XX.
       01 EXTRACT-FILE-STATUS     PIC XX.
       01 BREACH-REPORT-STATUS    PIC XX.
       01 BUSINESS-DATE-STATUS    PIC XX.

      * The keyed limits, loaded whole before the extract is read.
       01 LIMIT-TABLE.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TIMESTAMP(1:14)
           PERFORM READ-BUSINESS-DATE
           OPEN OUTPUT BREACH-REPORT
           IF BREACH-REPORT-STATUS NOT = "00"
               DISPLAY "BS-RISK-LIMITS: CANNOT OPEN BREACH REPORT, "
               STOP RUN
           END-IF.

      *> The run is struck against the business date on BUSDATE,
      *> not the system clock, so a night that slips past midnight
      *> - or a deliberate rerun of an earlier day - runs on the day
      *> it is processing. No readable business date, no run.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-RISK-LIMITS: CANNOT OPEN BUSINESS "
                   "DATE FILE, FILE STATUS=" BUSINESS-DATE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END CONTINUE
           END-READ
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-RISK-LIMITS: BUSINESS DATE FILE IS "
                   "EMPTY OR UNREADABLE, FILE STATUS="
                   BUSINESS-DATE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE BUSINESS-DATE-FILE
           IF BD-BUSINESS-DATE NOT NUMERIC
               DISPLAY "BS-RISK-LIMITS: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BD-BUSINESS-DATE TO RUN-DATE-NUMERIC
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUMERIC)
           IF RUN-DATE-INTEGER = 0
               DISPLAY "BS-RISK-LIMITS: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> No limits file means no basis to declare the book clean, so
      *> it fails loud with the breach return code rather than
      *> quietly blessing whatever the night produced - the same
               * EX-FX-RATE
           COMPUTE ROLL-VEGA-AMOUNT = EX-POSITION-QTY * EX-VEGA
               * EX-FX-RATE
           IF EX-LINEAR-STYLE
               MOVE 0 TO ROLL-NOTIONAL-AMOUNT
           ELSE
               COMPUTE ROLL-NOTIONAL-AMOUNT = EX-POSITION-QTY
                   * EX-POSITION-PRICE * EX-FX-RATE
           END-IF
           IF EX-BOOK-CODE = SPACES
               MOVE HOUSE-BOOK-CODE TO RECORD-BOOK-CODE
           ELSE
      *> arrived.
       WRITE-BREACH-REPORT.
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "RISK LIMIT BREACH REPORT  BUSINESS DATE "
               RUN-DATE-NUMERIC "  RUN " RUN-TIMESTAMP
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           IF BREACH-ENTRY-COUNT = 0
