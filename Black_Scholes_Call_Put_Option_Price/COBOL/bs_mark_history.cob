      *>     ends up too big to reorganize.
      *>   - A missing store is created empty on first open, so the
      *>     first night needs no seeding step.
      *>   - Each record is stored on its own night's basis (basis
      *>     date = valuation date); BS-CORP-ACTION restates the
      *>     earlier marks of a split, special dividend or renamed
      *>     name onto the new basis and moves the basis date on.
      *>
      *> Dependencies:
      *>   - No external programs called.
      *>
      *> Modification History:
      *>   2026-10-12  Stores the mark's basis date (MH-BASIS-DATE)
      *>               for corporate-action restatement.
      *>   2026-10-05  Run date now taken from the shared business-date
      *>               control record (BUSDATE) instead of the system
      *>               clock, so a late run or a deliberate rerun of an
      *>               earlier night measures the retention horizon
      *>               from the day it is processing.
      *>   2026-09-02  Original version, introduced together with
      *>               BS-MARK-TREND and the attribution's
      *>               reach-back to the store.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MARK-HISTORY-FILE.
       FD  EXTRACT-FILE.
           COPY BSEXTRAT.

       FD  BUSINESS-DATE-FILE.
           COPY BSBUSDAT.

       WORKING-STORAGE SECTION.

      * Run control
      * File status bytes
       01 HISTORY-FILE-STATUS     PIC XX.
       01 EXTRACT-FILE-STATUS     PIC XX.
       01 BUSINESS-DATE-STATUS    PIC XX.

      * Retention horizon: marks older than this many calendar days
      * behind the run date are retired on every run. A quarter is
           STOP RUN.

       INITIALIZE-RUN.
           PERFORM READ-BUSINESS-DATE
           COMPUTE CUTOFF-DAY-INTEGER = RUN-DATE-INTEGER
               - RETENTION-CALENDAR-DAYS
           COMPUTE CUTOFF-DATE-NUMERIC =
               STOP RUN
           END-IF.

      *> The run is struck against the business date on BUSDATE,
      *> not the system clock, so a night that slips past midnight
      *> - or a deliberate rerun of an earlier day - runs on the day
      *> it is processing. No readable business date, no run.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-MARK-HISTORY: CANNOT OPEN BUSINESS "
                   "DATE FILE, FILE STATUS=" BUSINESS-DATE-STATUS
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END CONTINUE
           END-READ
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-MARK-HISTORY: BUSINESS DATE FILE IS "
                   "EMPTY OR UNREADABLE, FILE STATUS="
                   BUSINESS-DATE-STATUS
               STOP RUN
           END-IF
           CLOSE BUSINESS-DATE-FILE
           IF BD-BUSINESS-DATE NOT NUMERIC
               DISPLAY "BS-MARK-HISTORY: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               STOP RUN
           END-IF
           MOVE BD-BUSINESS-DATE TO RUN-DATE-NUMERIC
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUMERIC)
           IF RUN-DATE-INTEGER = 0
               DISPLAY "BS-MARK-HISTORY: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               STOP RUN
           END-IF.

       READ-EXTRACT-RECORD.
           READ EXTRACT-FILE
               AT END MOVE "Y" TO END-OF-EXTRACT-FILE
           MOVE EX-RHO TO MH-RHO
           MOVE EX-CURRENCY TO MH-CURRENCY
           MOVE EX-FX-RATE TO MH-FX-RATE
           MOVE EX-BOOK-CODE TO MH-BOOK-CODE
           MOVE EX-VALUATION-DATE TO MH-BASIS-DATE.

      *> One keyed-order pass over the whole store, deleting every
      *> record whose valuation date has fallen behind the cutoff.
