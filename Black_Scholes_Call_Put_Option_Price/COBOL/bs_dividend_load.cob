      *>   - No external programs called.
      *>
      *> Modification History:
      *>   2026-10-05  Run date now taken from the shared business-date
      *>               control record (BUSDATE) instead of the system
      *>               clock, so a late run or a deliberate rerun of an
      *>               earlier night retires dividends against the day
      *>               it is processing.
      *>   2026-09-02  Original version, written alongside the move
      *>               to discrete cash dividends in the nightly
      *>               run's pricing.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGED-SCHEDULE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CURRENT-SCHEDULE-FILE.
           COPY BSDIVSCH REPLACING LEADING ==DV-== BY ==MV-==
               ==DIVIDEND-RECORD== BY ==MERGED-DIVIDEND-RECORD==.

       FD  BUSINESS-DATE-FILE.
           COPY BSBUSDAT.

       WORKING-STORAGE SECTION.

      * Run control
       01 CURRENT-SCHEDULE-STATUS PIC XX.
       01 NEW-DIVIDENDS-STATUS    PIC XX.
       01 MERGED-SCHEDULE-STATUS  PIC XX.
       01 BUSINESS-DATE-STATUS    PIC XX.

      * The merged schedule, kept sorted by underlying then ex-date
      * as each record is inserted, so the output file needs no sort
           STOP RUN.

       INITIALIZE-RUN.
           PERFORM READ-BUSINESS-DATE.

      *> The run is struck against the business date on BUSDATE,
      *> not the system clock, so a night that slips past midnight
      *> - or a deliberate rerun of an earlier day - runs on the day
      *> it is processing. No readable business date, no run.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-DIVIDEND-LOAD: CANNOT OPEN BUSINESS "
                   "DATE FILE, FILE STATUS=" BUSINESS-DATE-STATUS
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END CONTINUE
           END-READ
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-DIVIDEND-LOAD: BUSINESS DATE FILE IS "
                   "EMPTY OR UNREADABLE, FILE STATUS="
                   BUSINESS-DATE-STATUS
               STOP RUN
           END-IF
           CLOSE BUSINESS-DATE-FILE
           IF BD-BUSINESS-DATE NOT NUMERIC
               DISPLAY "BS-DIVIDEND-LOAD: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               STOP RUN
           END-IF
           MOVE BD-BUSINESS-DATE TO RUN-DATE-NUMERIC
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUMERIC)
           IF RUN-DATE-INTEGER = 0
               DISPLAY "BS-DIVIDEND-LOAD: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               STOP RUN
           END-IF.

      *> The current schedule passes through the same validation as
      *> the new dividends, so a bad record that somehow reached the
