      *>     actually priced so the answer is self-describing.
      *>   - Every request gets exactly one answer record, priced or
      *>     not, with a disposition code saying why not (see
      *>     BSWHATAN). A stock or futures hedge has no option to
      *>     price and is answered BADR. The run never opens the
      *>     checkpoint, the run-control file or the extract:
      *>     intraday curiosity must not contaminate the nightly
      *>     audit trail.
      *>
      *> Dependencies:
      *>   - Calls BS-PRICER for European pricing
      *>     pricing
      *>
      *> Modification History:
      *>   2026-10-15  A stock or futures hedge is answered BADR
      *>               rather than priced as an option.
      *>   2026-10-05  Run date now taken from the shared business-date
      *>               control record (BUSDATE) instead of the system
      *>               clock, so a late run or a deliberate rerun of an
      *>               earlier night prices the desk's questions on the
      *>               day it is processing.
      *>   2026-09-02  Barrier styles price through the BS-BARRIER
      *>               lattice; an overridden spot that sits past
      *>               the knock level honestly answers with the
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIVIDEND-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-MASTER-FILE.
       FD  DIVIDEND-FILE.
           COPY BSDIVSCH.

       FD  BUSINESS-DATE-FILE.
           COPY BSBUSDAT.

       WORKING-STORAGE SECTION.

      * Working copies of the figures actually priced, matching the
       01 ANSWER-FILE-STATUS      PIC XX.
       01 CALENDAR-FILE-STATUS    PIC XX.
       01 DIVIDEND-FILE-STATUS    PIC XX.
       01 BUSINESS-DATE-STATUS    PIC XX.

      * Business-day calendar and derived time to maturity,
      * mirroring the nightly driver's arithmetic exactly: holidays
           STOP RUN.

       INITIALIZE-RUN.
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-HOLIDAY-CALENDAR
           PERFORM LOAD-DIVIDEND-TABLE
           OPEN INPUT POSITION-MASTER-FILE
               STOP RUN
           END-IF.

      *> The run is struck against the business date on BUSDATE,
      *> not the system clock, so a night that slips past midnight
      *> - or a deliberate rerun of an earlier day - runs on the day
      *> it is processing. No readable business date, no run.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-WHATIF: CANNOT OPEN BUSINESS "
                   "DATE FILE, FILE STATUS=" BUSINESS-DATE-STATUS
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END CONTINUE
           END-READ
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-WHATIF: BUSINESS DATE FILE IS "
                   "EMPTY OR UNREADABLE, FILE STATUS="
                   BUSINESS-DATE-STATUS
               STOP RUN
           END-IF
           CLOSE BUSINESS-DATE-FILE
           IF BD-BUSINESS-DATE NOT NUMERIC
               DISPLAY "BS-WHATIF: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               STOP RUN
           END-IF
           MOVE BD-BUSINESS-DATE TO RUN-DATE-NUMERIC
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUMERIC)
           IF RUN-DATE-INTEGER = 0
               DISPLAY "BS-WHATIF: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               STOP RUN
           END-IF.

      *> The calendar is as mandatory here as in the nightly run:
      *> an answer priced off a weekends-only maturity would not be
      *> the mark the requester thinks they are testing against.
      *> The master is maintained through validated transactions,
      *> but a record that somehow carries an unpriceable figure is
      *> answered BADR rather than handed to FUNCTION LOG to abend
      *> the whole request file over. So is a stock or futures
      *> hedge: it has no strike or expiry to price.
       RESOLVE-PRICING-FIGURES.
           IF WQ-S-OVERRIDE-X = SPACES
               MOVE PM-S TO REQUESTED-S
               OR PM-K NOT > 0
               MOVE "BADR" TO REQUEST-DISPOSITION
           END-IF
           IF PM-LINEAR-STYLE
               MOVE "BADR" TO REQUEST-DISPOSITION
           END-IF
           IF (PM-OPTION-STYLE = "A" OR PM-BARRIER-STYLE)
               AND PM-NUM-STEPS > BINOMIAL-MAX-STEPS
               MOVE "BADR" TO REQUEST-DISPOSITION
