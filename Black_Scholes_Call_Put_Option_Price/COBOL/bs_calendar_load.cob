      *>   - No external programs called.
      *>
      *> Modification History:
      *>   2026-10-05  Run date now taken from the shared business-date
      *>               control record (BUSDATE) instead of the system
      *>               clock, so a late run or a deliberate rerun of an
      *>               earlier night retires holidays against the day
      *>               it is processing.
      *>   2026-08-22  Retire path: dates before the run date are
      *>               dropped from the carried-forward calendar
      *>               (and rejected from NEWDATES, where a past
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGED-CALENDAR-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CURRENT-CALENDAR-FILE.
           COPY BSCALDAR REPLACING LEADING ==HC-== BY ==MC-==
               ==CALENDAR-RECORD== BY ==MERGED-CALENDAR-RECORD==.

       FD  BUSINESS-DATE-FILE.
           COPY BSBUSDAT.

       WORKING-STORAGE SECTION.

      * Run control
       01 CURRENT-CALENDAR-STATUS PIC XX.
       01 NEW-DATES-STATUS        PIC XX.
       01 MERGED-CALENDAR-STATUS  PIC XX.
       01 BUSINESS-DATE-STATUS    PIC XX.

      * The merged calendar, kept sorted ascending by date as each
      * record is inserted, so the output file needs no sort step.
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
               DISPLAY "BS-CALENDAR-LOAD: CANNOT OPEN BUSINESS "
                   "DATE FILE, FILE STATUS=" BUSINESS-DATE-STATUS
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END CONTINUE
           END-READ
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-CALENDAR-LOAD: BUSINESS DATE FILE IS "
                   "EMPTY OR UNREADABLE, FILE STATUS="
                   BUSINESS-DATE-STATUS
               STOP RUN
           END-IF
           CLOSE BUSINESS-DATE-FILE
           IF BD-BUSINESS-DATE NOT NUMERIC
               DISPLAY "BS-CALENDAR-LOAD: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               STOP RUN
           END-IF
           MOVE BD-BUSINESS-DATE TO RUN-DATE-NUMERIC
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUMERIC)
           IF RUN-DATE-INTEGER = 0
               DISPLAY "BS-CALENDAR-LOAD: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               STOP RUN
           END-IF.

      *> The current calendar passes through the same validation as
      *> the new dates, so a bad record that somehow reached the
