      *> ---------------------------------------------------------------
      *> Program: BS-DATE-ROLL
      *> Purpose: End-of-day step that advances the shared business-
      *>          date control record (BUSDATE) to the next business
      *>          day on the exchange calendar, so every program in
      *>          the next night's stream prices, sweeps and retires
      *>          against the same day - whatever the system clock
      *>          says when the job finally runs.
      *>
      *> Description:
      *>   - Reads the single BUSDATE record; a missing, empty or
      *>     malformed record stops the roll with RETURN-CODE 12,
      *>     since there is nothing trustworthy to roll from.
      *>   - Refuses to roll (RETURN-CODE 12, record left as it was)
      *>     unless BS-EXTRACT-BALANCE has stamped the current
      *>     business date as balanced. A record whose balanced date
      *>     is the prior business date has already been rolled
      *>     tonight, and is reported as such rather than being
      *>     walked forward a second day.
      *>   - The next business day is the first day after the
      *>     current one that is neither a weekend nor a HOLCAL
      *>     holiday, the same definition the pricing run counts
      *>     time-to-maturity by. The calendar is mandatory: without
      *>     it the roll would land on an exchange holiday.
      *>   - When a DATEREQ record is present, the business date is
      *>     instead set to the requested date - a deliberate rerun
      *>     of a missed or damaged night, or the return to the live
      *>     date afterwards. The requested date must be a business
      *>     day; it is never stamped balanced, so the night being
      *>     rerun must pass its own balancing check before the
      *>     stream can roll on from it.
      *>   - A request is acted on once: as soon as the reset date
      *>     is written, DATEREQ is emptied, so the following night
      *>     rolls forward from the rerun in the ordinary way (and
      *>     through the balancing gate) instead of resetting to the
      *>     same date again. A request that cannot be emptied ends
      *>     the step RETURN-CODE 12 so operations clears it by hand.
      *>
      *> Dependencies:
      *>   - No external programs called.
      *>
      *> Modification History:
      *>   2026-10-15  The date request is emptied once the reset is
      *>               written, so it is applied one night only.
      *>   2026-10-05  Original version, introduced together with the
      *>               business-date control record that replaces the
      *>               system clock as every program's run date.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BS-DATE-ROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.

           SELECT DATE-REQUEST-FILE ASSIGN TO "DATEREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DATE-REQUEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           COPY BSBUSDAT.

       FD  CALENDAR-FILE.
           COPY BSCALDAR.

       FD  DATE-REQUEST-FILE.
           COPY BSDATREQ.

       WORKING-STORAGE SECTION.

      * Run control
       01 RUN-TIMESTAMP           PIC X(15) VALUE SPACES.
       01 RESET-REQUESTED         PIC X(1) VALUE "N".
           88 DATE-RESET-REQUESTED    VALUE "Y".

      * File status bytes
       01 BUSINESS-DATE-STATUS    PIC XX.
       01 CALENDAR-FILE-STATUS    PIC XX.
       01 DATE-REQUEST-STATUS     PIC XX.

      * Holiday calendar (weekday/holiday test for the target date)
       01 HOLIDAY-TABLE.
           05 HOLIDAY-ENTRY OCCURS 200 TIMES
                   INDEXED BY HOLIDAY-INDEX.
               10 HOL-DAY-INTEGER     PIC 9(8).
       01 HOLIDAY-COUNT           PIC 9(3) VALUE 0.
       01 HOLIDAY-TABLE-MAX       PIC 9(3) VALUE 200.
       01 END-OF-CALENDAR-FILE    PIC X(1) VALUE "N".
       01 HOLIDAY-DATE-NUMERIC    PIC 9(8).
       01 HOLIDAY-DAY-INTEGER     PIC 9(8).
       01 HOLIDAY-WEEKDAY         PIC 9(1).

      * Date work fields
       01 CURRENT-DATE-NUMERIC    PIC 9(8).
       01 CURRENT-DAY-INTEGER     PIC 9(8).
       01 CANDIDATE-DAY-INTEGER   PIC 9(8).
       01 CANDIDATE-DATE-NUMERIC  PIC 9(8).
       01 CANDIDATE-WEEKDAY       PIC 9(1).
       01 CANDIDATE-SWITCH        PIC X(1).
           88 CANDIDATE-IS-BUSINESS-DAY   VALUE "Y".
           88 CANDIDATE-NOT-BUSINESS-DAY  VALUE "N".
       01 NEXT-BUSINESS-DATE      PIC X(8).
       01 PRIOR-BUSINESS-DATE     PIC X(8).

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TIMESTAMP(1:14)
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-HOLIDAY-CALENDAR
           PERFORM READ-DATE-REQUEST
           IF DATE-RESET-REQUESTED
               PERFORM RESET-BUSINESS-DATE
           ELSE
               PERFORM ROLL-BUSINESS-DATE
           END-IF
           PERFORM WRITE-BUSINESS-DATE
           IF DATE-RESET-REQUESTED
               PERFORM CONSUME-DATE-REQUEST
           END-IF
           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-DATE-ROLL: CANNOT OPEN BUSINESS DATE "
                   "FILE, FILE STATUS=" BUSINESS-DATE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END CONTINUE
           END-READ
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-DATE-ROLL: BUSINESS DATE FILE IS EMPTY "
                   "OR UNREADABLE, FILE STATUS=" BUSINESS-DATE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE BUSINESS-DATE-FILE
           IF BD-BUSINESS-DATE NOT NUMERIC
               DISPLAY "BS-DATE-ROLL: BUSINESS DATE IS NOT A "
                   "DATE: " BD-BUSINESS-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BD-BUSINESS-DATE TO CURRENT-DATE-NUMERIC
           COMPUTE CURRENT-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(CURRENT-DATE-NUMERIC)
           IF CURRENT-DAY-INTEGER = 0
               DISPLAY "BS-DATE-ROLL: BUSINESS DATE IS NOT A "
                   "DATE: " BD-BUSINESS-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> The calendar is not optional here any more than in the
      *> pricing run: rolling without it would land the stream on an
      *> exchange holiday and price a day the market never traded.
       LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-FILE-STATUS NOT = "00"
               DISPLAY "BS-DATE-ROLL: CANNOT OPEN HOLIDAY "
                   "CALENDAR, FILE STATUS=" CALENDAR-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-CALENDAR-RECORD
           PERFORM LOAD-ONE-HOLIDAY
               UNTIL END-OF-CALENDAR-FILE = "Y"
           CLOSE CALENDAR-FILE.

       READ-CALENDAR-RECORD.
           READ CALENDAR-FILE
               AT END MOVE "Y" TO END-OF-CALENDAR-FILE
           END-READ.

       LOAD-ONE-HOLIDAY.
           IF HC-HOLIDAY-DATE NOT NUMERIC
               DISPLAY "BS-DATE-ROLL: IGNORING BAD CALENDAR "
                   "DATE " HC-HOLIDAY-DATE
           ELSE
               MOVE HC-HOLIDAY-DATE TO HOLIDAY-DATE-NUMERIC
               COMPUTE HOLIDAY-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(HOLIDAY-DATE-NUMERIC)
               COMPUTE HOLIDAY-WEEKDAY =
                   FUNCTION MOD(HOLIDAY-DAY-INTEGER, 7)
               IF HOLIDAY-DAY-INTEGER = 0
                   OR HOLIDAY-WEEKDAY = 6
                   OR HOLIDAY-WEEKDAY = 0
                   DISPLAY "BS-DATE-ROLL: IGNORING BAD CALENDAR "
                       "DATE " HC-HOLIDAY-DATE
               ELSE
                   PERFORM ADD-NEW-HOLIDAY-ENTRY
               END-IF
           END-IF
           PERFORM READ-CALENDAR-RECORD.

      *> A duplicate calendar date does no harm here - the roll only
      *> asks whether a day is a holiday, never how many - so dates
      *> go into the table without the pricing run's dedupe pass.
       ADD-NEW-HOLIDAY-ENTRY.
           IF HOLIDAY-COUNT NOT < HOLIDAY-TABLE-MAX
               DISPLAY "BS-DATE-ROLL: HOLIDAY TABLE FULL, RUN "
                   "THE CALENDAR LOAD TO RETIRE PAST YEARS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO HOLIDAY-COUNT
           SET HOLIDAY-INDEX TO HOLIDAY-COUNT
           MOVE HOLIDAY-DAY-INTEGER
               TO HOL-DAY-INTEGER (HOLIDAY-INDEX).

      *> The reset request is optional; no file, or an empty one, is
      *> the ordinary nightly case and simply rolls the date.
       READ-DATE-REQUEST.
           OPEN INPUT DATE-REQUEST-FILE
           IF DATE-REQUEST-STATUS = "00"
               READ DATE-REQUEST-FILE
                   AT END CONTINUE
               END-READ
               IF DATE-REQUEST-STATUS = "00"
                   SET DATE-RESET-REQUESTED TO TRUE
               END-IF
               CLOSE DATE-REQUEST-FILE
           END-IF.

      *> The balancing stamp is the only evidence the night completed:
      *> a business date the balancer has not signed off stays put,
      *> whether its extract failed to reconcile or the balancer was
      *> never run. A balanced date sitting on the prior business day
      *> means this roll already happened once tonight.
       ROLL-BUSINESS-DATE.
           IF BD-BALANCED-DATE NOT = BD-BUSINESS-DATE
               IF BD-BALANCED-DATE = BD-PRIOR-BUSINESS-DATE
                   AND BD-BALANCED-DATE NOT = SPACES
                   DISPLAY "BS-DATE-ROLL: BUSINESS DATE ALREADY "
                       "ROLLED FROM " BD-PRIOR-BUSINESS-DATE
                       " TO " BD-BUSINESS-DATE
                       ", REFUSING TO ROLL AGAIN"
               ELSE
                   DISPLAY "BS-DATE-ROLL: BUSINESS DATE "
                       BD-BUSINESS-DATE " HAS NOT PASSED ITS "
                       "BALANCING CHECK, REFUSING TO ROLL"
               END-IF
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CURRENT-DAY-INTEGER TO CANDIDATE-DAY-INTEGER
           SET CANDIDATE-NOT-BUSINESS-DAY TO TRUE
           PERFORM ADVANCE-ONE-CALENDAR-DAY
               UNTIL CANDIDATE-IS-BUSINESS-DAY
           MOVE BD-BUSINESS-DATE TO BD-PRIOR-BUSINESS-DATE
           MOVE NEXT-BUSINESS-DATE TO BD-BUSINESS-DATE
           MOVE RUN-TIMESTAMP TO BD-ROLL-TIMESTAMP
           DISPLAY "BS-DATE-ROLL: BUSINESS DATE ROLLED FROM "
               BD-PRIOR-BUSINESS-DATE " TO " BD-BUSINESS-DATE.

       ADVANCE-ONE-CALENDAR-DAY.
           ADD 1 TO CANDIDATE-DAY-INTEGER
           PERFORM TEST-CANDIDATE-DAY
           IF CANDIDATE-IS-BUSINESS-DAY
               MOVE CANDIDATE-DATE-NUMERIC TO NEXT-BUSINESS-DATE
           END-IF.

       RETREAT-ONE-CALENDAR-DAY.
           SUBTRACT 1 FROM CANDIDATE-DAY-INTEGER
           PERFORM TEST-CANDIDATE-DAY
           IF CANDIDATE-IS-BUSINESS-DAY
               MOVE CANDIDATE-DATE-NUMERIC TO PRIOR-BUSINESS-DATE
           END-IF.

       TEST-CANDIDATE-DAY.
           COMPUTE CANDIDATE-DATE-NUMERIC =
               FUNCTION DATE-OF-INTEGER(CANDIDATE-DAY-INTEGER)
           COMPUTE CANDIDATE-WEEKDAY =
               FUNCTION MOD(CANDIDATE-DAY-INTEGER, 7)
           SET CANDIDATE-IS-BUSINESS-DAY TO TRUE
           IF CANDIDATE-WEEKDAY = 6 OR CANDIDATE-WEEKDAY = 0
               SET CANDIDATE-NOT-BUSINESS-DAY TO TRUE
           ELSE
               SET HOLIDAY-INDEX TO 1
               SEARCH HOLIDAY-ENTRY
                   AT END
                       CONTINUE
                   WHEN HOL-DAY-INTEGER (HOLIDAY-INDEX)
                           = CANDIDATE-DAY-INTEGER
                       SET CANDIDATE-NOT-BUSINESS-DAY TO TRUE
               END-SEARCH
           END-IF.

      *> A reset deliberately skips the balancing gate - it is how a
      *> night that never balanced gets rerun - but the date it lands
      *> on is left unbalanced, so the rerun must reconcile before
      *> the stream rolls on. The prior business date is rederived
      *> from the calendar so the prior-night consumers pair the
      *> rerun with the day before it, not with the date reset from.
       RESET-BUSINESS-DATE.
           IF DQ-REQUESTED-DATE NOT NUMERIC
               DISPLAY "BS-DATE-ROLL: REQUESTED DATE IS NOT A "
                   "DATE: " DQ-REQUESTED-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE DQ-REQUESTED-DATE TO CANDIDATE-DATE-NUMERIC
           COMPUTE CANDIDATE-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(CANDIDATE-DATE-NUMERIC)
           IF CANDIDATE-DAY-INTEGER = 0
               DISPLAY "BS-DATE-ROLL: REQUESTED DATE IS NOT A "
                   "DATE: " DQ-REQUESTED-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM TEST-CANDIDATE-DAY
           IF CANDIDATE-NOT-BUSINESS-DAY
               DISPLAY "BS-DATE-ROLL: REQUESTED DATE "
                   DQ-REQUESTED-DATE " IS NOT A BUSINESS DAY"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET CANDIDATE-NOT-BUSINESS-DAY TO TRUE
           PERFORM RETREAT-ONE-CALENDAR-DAY
               UNTIL CANDIDATE-IS-BUSINESS-DAY
           DISPLAY "BS-DATE-ROLL: BUSINESS DATE RESET FROM "
               BD-BUSINESS-DATE " TO " DQ-REQUESTED-DATE
               " - " DQ-REASON
           MOVE DQ-REQUESTED-DATE TO BD-BUSINESS-DATE
           MOVE PRIOR-BUSINESS-DATE TO BD-PRIOR-BUSINESS-DATE
           MOVE SPACES TO BD-BALANCED-DATE
           MOVE SPACES TO BD-BALANCE-TIMESTAMP
           MOVE RUN-TIMESTAMP TO BD-ROLL-TIMESTAMP.

       WRITE-BUSINESS-DATE.
           OPEN OUTPUT BUSINESS-DATE-FILE
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-DATE-ROLL: CANNOT OPEN BUSINESS DATE "
                   "FILE FOR WRITE, FILE STATUS=" BUSINESS-DATE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE BUSINESS-DATE-RECORD
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-DATE-ROLL: BUSINESS DATE FILE WRITE "
                   "ERROR, FILE STATUS=" BUSINESS-DATE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE BUSINESS-DATE-FILE.

      *> Emptied only after the new date is safely written: if the
      *> write had failed the request would still be there for the
      *> rerun of this step. Left in place, it would reset the date
      *> again every night after this one.
       CONSUME-DATE-REQUEST.
           OPEN OUTPUT DATE-REQUEST-FILE
           IF DATE-REQUEST-STATUS NOT = "00"
               DISPLAY "BS-DATE-ROLL: CANNOT EMPTY THE DATE REQUEST "
                   "FILE, FILE STATUS=" DATE-REQUEST-STATUS
                   " - REMOVE IT BEFORE THE NEXT ROLL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE DATE-REQUEST-FILE.
