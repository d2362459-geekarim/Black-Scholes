      *> ---------------------------------------------------------------
      *> Program: BS-AUDIT-HISTORY
      *> Purpose: Keeps a retained history of the pricing audit log.
      *>          The nightly pricing run recreates AUDITLOG every
      *>          night, so on its own the log never holds more than
      *>          the latest book; this step carries each night's
      *>          log into a dated history that model validation and
      *>          audit can look back over.
      *>
      *> Description:
      *>   - Runs after BLACK-SCHOLES each night, and again after
      *>     any BS-REJECT-REPRICE run, since the repairs are
      *>     appended to the same log. Each run replaces the
      *>     business date's records in the history with AUDITLOG as
      *>     it now stands, so running it twice for one night - or
      *>     rerunning a night after a business-date reset - never
      *>     holds that night twice.
      *>   - Copies the current history (AUDHIN; a missing file is
      *>     the first night and starts empty) to AUDHOUT, dropping
      *>     the business date's own records and every record older
      *>     than the retention horizon, then adds tonight's log,
      *>     each record prefixed by the business date (BSAUDHST).
      *>     Operations swaps AUDHOUT in as AUDITHIST, the copy
      *>     BS-MODEL-VALID reads, and as the next run's AUDHIN.
      *>   - AUDITLOG is checked before anything is written: a record
      *>     timestamped before the business date means the log was
      *>     left over from an earlier night that never priced, and
      *>     the run stops with RETURN-CODE 12 rather than file
      *>     someone else's marks under tonight's date. Any other
      *>     error that stops the run ends RETURN-CODE 12 as well.
      *>
      *> Dependencies:
      *>   - No external programs called.
      *>
      *> Modification History:
      *>   2026-10-15  A missing or bad business date ends the run
      *>               with RETURN-CODE 12.
      *>   2026-10-15  Original version.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BS-AUDIT-HISTORY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT CURRENT-HISTORY-FILE ASSIGN TO "AUDHIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURRENT-HISTORY-STATUS.

           SELECT NEW-HISTORY-FILE ASSIGN TO "AUDHOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-HISTORY-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           COPY BSAUDIT.

       FD  CURRENT-HISTORY-FILE.
           COPY BSAUDHST.

       FD  NEW-HISTORY-FILE.
           COPY BSAUDHST REPLACING LEADING ==AH-== BY ==NH-==
               ==AUDIT-HISTORY-RECORD== BY ==NEW-HISTORY-RECORD==.

       FD  BUSINESS-DATE-FILE.
           COPY BSBUSDAT.

       WORKING-STORAGE SECTION.

      * Run control
       01 END-OF-AUDIT-FILE       PIC X(1) VALUE "N".
       01 END-OF-HISTORY-FILE     PIC X(1) VALUE "N".
       01 CURRENT-HISTORY-OPENED  PIC X(1) VALUE "N".
       01 TONIGHT-COUNT           PIC 9(7) VALUE 0.
       01 CARRIED-COUNT           PIC 9(7) VALUE 0.
       01 REPLACED-COUNT          PIC 9(7) VALUE 0.
       01 RETIRED-COUNT           PIC 9(7) VALUE 0.

      * File status bytes
       01 AUDIT-FILE-STATUS       PIC XX.
       01 CURRENT-HISTORY-STATUS  PIC XX.
       01 NEW-HISTORY-STATUS      PIC XX.
       01 BUSINESS-DATE-STATUS    PIC XX.

      * Retention horizon: nights older than this many calendar
      * days behind the run date are dropped on every run - the same
      * quarter the mark-history store keeps, comfortably past the
      * month model validation looks back over.
       01 RETENTION-CALENDAR-DAYS PIC 9(3) VALUE 92.
       01 RUN-DATE-NUMERIC        PIC 9(8).
       01 RUN-DATE-INTEGER        PIC 9(8).
       01 RUN-DATE-TEXT           PIC X(8).
       01 CUTOFF-DAY-INTEGER      PIC 9(8).
       01 CUTOFF-DATE-NUMERIC     PIC 9(8).
       01 CUTOFF-DATE-TEXT        PIC X(8).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM INITIALIZE-RUN
           PERFORM CHECK-TONIGHT-AUDIT-LOG
           PERFORM CARRY-CURRENT-HISTORY
           PERFORM ADD-TONIGHT-AUDIT-LOG
           PERFORM TERMINATE-RUN
           STOP RUN.

       INITIALIZE-RUN.
           PERFORM READ-BUSINESS-DATE
           MOVE RUN-DATE-NUMERIC TO RUN-DATE-TEXT
           COMPUTE CUTOFF-DAY-INTEGER = RUN-DATE-INTEGER
               - RETENTION-CALENDAR-DAYS
           COMPUTE CUTOFF-DATE-NUMERIC =
               FUNCTION DATE-OF-INTEGER(CUTOFF-DAY-INTEGER)
           MOVE CUTOFF-DATE-NUMERIC TO CUTOFF-DATE-TEXT.

      *> The run is struck against the business date on BUSDATE,
      *> not the system clock, so a night that slips past midnight
      *> - or a deliberate rerun of an earlier day - runs on the day
      *> it is processing. No readable business date, no run.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-AUDIT-HISTORY: CANNOT OPEN BUSINESS "
                   "DATE FILE, FILE STATUS=" BUSINESS-DATE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END CONTINUE
           END-READ
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-AUDIT-HISTORY: BUSINESS DATE FILE IS "
                   "EMPTY OR UNREADABLE, FILE STATUS="
                   BUSINESS-DATE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE BUSINESS-DATE-FILE
           IF BD-BUSINESS-DATE NOT NUMERIC
               DISPLAY "BS-AUDIT-HISTORY: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BD-BUSINESS-DATE TO RUN-DATE-NUMERIC
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUMERIC)
           IF RUN-DATE-INTEGER = 0
               DISPLAY "BS-AUDIT-HISTORY: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> A first pass over the log proves it is tonight's before the
      *> history is touched. The pricing run stamps its records with
      *> the business date and a morning repair with the morning's
      *> clock, so nothing in tonight's log is dated earlier.
       CHECK-TONIGHT-AUDIT-LOG.
           PERFORM OPEN-AUDIT-LOG
           PERFORM READ-AUDIT-RECORD
           PERFORM CHECK-ONE-AUDIT-RECORD
               UNTIL END-OF-AUDIT-FILE = "Y"
           CLOSE AUDIT-FILE.

       OPEN-AUDIT-LOG.
           MOVE "N" TO END-OF-AUDIT-FILE
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "BS-AUDIT-HISTORY: CANNOT OPEN AUDIT LOG, "
                   "FILE STATUS=" AUDIT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END MOVE "Y" TO END-OF-AUDIT-FILE
           END-READ.

       CHECK-ONE-AUDIT-RECORD.
           IF AU-RUN-TIMESTAMP(1:8) < RUN-DATE-TEXT
               DISPLAY "BS-AUDIT-HISTORY: AUDIT LOG RECORD FOR "
                   AU-UNDERLYING " IS DATED " AU-RUN-TIMESTAMP(1:8)
                   ", BUSINESS DATE IS " RUN-DATE-TEXT
               DISPLAY "BS-AUDIT-HISTORY: AUDIT LOG IS NOT TONIGHT'S,"
                   " HISTORY NOT WRITTEN"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-AUDIT-RECORD.

      *> Tonight's own records are dropped on the way through: they
      *> are about to be added again from the log as it stands now,
      *> repairs included.
       CARRY-CURRENT-HISTORY.
           OPEN OUTPUT NEW-HISTORY-FILE
           IF NEW-HISTORY-STATUS NOT = "00"
               DISPLAY "BS-AUDIT-HISTORY: CANNOT OPEN AUDHOUT, "
                   "FILE STATUS=" NEW-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CURRENT-HISTORY-FILE
           IF CURRENT-HISTORY-STATUS NOT = "00"
               DISPLAY "BS-AUDIT-HISTORY: NO CURRENT HISTORY "
                   "(STATUS " CURRENT-HISTORY-STATUS "), STARTING "
                   "FROM AN EMPTY ONE"
               MOVE "Y" TO END-OF-HISTORY-FILE
           ELSE
               MOVE "Y" TO CURRENT-HISTORY-OPENED
               PERFORM READ-CURRENT-HISTORY-RECORD
           END-IF
           PERFORM CARRY-ONE-HISTORY-RECORD
               UNTIL END-OF-HISTORY-FILE = "Y"
           IF CURRENT-HISTORY-OPENED = "Y"
               CLOSE CURRENT-HISTORY-FILE
           END-IF.

       READ-CURRENT-HISTORY-RECORD.
           READ CURRENT-HISTORY-FILE
               AT END MOVE "Y" TO END-OF-HISTORY-FILE
           END-READ.

       CARRY-ONE-HISTORY-RECORD.
           EVALUATE TRUE
               WHEN AH-BUSINESS-DATE = RUN-DATE-TEXT
                   ADD 1 TO REPLACED-COUNT
               WHEN AH-BUSINESS-DATE < CUTOFF-DATE-TEXT
                   ADD 1 TO RETIRED-COUNT
               WHEN OTHER
                   MOVE AUDIT-HISTORY-RECORD TO NEW-HISTORY-RECORD
                   PERFORM WRITE-NEW-HISTORY-RECORD
                   ADD 1 TO CARRIED-COUNT
           END-EVALUATE
           PERFORM READ-CURRENT-HISTORY-RECORD.

       ADD-TONIGHT-AUDIT-LOG.
           PERFORM OPEN-AUDIT-LOG
           PERFORM READ-AUDIT-RECORD
           PERFORM ADD-ONE-AUDIT-RECORD
               UNTIL END-OF-AUDIT-FILE = "Y"
           CLOSE AUDIT-FILE.

       ADD-ONE-AUDIT-RECORD.
           MOVE RUN-DATE-TEXT TO NH-BUSINESS-DATE
           MOVE AUDIT-RECORD TO NH-AUDIT-IMAGE
           PERFORM WRITE-NEW-HISTORY-RECORD
           ADD 1 TO TONIGHT-COUNT
           PERFORM READ-AUDIT-RECORD.

       WRITE-NEW-HISTORY-RECORD.
           WRITE NEW-HISTORY-RECORD
           IF NEW-HISTORY-STATUS NOT = "00"
               DISPLAY "BS-AUDIT-HISTORY: AUDHOUT WRITE ERROR, "
                   "FILE STATUS=" NEW-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       TERMINATE-RUN.
           CLOSE NEW-HISTORY-FILE
           DISPLAY "BS-AUDIT-HISTORY: " TONIGHT-COUNT " RECORDS FOR "
               RUN-DATE-TEXT ", " CARRIED-COUNT " CARRIED, "
               REPLACED-COUNT " REPLACED, " RETIRED-COUNT " RETIRED".
