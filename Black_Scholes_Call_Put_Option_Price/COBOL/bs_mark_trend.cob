      *>   - No external programs called.
      *>
      *> Modification History:
      *>   2026-10-05  Run date now taken from the shared business-date
      *>               control record (BUSDATE) instead of the system
      *>               clock, so a late run or a deliberate rerun of an
      *>               earlier night reports under the day it is
      *>               processing in the report header.
      *>   2026-09-02  Original version, introduced together with
      *>               the BS-MARK-HISTORY store.
      *> ---------------------------------------------------------------
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TREND-REPORT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MARK-HISTORY-FILE.
       FD  TREND-REPORT.
       01  TREND-REPORT-LINE       PIC X(132).

       FD  BUSINESS-DATE-FILE.
           COPY BSBUSDAT.

       WORKING-STORAGE SECTION.

      * Run control
       01 END-OF-REQUEST-FILE     PIC X(1) VALUE "N".
       01 END-OF-HISTORY-SLICE    PIC X(1) VALUE "N".
       01 RUN-TIMESTAMP           PIC X(15) VALUE SPACES.
       01 RUN-DATE-NUMERIC        PIC 9(8).
       01 RUN-DATE-INTEGER        PIC 9(8).
       01 REQUEST-COUNT           PIC 9(6) VALUE 0.
       01 EMPTY-REQUEST-COUNT     PIC 9(6) VALUE 0.

       01 HISTORY-FILE-STATUS     PIC XX.
       01 REQUEST-FILE-STATUS     PIC XX.
       01 TREND-REPORT-STATUS     PIC XX.
       01 BUSINESS-DATE-STATUS    PIC XX.

      * The requested position's history slice, collected in date
      * order (the store's key order hands it over that way). Sized

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TIMESTAMP(1:14)
           PERFORM READ-BUSINESS-DATE
           OPEN INPUT MARK-HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "BS-MARK-TREND: CANNOT OPEN HISTORY STORE, "
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "MARK TREND REPORT  BUSINESS DATE "
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
               DISPLAY "BS-MARK-TREND: CANNOT OPEN BUSINESS "
                   "DATE FILE, FILE STATUS=" BUSINESS-DATE-STATUS
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END CONTINUE
           END-READ
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-MARK-TREND: BUSINESS DATE FILE IS "
                   "EMPTY OR UNREADABLE, FILE STATUS="
                   BUSINESS-DATE-STATUS
               STOP RUN
           END-IF
           CLOSE BUSINESS-DATE-FILE
           IF BD-BUSINESS-DATE NOT NUMERIC
               DISPLAY "BS-MARK-TREND: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               STOP RUN
           END-IF
           MOVE BD-BUSINESS-DATE TO RUN-DATE-NUMERIC
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUMERIC)
           IF RUN-DATE-INTEGER = 0
               DISPLAY "BS-MARK-TREND: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               STOP RUN
           END-IF.

       READ-REQUEST-RECORD.
           READ REQUEST-FILE
               AT END MOVE "Y" TO END-OF-REQUEST-FILE
