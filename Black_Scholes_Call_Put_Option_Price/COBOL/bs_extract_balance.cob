      *>     RETURN-CODE 0.
      *>   - A missing or empty control file is itself a failure:
      *>     no totals means no basis to trust the extract.
      *>   - The extract must also have been priced for the current
      *>     business date (BUSDATE): the date on the control record
      *>     is the date the nightly run struck its marks against,
      *>     and a stale extract left from another night balances
      *>     perfectly against its own stale control record.
      *>   - A clean reconciliation stamps BD-BALANCED-DATE on the
      *>     business-date record; BS-DATE-ROLL will not advance the
      *>     date past a night that does not carry that stamp.
      *>
      *> Dependencies:
      *>   - No external programs called.
      *>
      *> Modification History:
      *>   2026-10-05  Checks the extract was priced for the current
      *>               business date and, when everything reconciles,
      *>               stamps the business-date record balanced so
      *>               the end-of-day date roll may proceed.
      *>   2026-08-22  Original version, introduced together with
      *>               the run-control record in BLACK-SCHOLES.
      *> ---------------------------------------------------------------
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
       FD  EXTRACT-FILE.
           COPY BSEXTRAT.

       FD  BUSINESS-DATE-FILE.
           COPY BSBUSDAT.

       WORKING-STORAGE SECTION.
       01 END-OF-EXTRACT-FILE     PIC X(1) VALUE "N".
       01 RUN-CONTROL-FILE-STATUS PIC XX.
       01 EXTRACT-FILE-STATUS     PIC XX.
       01 BUSINESS-DATE-STATUS    PIC XX.
       01 RUN-TIMESTAMP           PIC X(15) VALUE SPACES.

       01 EXTRACT-RECORD-COUNT    PIC 9(7) VALUE 0.
       01 EXTRACT-HASH-TOTAL      PIC 9(13)V9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TIMESTAMP(1:14)
           PERFORM READ-BUSINESS-DATE
           PERFORM READ-RUN-CONTROL
           PERFORM COUNT-EXTRACT-RECORDS
           PERFORM RECONCILE-TOTALS
           ELSE
               DISPLAY "BS-EXTRACT-BALANCE: EXTRACT RECONCILES, "
                   EXTRACT-RECORD-COUNT " RECORDS"
               PERFORM STAMP-BUSINESS-DATE-BALANCED
           END-IF
           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-EXTRACT-BALANCE: CANNOT OPEN BUSINESS "
                   "DATE FILE, FILE STATUS=" BUSINESS-DATE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END CONTINUE
           END-READ
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-EXTRACT-BALANCE: BUSINESS DATE FILE IS "
                   "EMPTY OR UNREADABLE, FILE STATUS="
                   BUSINESS-DATE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE BUSINESS-DATE-FILE.

      *> The record is rewritten whole; only the balanced stamp
      *> changes, so the roll's own fields ride through untouched.
       STAMP-BUSINESS-DATE-BALANCED.
           MOVE BD-BUSINESS-DATE TO BD-BALANCED-DATE
           MOVE RUN-TIMESTAMP TO BD-BALANCE-TIMESTAMP
           OPEN OUTPUT BUSINESS-DATE-FILE
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-EXTRACT-BALANCE: CANNOT OPEN BUSINESS "
                   "DATE FILE FOR WRITE, FILE STATUS="
                   BUSINESS-DATE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE BUSINESS-DATE-RECORD
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-EXTRACT-BALANCE: BUSINESS DATE FILE "
                   "WRITE ERROR, FILE STATUS=" BUSINESS-DATE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE BUSINESS-DATE-FILE
           DISPLAY "BS-EXTRACT-BALANCE: BUSINESS DATE "
               BD-BUSINESS-DATE " STAMPED BALANCED".

       READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "BS-EXTRACT-BALANCE: PRICE HASH MISMATCH: "
                   "CONTROL " RC-PRICE-HASH-TOTAL
                   " EXTRACT " EXTRACT-HASH-TOTAL
           END-IF
           IF RC-RUN-TIMESTAMP(1:8) NOT = BD-BUSINESS-DATE
               SET EXTRACT-OUT-OF-BALANCE TO TRUE
               DISPLAY "BS-EXTRACT-BALANCE: EXTRACT WAS PRICED FOR "
                   RC-RUN-TIMESTAMP(1:8) ", BUSINESS DATE IS "
                   BD-BUSINESS-DATE
           END-IF.
