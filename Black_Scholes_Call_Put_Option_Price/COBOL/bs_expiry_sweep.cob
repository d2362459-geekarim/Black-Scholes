      *>     reject - but its register line says no settlement could
      *>     be computed, so the desk works that one by hand instead
      *>     of trusting a silent zero.
      *>   - Each close carries its settlement as a trade: the
      *>     intrinsic value per contract as the trade premium, the
      *>     run date as the trade date and source 'X', so the
      *>     expiry books to the realized P&L ledger when
      *>     BS-POSITION-MAINT applies it. An unpriced expiry goes
      *>     at zero with source 'U', which the ledger carries as
      *>     still to be settled by hand.
      *>   - A future hedge (style 'F') settles at tonight's spot
      *>     mark: the register shows that price where an option
      *>     shows its intrinsic value, flagged FUT, and the cash
      *>     is the quantity times the move from the position's
      *>     average cost to that price. The close carries the
      *>     settlement price as its trade price, so the ledger
      *>     books the same amount. A stock hedge has no expiry
      *>     and is never swept.
      *>
      *> Dependencies:
      *>   - No external programs called; the close transactions are
      *>     applied by BS-POSITION-MAINT on its next run.
      *>
      *> Modification History:
      *>   2026-10-15  Register detail line layout moved to copybook
      *>               BSEXPREG, shared with BS-GL-FEED, which reads
      *>               the settlement cash back off the register.
      *>   2026-10-14  Close transactions carry EXPSWEEP as their
      *>               maker for the maintenance register and journal.
      *>   2026-10-11  Future hedges settle at the spot mark against
      *>               their average cost.
      *>   2026-10-10  Close transactions carry the settlement value,
      *>               date and an expiry source code, so settlements
      *>               book to the realized P&L ledger.
      *>   2026-10-05  Run date now taken from the shared business-date
      *>               control record (BUSDATE) instead of the system
      *>               clock, so a late run or a deliberate rerun of an
      *>               earlier night sweeps the expiries of the day it
      *>               is processing; the register header shows the
      *>               business date.
      *>   2026-09-02  Matched expiring positions to their extract
      *>               marks by the sequence number the extract now
      *>               carries, instead of reconstructing the match
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTLEMENT-REGISTER-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-MASTER-FILE.
       FD  SETTLEMENT-REGISTER.
       01  SETTLEMENT-REGISTER-LINE PIC X(132).

       FD  BUSINESS-DATE-FILE.
           COPY BSBUSDAT.

       WORKING-STORAGE SECTION.

      * Run control
       01 END-OF-EXTRACT-FILE     PIC X(1) VALUE "N".
       01 RUN-TIMESTAMP           PIC X(15) VALUE SPACES.
       01 RUN-DATE-TEXT           PIC X(8).
       01 RUN-DATE-NUMERIC        PIC 9(8).
       01 RUN-DATE-INTEGER        PIC 9(8).
       01 EXPIRING-COUNT          PIC 9(6) VALUE 0.
       01 SETTLED-COUNT           PIC 9(6) VALUE 0.
       01 UNPRICED-COUNT          PIC 9(6) VALUE 0.
       01 EXTRACT-FILE-STATUS     PIC XX.
       01 CLOSE-TRANSACTION-STATUS PIC XX.
       01 SETTLEMENT-REGISTER-STATUS PIC XX.
       01 BUSINESS-DATE-STATUS    PIC XX.

      * Tonight's marks for the contracts expiring on the run date,
      * loaded from the extract before the master is swept. The
      * Settlement work fields for the position in hand
       01 INTRINSIC-VALUE         PIC 9(5)V9(5).
       01 MONEYNESS-FLAG          PIC X(3).
       01 FUTURE-COST-BASIS       PIC 9(6)V9(6).
       01 FUTURE-PRICE-CHANGE     PIC S9(6)V9(6)
                                      SIGN LEADING SEPARATE.
       01 LOCAL-SETTLEMENT-CASH   PIC S9(11)V9(2)
                                      SIGN LEADING SEPARATE.
       01 BASE-SETTLEMENT-CASH    PIC S9(11)V9(2)
       01 GRAND-BASE-CASH         PIC S9(12)V9(2)
                                      SIGN LEADING SEPARATE.

      * Report work areas. The detail line is the settlement
      * register's interface to the general ledger feed, so its
      * layout is shared with BS-GL-FEED through BSEXPREG.
           COPY BSEXPREG REPLACING LEADING ==ER-== BY ==DT-==
               ==SETTLEMENT-DETAIL-LINE== BY ==DETAIL-LINE==.
       01 EXCEPTION-LINE.
           05 XC-UNDERLYING           PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACES.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TIMESTAMP(1:14)
           PERFORM READ-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO RUN-DATE-TEXT
           OPEN INPUT POSITION-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               AND MASTER-FILE-STATUS NOT = "05"
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "EXPIRY SETTLEMENT REGISTER  BUSINESS DATE "
               RUN-DATE-TEXT "  RUN " RUN-TIMESTAMP
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REGISTER-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REGISTER-WORK-LINE.

      *> The run is struck against the business date on BUSDATE,
      *> not the system clock, so a night that slips past midnight
      *> - or a deliberate rerun of an earlier day - runs on the day
      *> it is processing. No readable business date, no run.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-EXPIRY-SWEEP: CANNOT OPEN BUSINESS "
                   "DATE FILE, FILE STATUS=" BUSINESS-DATE-STATUS
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END CONTINUE
           END-READ
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-EXPIRY-SWEEP: BUSINESS DATE FILE IS "
                   "EMPTY OR UNREADABLE, FILE STATUS="
                   BUSINESS-DATE-STATUS
               STOP RUN
           END-IF
           CLOSE BUSINESS-DATE-FILE
           IF BD-BUSINESS-DATE NOT NUMERIC
               DISPLAY "BS-EXPIRY-SWEEP: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               STOP RUN
           END-IF
           MOVE BD-BUSINESS-DATE TO RUN-DATE-NUMERIC
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUMERIC)
           IF RUN-DATE-INTEGER = 0
               DISPLAY "BS-EXPIRY-SWEEP: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               STOP RUN
           END-IF.

      *> The pricing run has already been through tonight's book, so
      *> a missing extract here means the sweep is running out of
      *> order and nothing it settled could be trusted - stop rather
       SWEEP-ONE-POSITION.
           IF PM-EXPIRY-DATE = RUN-DATE-TEXT
               ADD 1 TO EXPIRING-COUNT
               PERFORM SETTLE-ONE-POSITION
               PERFORM WRITE-CLOSE-TRANSACTION
           END-IF
           PERFORM READ-MASTER-RECORD.

      *> The close goes through BS-POSITION-MAINT like any desk
      *> close, so the maintenance register stays the one audit
      *> trail of everything that leaves the master. Only the key
      *> and trade fields matter on a 'D'; the rest of the record
      *> is left blank exactly as a hand-keyed close leaves it.
      *> The settlement has already been worked out, so the
      *> intrinsic value goes across as the closing premium.
       WRITE-CLOSE-TRANSACTION.
           MOVE SPACES TO POSITION-TRANSACTION-RECORD
           MOVE "D" TO TR-ACTION
           MOVE PM-UNDERLYING TO TR-UNDERLYING
           MOVE PM-SEQUENCE-NUMBER TO TR-SEQUENCE-NUMBER
           MOVE RUN-DATE-TEXT TO TR-TRADE-DATE
           MOVE "EXPSWEEP" TO TR-MAKER-ID
           IF EXPIRY-MARK-INDEX > EXPIRY-MARK-COUNT
               MOVE 0 TO TR-TRADE-PRICE
               SET TR-UNPRICED-EXPIRY TO TRUE
           ELSE
               MOVE INTRINSIC-VALUE TO TR-TRADE-PRICE
               SET TR-EXPIRY-SETTLEMENT TO TRUE
           END-IF
           WRITE POSITION-TRANSACTION-RECORD
           IF CLOSE-TRANSACTION-STATUS NOT = "00"
               DISPLAY "BS-EXPIRY-SWEEP: CLOSE TRANSACTION WRITE "
      *> so a short in-the-money position shows the payout it owes
      *> as a negative amount.
       COMPUTE-SETTLEMENT-CASH.
           IF PM-LINEAR-STYLE
               PERFORM COMPUTE-FUTURE-SETTLEMENT
           ELSE
               PERFORM COMPUTE-OPTION-SETTLEMENT
           END-IF
           COMPUTE BASE-SETTLEMENT-CASH = LOCAL-SETTLEMENT-CASH
               * EXP-FX-RATE (EXPIRY-MARK-INDEX).

       COMPUTE-OPTION-SETTLEMENT.
           IF PM-OPTION-TYPE = "P"
               COMPUTE INTRINSIC-VALUE = FUNCTION MAX(
                   EXP-K (EXPIRY-MARK-INDEX)
               MOVE "OTM" TO MONEYNESS-FLAG
           END-IF
           COMPUTE LOCAL-SETTLEMENT-CASH = INTRINSIC-VALUE
               * PM-POSITION-QTY.

      *> A future has no intrinsic value: it settles at the final
      *> mark, and what changes hands is the move from the price
      *> the position was put on at. A master record still without
      *> an average cost settles from zero, as the ledger would.
       COMPUTE-FUTURE-SETTLEMENT.
           MOVE EXP-S (EXPIRY-MARK-INDEX) TO INTRINSIC-VALUE
           MOVE "FUT" TO MONEYNESS-FLAG
           IF PM-AVERAGE-COST NUMERIC
               MOVE PM-AVERAGE-COST TO FUTURE-COST-BASIS
           ELSE
               MOVE 0 TO FUTURE-COST-BASIS
           END-IF
           COMPUTE FUTURE-PRICE-CHANGE = INTRINSIC-VALUE
               - FUTURE-COST-BASIS
           COMPUTE LOCAL-SETTLEMENT-CASH = FUTURE-PRICE-CHANGE
               * PM-POSITION-QTY.

       PRINT-SETTLEMENT-LINE.
           MOVE PM-UNDERLYING TO DT-UNDERLYING
           MOVE PM-SEQUENCE-NUMBER TO DT-SEQUENCE-NUMBER
           IF PM-LINEAR-STYLE
               MOVE PM-OPTION-STYLE TO DT-OPTION-TYPE
           ELSE
               MOVE PM-OPTION-TYPE TO DT-OPTION-TYPE
           END-IF
           MOVE MONEYNESS-FLAG TO DT-MONEYNESS
           MOVE PM-POSITION-QTY TO DT-QTY
           MOVE EXP-S (EXPIRY-MARK-INDEX) TO DT-S
           ADD 1 TO UNPRICED-COUNT
           MOVE PM-UNDERLYING TO XC-UNDERLYING
           MOVE PM-SEQUENCE-NUMBER TO XC-SEQUENCE-NUMBER
           IF PM-LINEAR-STYLE
               MOVE PM-OPTION-STYLE TO XC-OPTION-TYPE
           ELSE
               MOVE PM-OPTION-TYPE TO XC-OPTION-TYPE
           END-IF
           MOVE "NOT ON TONIGHT'S EXTRACT - SETTLE BY HAND"
               TO XC-DISPOSITION
           WRITE SETTLEMENT-REGISTER-LINE FROM EXCEPTION-LINE
