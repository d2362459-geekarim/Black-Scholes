      *>   - A missing master is created empty on first open, so the
      *>     initial load of the book is just a transaction file of
      *>     adds applied to an empty master.
      *>   - Delta hedges in the underlying (option style 'S' for
      *>     stock, 'F' for a future) skip the option range checks:
      *>     they need a spot, a book and a blank option type, a
      *>     future needs its expiry date and a stock must not
      *>     carry one (the expiry sweep would otherwise close it).
      *>   - Every add, every change that moves the quantity and
      *>     every close must carry the trade premium and trade
      *>     date. The master keeps an average cost per unit for
      *>     the quantity still open: an add sets it, buying more on
      *>     the same side averages the new premium in, and a cut
      *>     leaves it alone. Whatever a change or close takes off
      *>     the book - the whole position on a close, the cut on a
      *>     reduction, the whole old side when a change carries
      *>     the position through zero - is booked to the realized
      *>     P&L ledger (PNLLEDG, extended across runs) at the
      *>     closing premium less the average cost, and the amount
      *>     prints on the register line. The expiry sweep's closes
      *>     arrive carrying their settlement value and book the
      *>     same way.
      *>   - BS-CORP-ACTION's transactions (trade source 'K') restate
      *>     a position for a split, special dividend or symbol
      *>     change rather than trade it: a 'K' change takes its
      *>     trade premium as the new average cost outright and
      *>     keeps the last trade date, and the 'K' close and add
      *>     that re-key a position under a new symbol book nothing
      *>     to the realized P&L ledger.
      *>   - Every desk transaction must have been through the
      *>     maker-checker queue: it reaches this program on
      *>     BS-MAINT-APPROVE's APPTRAN carrying the keying
      *>     operator and the checker who approved it (and the
      *>     second checker of a large change), and one with no
      *>     checker, or a checker who is also its maker, is
      *>     rejected. The expiry sweep's and BS-CORP-ACTION's
      *>     transactions carry their own job as the maker and
      *>     need no checker. The maker and checkers print on the
      *>     register and are written to the journal with the
      *>     ticket, so every applied change names who keyed it
      *>     and who approved it.
      *>   - The business date comes from BUSDATE, like every other
      *>     program in the night. The trade date on a transaction
      *>     is the day the desk dealt, which for an item held in
      *>     the approval queue or booked late is an earlier day;
      *>     the business date of the run that applied it is
      *>     stamped on its journal record and on any ledger
      *>     record it writes, so the general ledger feed posts
      *>     its premium on the night it reached the book.
      *>
      *> Dependencies:
      *>   - No external programs called.
      *>
      *> Modification History:
      *>   2026-10-15  Reads the business date from BUSDATE and
      *>               stamps it on the journal and the P&L ledger
      *>               as the date the transaction was applied.
      *>   2026-10-14  Maker-checker: desk transactions must carry a
      *>               checker other than their maker (released by
      *>               BS-MAINT-APPROVE); maker, checkers and ticket
      *>               on the register and the journal.
      *>   2026-10-12  Corporate-action transactions (trade source 'K')
      *>               restate the average cost and book no realized
      *>               P&L.
      *>   2026-10-11  Linear hedge styles 'S' (stock) and 'F'
      *>               (future) accepted, with their own validation
      *>               in place of the option range checks.
      *>   2026-10-10  Cost basis: trade premium and date required on
      *>               adds, quantity changes and closes; average cost
      *>               carried on the master; closes and reductions
      *>               write the realized P&L ledger (PNLLEDG).
      *>   2026-09-02  Journaling: every applied transaction writes
      *>               a before/after-image journal record, and a
      *>               close now reads the record it deletes so the
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "PNLLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-MASTER-FILE.
       FD  JOURNAL-FILE.
           COPY BSPOSJRN.

       FD  LEDGER-FILE.
           COPY BSPNLLED.

       FD  BUSINESS-DATE-FILE.
           COPY BSBUSDAT.

       WORKING-STORAGE SECTION.

      * Run control
       01 APPLIED-COUNT           PIC 9(6) VALUE 0.
       01 REJECTED-COUNT          PIC 9(6) VALUE 0.
       01 REJECT-REASON           PIC X(46).
       01 RUN-DATE-NUMERIC        PIC 9(8).
       01 RUN-DATE-INTEGER        PIC 9(8).

      * Journal capture for the transaction in hand: the master
      * image before it applied (spaces on an add) and after it
      * the moment of the write so the recovery program can stop
      * the replay at any point in time.
       01 JOURNAL-TIMESTAMP       PIC X(15) VALUE SPACES.
       01 SAVED-BEFORE-IMAGE      PIC X(131).
       01 SAVED-AFTER-IMAGE       PIC X(131).

      * Cost basis work for the transaction in hand: the master's
      * quantity, average cost and last trade date as they stood
      * before it applied, the unsigned quantities the averaging
      * works in, and the realized amount a close or cut books.
       01 PRIOR-POSITION-QTY      PIC S9(7) SIGN LEADING SEPARATE.
       01 PRIOR-AVERAGE-COST      PIC 9(6)V9(6).
       01 PRIOR-TRADE-DATE        PIC X(8).
       01 PRIOR-UNSIGNED-QTY      PIC 9(7).
       01 NEW-UNSIGNED-QTY        PIC 9(7).
       01 ADDED-UNSIGNED-QTY      PIC 9(7).
       01 CLOSED-QTY              PIC S9(7) SIGN LEADING SEPARATE.
       01 REALIZED-PNL            PIC S9(11)V9(2)
                                      SIGN LEADING SEPARATE.
       01 REALIZED-PNL-EDIT       PIC -(10)9.99.
       01 TRADE-DATE-NUMERIC      PIC 9(8).
       01 TRADE-DATE-INTEGER      PIC 9(8).
       01 LEDGER-SWITCH           PIC X(1).
           88 LEDGER-ENTRY-PENDING    VALUE "Y".
           88 NO-LEDGER-ENTRY         VALUE "N".
       01 LEDGER-COUNT            PIC 9(6) VALUE 0.

      * File status bytes
       01 MASTER-FILE-STATUS      PIC XX.
       01 TRANSACTION-FILE-STATUS PIC XX.
       01 MAINT-REGISTER-STATUS   PIC XX.
       01 JOURNAL-FILE-STATUS     PIC XX.
       01 LEDGER-FILE-STATUS      PIC XX.
       01 BUSINESS-DATE-STATUS    PIC XX.

      * Register print line
       01 REGISTER-DETAIL-LINE.
           05 RG-DISPOSITION          PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 RG-REASON               PIC X(46).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 RG-REALIZED-PNL         PIC X(14).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 RG-MAKER-ID             PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 RG-CHECKER-ID           PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 RG-SECOND-CHECKER-ID    PIC X(8).
           05 FILLER                  PIC X(11) VALUE SPACES.
       01 REGISTER-WORK-LINE      PIC X(132).

       PROCEDURE DIVISION.
      *> the master is genuinely unusable and the run stops before
      *> any transaction is half-applied.
       OPEN-FILES.
           PERFORM READ-BUSINESS-DATE
           OPEN I-O POSITION-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               AND MASTER-FILE-STATUS NOT = "05"
               DISPLAY "BS-POSITION-MAINT: CANNOT OPEN JOURNAL, "
                   "FILE STATUS=" JOURNAL-FILE-STATUS
               STOP RUN
           END-IF
      *> The ledger extends the same way, but it is the permanent
      *> record of realized P&L and is never archived: only the
      *> very first run creates it.
           OPEN EXTEND LEDGER-FILE
           IF LEDGER-FILE-STATUS NOT = "00"
               OPEN OUTPUT LEDGER-FILE
           END-IF
           IF LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "BS-POSITION-MAINT: CANNOT OPEN P&L LEDGER, "
                   "FILE STATUS=" LEDGER-FILE-STATUS
               STOP RUN
           END-IF.

      *> The transactions are applied on the business date on
      *> BUSDATE, not the system clock, so a night that slips past
      *> midnight - or a deliberate rerun of an earlier day - stamps
      *> the day it is processing. No readable business date, no
      *> run, and nothing reaches the master.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-POSITION-MAINT: CANNOT OPEN BUSINESS "
                   "DATE FILE, FILE STATUS=" BUSINESS-DATE-STATUS
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END CONTINUE
           END-READ
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-POSITION-MAINT: BUSINESS DATE FILE IS "
                   "EMPTY OR UNREADABLE, FILE STATUS="
                   BUSINESS-DATE-STATUS
               STOP RUN
           END-IF
           CLOSE BUSINESS-DATE-FILE
           IF BD-BUSINESS-DATE NOT NUMERIC
               DISPLAY "BS-POSITION-MAINT: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               STOP RUN
           END-IF
           MOVE BD-BUSINESS-DATE TO RUN-DATE-NUMERIC
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUMERIC)
           IF RUN-DATE-INTEGER = 0
               DISPLAY "BS-POSITION-MAINT: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE POSITION-MASTER-FILE
           CLOSE TRANSACTION-FILE
           CLOSE MAINT-REGISTER
           CLOSE JOURNAL-FILE
           CLOSE LEDGER-FILE.

       READ-TRANSACTION-RECORD.
           READ TRANSACTION-FILE
           MOVE SPACES TO REJECT-REASON
           MOVE SPACES TO SAVED-BEFORE-IMAGE
           MOVE SPACES TO SAVED-AFTER-IMAGE
           SET NO-LEDGER-ENTRY TO TRUE
           PERFORM VALIDATE-TRANSACTION
           IF VALID-TRANSACTION
               EVALUATE TRUE
           PERFORM WRITE-REGISTER-LINE
           PERFORM READ-TRANSACTION-RECORD.

      *> A close only needs its key and its trade fields; adds and
      *> changes carry a full record and get the same range checks
      *> VALIDATE-INPUTS applies in the nightly run, so the master
      *> never holds a record the pricing run would only turn
      *> around and reject.
       VALIDATE-TRANSACTION.
           SET VALID-TRANSACTION TO TRUE
           IF NOT TR-ADD-ACTION AND NOT TR-CHANGE-ACTION
                       IF TR-ADD-ACTION OR TR-CHANGE-ACTION
                           PERFORM VALIDATE-PRICING-FIELDS
                       END-IF
                       IF VALID-TRANSACTION
                           AND NOT TR-CHANGE-ACTION
                           PERFORM VALIDATE-TRADE-FIELDS
                       END-IF
                       IF VALID-TRANSACTION
                           PERFORM VALIDATE-APPROVAL
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Anything not derived by the expiry sweep or the corporate
      *> action program was keyed by a person, and must have been
      *> approved by somebody else: by two others when it was large
      *> enough that BS-MAINT-APPROVE asked for a second approval.
       VALIDATE-APPROVAL.
           IF NOT TR-EXPIRY-SETTLEMENT
               AND NOT TR-UNPRICED-EXPIRY
               AND NOT TR-CORPORATE-ACTION
               EVALUATE TRUE
                   WHEN TR-MAKER-ID = SPACES
                       SET INVALID-TRANSACTION TO TRUE
                       MOVE "Maker operator ID is required"
                           TO REJECT-REASON
                   WHEN TR-CHECKER-ID = SPACES
                       SET INVALID-TRANSACTION TO TRUE
                       MOVE "Not approved by a second operator"
                           TO REJECT-REASON
                   WHEN TR-CHECKER-ID = TR-MAKER-ID
                       SET INVALID-TRANSACTION TO TRUE
                       MOVE "Approved by its own maker"
                           TO REJECT-REASON
                   WHEN TR-SECOND-CHECKER-ID NOT = SPACES
                       AND (TR-SECOND-CHECKER-ID = TR-MAKER-ID
                           OR TR-SECOND-CHECKER-ID = TR-CHECKER-ID)
                       SET INVALID-TRANSACTION TO TRUE
                       MOVE "Second approval repeats an operator"
                           TO REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       VALIDATE-PRICING-FIELDS.
           IF TR-LINEAR-STYLE
               PERFORM VALIDATE-HEDGE-FIELDS
           ELSE
               PERFORM VALIDATE-OPTION-FIELDS
           END-IF.

       VALIDATE-OPTION-FIELDS.
           IF TR-SIGMA NOT > 0
               SET INVALID-TRANSACTION TO TRUE
               MOVE "Volatility SIGMA must be greater than zero"
               AND TR-OPTION-STYLE NOT = "A"
               AND NOT TR-BARRIER-STYLE
               SET INVALID-TRANSACTION TO TRUE
               MOVE "Option style must be E, A, U, D, I, J, S or F"
                   TO REJECT-REASON
           ELSE
               IF TR-BARRIER-STYLE
               END-IF
           END-IF.

      *> A hedge is marked at spot with a delta of one, so the
      *> strike, maturity, sigma and barrier fields mean nothing on
      *> it and are not checked. The option type must be blank so
      *> no report mistakes the hedge for a call.
       VALIDATE-HEDGE-FIELDS.
           IF TR-S NOT > 0
               SET INVALID-TRANSACTION TO TRUE
               MOVE "Underlying price S must be greater than zero"
                   TO REJECT-REASON
           ELSE
               IF TR-BOOK-CODE = SPACES
                   SET INVALID-TRANSACTION TO TRUE
                   MOVE "Trading book code is required"
                       TO REJECT-REASON
               ELSE
                   IF TR-OPTION-TYPE NOT = SPACE
                       SET INVALID-TRANSACTION TO TRUE
                       MOVE "Option type must be blank on a hedge"
                           TO REJECT-REASON
                   ELSE
                       PERFORM VALIDATE-HEDGE-EXPIRY
                   END-IF
               END-IF
           END-IF.

       VALIDATE-HEDGE-EXPIRY.
           IF TR-OPTION-STYLE = "F"
               IF TR-EXPIRY-DATE NOT NUMERIC
                   SET INVALID-TRANSACTION TO TRUE
                   MOVE "Expiry date is required on a future"
                       TO REJECT-REASON
               END-IF
           ELSE
               IF TR-EXPIRY-DATE NOT = SPACES
                   SET INVALID-TRANSACTION TO TRUE
                   MOVE "A stock hedge carries no expiry date"
                       TO REJECT-REASON
               END-IF
           END-IF.

       VALIDATE-BARRIER-LEVEL.
           IF TR-BARRIER-LEVEL NOT NUMERIC
               OR TR-BARRIER-LEVEL NOT > 0
               END-IF
           END-IF.

      *> The premium and date the average cost and the ledger are
      *> built from. A change only needs them when it moves the
      *> quantity, which is not known until the master record has
      *> been read, so APPLY-CHANGE makes that call itself (a
      *> corporate action's change always carries them). The trade
      *> source codes are the expiry sweep's and the corporate
      *> action program's; the desk keys a blank.
       VALIDATE-TRADE-FIELDS.
           IF TR-TRADE-PRICE NOT NUMERIC
               SET INVALID-TRANSACTION TO TRUE
               MOVE "Trade premium is required" TO REJECT-REASON
           ELSE
               IF TR-TRADE-DATE NOT NUMERIC
                   SET INVALID-TRANSACTION TO TRUE
                   MOVE "Trade date is not a date" TO REJECT-REASON
               ELSE
                   MOVE TR-TRADE-DATE TO TRADE-DATE-NUMERIC
                   COMPUTE TRADE-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(TRADE-DATE-NUMERIC)
                   IF TRADE-DATE-INTEGER = 0
                       SET INVALID-TRANSACTION TO TRUE
                       MOVE "Trade date is not a date"
                           TO REJECT-REASON
                   ELSE
                       IF NOT TR-DESK-TRADE
                           AND NOT TR-EXPIRY-SETTLEMENT
                           AND NOT TR-UNPRICED-EXPIRY
                           AND NOT TR-CORPORATE-ACTION
                           SET INVALID-TRANSACTION TO TRUE
                           MOVE "Trade source must be blank, X, U or K"
                               TO REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       APPLY-ADD.
           PERFORM MOVE-TRANSACTION-TO-MASTER
           MOVE TR-TRADE-PRICE TO PM-AVERAGE-COST
           MOVE TR-TRADE-DATE TO PM-LAST-TRADE-DATE
           WRITE POSITION-MASTER-RECORD
           IF MASTER-FILE-STATUS = "22"
               SET INVALID-TRANSACTION TO TRUE
                   STOP RUN
               END-IF
               MOVE POSITION-MASTER-RECORD TO SAVED-BEFORE-IMAGE
               PERFORM SAVE-PRIOR-COST-BASIS
               IF TR-POSITION-QTY NOT = PRIOR-POSITION-QTY
                   OR TR-CORPORATE-ACTION
                   PERFORM VALIDATE-TRADE-FIELDS
               END-IF
           END-IF
           IF VALID-TRANSACTION
               PERFORM MOVE-TRANSACTION-TO-MASTER
               PERFORM APPLY-COST-BASIS-CHANGE
               REWRITE POSITION-MASTER-RECORD
               IF MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "BS-POSITION-MAINT: MASTER REWRITE "
                   STOP RUN
               END-IF
               MOVE POSITION-MASTER-RECORD TO SAVED-AFTER-IMAGE
               IF LEDGER-ENTRY-PENDING
                   PERFORM WRITE-LEDGER-RECORD
               END-IF
           END-IF.

      *> A master record loaded before cost basis was carried has
      *> no average cost; it is taken as zero, so its first close
      *> books the whole closing premium and the ledger says so.
       SAVE-PRIOR-COST-BASIS.
           MOVE PM-POSITION-QTY TO PRIOR-POSITION-QTY
           IF PM-AVERAGE-COST NUMERIC
               MOVE PM-AVERAGE-COST TO PRIOR-AVERAGE-COST
           ELSE
               MOVE 0 TO PRIOR-AVERAGE-COST
           END-IF
           MOVE PM-LAST-TRADE-DATE TO PRIOR-TRADE-DATE.

      *> Works out the new average cost from the old and new
      *> quantity (the transaction has already replaced the master
      *> fields, quantity included). More on the same side
      *> averages the new premium in; less on the same side books
      *> the cut; crossing through zero books the whole old side
      *> and starts the new side at the trade premium. A corporate
      *> action has already restated the cost onto the new basis
      *> and is not a trade, so it replaces the average cost and
      *> leaves the last trade date alone.
       APPLY-COST-BASIS-CHANGE.
           MOVE PRIOR-AVERAGE-COST TO PM-AVERAGE-COST
           MOVE PRIOR-TRADE-DATE TO PM-LAST-TRADE-DATE
           IF TR-CORPORATE-ACTION
               MOVE TR-TRADE-PRICE TO PM-AVERAGE-COST
           END-IF
           IF PM-POSITION-QTY NOT = PRIOR-POSITION-QTY
               AND NOT TR-CORPORATE-ACTION
               MOVE TR-TRADE-DATE TO PM-LAST-TRADE-DATE
               EVALUATE TRUE
                   WHEN PRIOR-POSITION-QTY = 0
                       MOVE TR-TRADE-PRICE TO PM-AVERAGE-COST
                   WHEN PRIOR-POSITION-QTY > 0
                           AND PM-POSITION-QTY > PRIOR-POSITION-QTY
                       PERFORM AVERAGE-IN-ADDED-QTY
                   WHEN PRIOR-POSITION-QTY < 0
                           AND PM-POSITION-QTY < PRIOR-POSITION-QTY
                       PERFORM AVERAGE-IN-ADDED-QTY
                   WHEN PRIOR-POSITION-QTY > 0
                           AND PM-POSITION-QTY NOT < 0
                       COMPUTE CLOSED-QTY =
                           PRIOR-POSITION-QTY - PM-POSITION-QTY
                       PERFORM BOOK-REALIZED-PNL
                   WHEN PRIOR-POSITION-QTY < 0
                           AND PM-POSITION-QTY NOT > 0
                       COMPUTE CLOSED-QTY =
                           PRIOR-POSITION-QTY - PM-POSITION-QTY
                       PERFORM BOOK-REALIZED-PNL
                   WHEN OTHER
                       MOVE PRIOR-POSITION-QTY TO CLOSED-QTY
                       PERFORM BOOK-REALIZED-PNL
                       MOVE TR-TRADE-PRICE TO PM-AVERAGE-COST
               END-EVALUATE
           END-IF.

       AVERAGE-IN-ADDED-QTY.
           IF PRIOR-POSITION-QTY < 0
               COMPUTE PRIOR-UNSIGNED-QTY = - PRIOR-POSITION-QTY
               COMPUTE NEW-UNSIGNED-QTY = - PM-POSITION-QTY
           ELSE
               MOVE PRIOR-POSITION-QTY TO PRIOR-UNSIGNED-QTY
               MOVE PM-POSITION-QTY TO NEW-UNSIGNED-QTY
           END-IF
           COMPUTE ADDED-UNSIGNED-QTY =
               NEW-UNSIGNED-QTY - PRIOR-UNSIGNED-QTY
           COMPUTE PM-AVERAGE-COST ROUNDED =
               (PRIOR-AVERAGE-COST * PRIOR-UNSIGNED-QTY
               + TR-TRADE-PRICE * ADDED-UNSIGNED-QTY)
               / NEW-UNSIGNED-QTY.

      *> Prices the quantity taken off at the closing premium less
      *> the average cost and stages the ledger record; it is only
      *> written once the master update it describes has gone
      *> through. The position's own fields in the record area
      *> identify it - before the delete on a close, after the
      *> change on a cut.
       BOOK-REALIZED-PNL.
           COMPUTE REALIZED-PNL ROUNDED =
               CLOSED-QTY * TR-TRADE-PRICE
               - CLOSED-QTY * PRIOR-AVERAGE-COST
           MOVE SPACES TO PNL-LEDGER-RECORD
           MOVE TR-TRADE-DATE TO LG-TRADE-DATE
           EVALUATE TRUE
               WHEN TR-EXPIRY-SETTLEMENT
                   SET LG-EXPIRY-SETTLEMENT TO TRUE
               WHEN TR-UNPRICED-EXPIRY
                   SET LG-UNPRICED-EXPIRY TO TRUE
               WHEN OTHER
                   MOVE TR-ACTION TO LG-EVENT
           END-EVALUATE
           MOVE PM-UNDERLYING TO LG-UNDERLYING
           MOVE PM-SEQUENCE-NUMBER TO LG-SEQUENCE-NUMBER
           MOVE PM-BOOK-CODE TO LG-BOOK-CODE
           MOVE PM-CURRENCY TO LG-CURRENCY
           MOVE PM-OPTION-TYPE TO LG-OPTION-TYPE
           MOVE CLOSED-QTY TO LG-CLOSED-QTY
           MOVE PRIOR-AVERAGE-COST TO LG-AVERAGE-COST
           MOVE TR-TRADE-PRICE TO LG-CLOSE-PRICE
           MOVE REALIZED-PNL TO LG-REALIZED-PNL
           MOVE RUN-DATE-NUMERIC TO LG-BUSINESS-DATE
           SET LEDGER-ENTRY-PENDING TO TRUE.

       WRITE-LEDGER-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LG-TIMESTAMP(1:14)
           WRITE PNL-LEDGER-RECORD
           IF LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "BS-POSITION-MAINT: P&L LEDGER WRITE ERROR, "
                   "FILE STATUS=" LEDGER-FILE-STATUS
               STOP RUN
           END-IF
           ADD 1 TO LEDGER-COUNT.

      *> The close reads the record before deleting it so the
      *> journal holds what left the master - the before image is
      *> the whole point of journaling a close. A corporate
      *> action's close only re-keys the position (the add under
      *> the new symbol follows it), so nothing is realized.
       APPLY-CLOSE.
           MOVE TR-UNDERLYING TO PM-UNDERLYING
           MOVE TR-SEQUENCE-NUMBER TO PM-SEQUENCE-NUMBER
                   STOP RUN
               END-IF
               MOVE POSITION-MASTER-RECORD TO SAVED-BEFORE-IMAGE
               PERFORM SAVE-PRIOR-COST-BASIS
               IF NOT TR-CORPORATE-ACTION
                   MOVE PRIOR-POSITION-QTY TO CLOSED-QTY
                   PERFORM BOOK-REALIZED-PNL
               END-IF
               DELETE POSITION-MASTER-FILE RECORD
               IF MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "BS-POSITION-MAINT: MASTER DELETE "
                       "ERROR, FILE STATUS=" MASTER-FILE-STATUS
                   STOP RUN
               END-IF
               IF LEDGER-ENTRY-PENDING
                   PERFORM WRITE-LEDGER-RECORD
               END-IF
           END-IF.

      *> The timestamp is taken at the write, not once per run, so
           MOVE "APPLIED" TO JR-DISPOSITION
           MOVE SAVED-BEFORE-IMAGE TO JR-BEFORE-IMAGE
           MOVE SAVED-AFTER-IMAGE TO JR-AFTER-IMAGE
           MOVE TR-MAKER-ID TO JR-MAKER-ID
           MOVE TR-ENTRY-ID TO JR-ENTRY-ID
           MOVE TR-CHECKER-ID TO JR-CHECKER-ID
           MOVE TR-SECOND-CHECKER-ID TO JR-SECOND-CHECKER-ID
           MOVE RUN-DATE-NUMERIC TO JR-BUSINESS-DATE
           WRITE POSITION-JOURNAL-RECORD
           IF JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "BS-POSITION-MAINT: JOURNAL WRITE ERROR, "
           MOVE TR-ACTION TO RG-ACTION
           MOVE TR-UNDERLYING TO RG-UNDERLYING
           MOVE TR-SEQUENCE-NUMBER TO RG-SEQUENCE-NUMBER
           MOVE SPACES TO RG-REALIZED-PNL
           MOVE TR-MAKER-ID TO RG-MAKER-ID
           MOVE TR-CHECKER-ID TO RG-CHECKER-ID
           MOVE TR-SECOND-CHECKER-ID TO RG-SECOND-CHECKER-ID
           IF VALID-TRANSACTION
               MOVE "APPLIED" TO RG-DISPOSITION
               MOVE SPACES TO RG-REASON
               IF LEDGER-ENTRY-PENDING
                   MOVE REALIZED-PNL TO REALIZED-PNL-EDIT
                   MOVE REALIZED-PNL-EDIT TO RG-REALIZED-PNL
               END-IF
           ELSE
               MOVE "REJECTED" TO RG-DISPOSITION
               MOVE REJECT-REASON TO RG-REASON
       PRINT-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-WORK-LINE
           STRING "BS-POSITION-MAINT: " APPLIED-COUNT " APPLIED, "
               REJECTED-COUNT " REJECTED, " LEDGER-COUNT
               " REALIZED P&L ENTRIES"
               DELIMITED BY SIZE INTO REGISTER-WORK-LINE
           WRITE MAINT-REGISTER-LINE FROM REGISTER-WORK-LINE
           DISPLAY "BS-POSITION-MAINT: " APPLIED-COUNT " APPLIED, "
               REJECTED-COUNT " REJECTED, " LEDGER-COUNT
               " REALIZED P&L ENTRIES".
