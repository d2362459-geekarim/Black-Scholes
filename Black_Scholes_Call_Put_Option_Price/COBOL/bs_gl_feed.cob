      *> ---------------------------------------------------------------
      *> Program: BS-GL-FEED
      *> Purpose: Nightly general ledger posting feed. Turns the
      *>          day's movement in the book - the change in its
      *>          mark-to-market value, the premiums paid and
      *>          received on the day's trades and the cash settled
      *>          at expiry - into balanced double-entry journal
      *>          lines by book and currency, in the local and the
      *>          base currency, on a fixed-width interface file the
      *>          ledger loads, so Finance no longer re-keys the
      *>          book's value change from the summary sysout.
      *>
      *> Description:
      *>   - Runs last in the night, after the expiry sweep. Every
      *>     position is carried in the ledger at its quantity
      *>     times its own-leg mark (EX-POSITION-PRICE) in its own
      *>     currency: tonight's book from tonight's EXTRACT
      *>     (EXTRNEW), last night's from the prior extract
      *>     (EXTRPRV), paired by the position's master key the
      *>     way BS-PNL-ATTRIB pairs them. When the prior extract
      *>     is missing the prior book is rebuilt from the
      *>     mark-history store's most recent business day before
      *>     tonight, again as the attribution does; with no prior
      *>     book at all the movement cannot be measured and
      *>     nothing is posted.
      *>   - Premium on positions opened or added to today comes
      *>     from the maintenance journal (MNTJRNL): every applied
      *>     add, and every change that adds to a side or carries
      *>     the position through zero, journaled by tonight's
      *>     maintenance (JR-BUSINESS-DATE is the business date),
      *>     whatever trade date the desk keyed - a trade held in
      *>     the approval queue or booked late posts its premium on
      *>     the night it reached the book. The premium is what
      *>     the average cost took on - the new quantity at the new
      *>     average cost less the old quantity at the old.
      *>     Corporate-action restatements (maker CORPACT) are not
      *>     trades and are left out, save one: a special dividend
      *>     takes the cash amount off a stock or future hedge's
      *>     average cost, and the quantity times that cut is the
      *>     dividend the hedge was paid (or, short, paid out). It
      *>     is taken in with the closing premium - Dr premium
      *>     cash, Cr positions - so the fall in the hedge's spot
      *>     is not posted as a mark-to-market loss.
      *>   - Premium on positions closed or cut today comes from the
      *>     realized P&L ledger (PNLLEDG): every desk close ('D')
      *>     and reduction ('C') applied on the business date
      *>     (LG-BUSINESS-DATE), at the closed quantity times the
      *>     closing premium. Expiry
      *>     closes are settled from the register instead and are
      *>     left out here.
      *>   - Settlement cash comes from tonight's expiry settlement
      *>     register (EXPREG, BSEXPREG detail lines), which must be
      *>     dated the business date. Each settled line is paired
      *>     with its expiring record on tonight's extract, which
      *>     names its book; a contract expiring tonight counts at
      *>     nil in tonight's book (its value has become the
      *>     settlement) and one that expired on the prior night
      *>     is left out of the prior book (the prior batch
      *>     settled it). A future's register cash is only its move
      *>     from the average cost, so the price it was opened at
      *>     is returned to premium cash alongside it.
      *>   - For each book and currency the entries are:
      *>         premium on opening   Dr positions    Cr premium cash
      *>         premium on closing   Dr premium cash Cr positions
      *>         settlement cash      Dr settlement   Cr positions
      *>         future notional      Dr premium cash Cr positions
      *>         mark-to-market       Dr positions    Cr MTM P&L
      *>     reversed when the amount is negative, with the
      *>     mark-to-market amount the change in value less the
      *>     opening premium plus the closing premium and the
      *>     settlement, so the positions account moves by exactly
      *>     the change in the book's value. Each line is converted
      *>     to the base currency (USD) at the daily FXRATES rate,
      *>     both sides of an entry at the same base amount.
      *>   - Accounts come from the chart-of-accounts map (GLMAP,
      *>     BSGLMAP) by role, book and currency.
      *>   - The lines are proved before anything is written: by
      *>     book and currency, and for the batch, the debits must
      *>     equal the credits in local and in base currency. An
      *>     out-of-balance batch, a line with no account, a
      *>     currency with no rate or an expiry the register and the
      *>     extract do not agree on refuses the batch: the
      *>     interface file (GLINTF, BSGLINTF) is not written and
      *>     the run ends RETURN-CODE 12. Otherwise the file is
      *>     written with a header and a trailer carrying the line
      *>     count and the debit and credit totals. Any error that
      *>     stops the run part way - the business date, a report
      *>     or interface write - also ends it RETURN-CODE 12, so a
      *>     partial GLINTF is never sent on.
      *>   - The posting report (GLRPT) lists the positions that
      *>     appeared or left the book with no trade today (their
      *>     value goes to mark-to-market and Finance should know
      *>     why), the movement by book and currency, every journal
      *>     line, the balance proof and the batch's disposition.
      *>
      *> Dependencies:
      *>   - No external programs called.
      *>
      *> Modification History:
      *>   2026-10-15  Every run-stopping error now ends with
      *>               RETURN-CODE 12.
      *>   2026-10-15  A special dividend's cut to a hedge's average
      *>               cost is posted as cash with the closing
      *>               premium.
      *>   2026-10-15  Premium cash picked by the business date the
      *>               journal and ledger record was applied on,
      *>               not the desk's trade date.
      *>   2026-10-15  Original version.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BS-GL-FEED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TONIGHT-EXTRACT-FILE ASSIGN TO "EXTRNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TONIGHT-FILE-STATUS.

           SELECT PRIOR-EXTRACT-FILE ASSIGN TO "EXTRPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIOR-FILE-STATUS.

           SELECT OPTIONAL MARK-HISTORY-FILE ASSIGN TO "MARKHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-HISTORY-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT SETTLEMENT-REGISTER ASSIGN TO "EXPREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTLEMENT-REGISTER-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "MNTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "PNLLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.

           SELECT ACCOUNT-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAP-FILE-STATUS.

           SELECT FX-RATE-FILE ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-RATE-FILE-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTERFACE-FILE-STATUS.

           SELECT POSTING-REPORT ASSIGN TO "GLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTING-REPORT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TONIGHT-EXTRACT-FILE.
           COPY BSEXTRAT.

       FD  PRIOR-EXTRACT-FILE.
           COPY BSEXTRAT REPLACING LEADING ==EX-== BY ==PX-==
               ==EXTRACT-RECORD== BY ==PRIOR-EXTRACT-RECORD==.

       FD  MARK-HISTORY-FILE.
           COPY BSMKHIST.

       FD  SETTLEMENT-REGISTER.
       01  SETTLEMENT-REGISTER-LINE PIC X(132).

       FD  JOURNAL-FILE.
           COPY BSPOSJRN.

       FD  LEDGER-FILE.
           COPY BSPNLLED.

       FD  ACCOUNT-MAP-FILE.
           COPY BSGLMAP.

       FD  FX-RATE-FILE.
           COPY BSFXRATE.

       FD  GL-INTERFACE-FILE.
           COPY BSGLINTF.

       FD  POSTING-REPORT.
       01  POSTING-REPORT-LINE     PIC X(132).

       FD  BUSINESS-DATE-FILE.
           COPY BSBUSDAT.

       WORKING-STORAGE SECTION.

      * Run control
       01 END-OF-TONIGHT-FILE     PIC X(1) VALUE "N".
       01 END-OF-PRIOR-FILE       PIC X(1) VALUE "N".
       01 END-OF-HISTORY-FILE     PIC X(1) VALUE "N".
       01 END-OF-REGISTER-FILE    PIC X(1) VALUE "N".
       01 END-OF-JOURNAL-FILE     PIC X(1) VALUE "N".
       01 END-OF-LEDGER-FILE      PIC X(1) VALUE "N".
       01 END-OF-MAP-FILE         PIC X(1) VALUE "N".
       01 END-OF-FX-RATE-FILE     PIC X(1) VALUE "N".
       01 RUN-TIMESTAMP           PIC X(15) VALUE SPACES.
       01 RUN-DATE-TEXT           PIC X(8).
       01 RUN-DATE-NUMERIC        PIC 9(8).
       01 RUN-DATE-INTEGER        PIC 9(8).
       01 TONIGHT-COUNT           PIC 9(6) VALUE 0.
       01 MATCHED-COUNT           PIC 9(6) VALUE 0.
       01 NEW-COUNT               PIC 9(6) VALUE 0.
       01 DROPPED-COUNT           PIC 9(6) VALUE 0.
       01 PRIOR-EXPIRED-COUNT     PIC 9(6) VALUE 0.
       01 EXPIRING-COUNT          PIC 9(6) VALUE 0.
       01 OPENING-TRADE-COUNT     PIC 9(6) VALUE 0.
       01 CLOSING-TRADE-COUNT     PIC 9(6) VALUE 0.
       01 DIVIDEND-CASH-COUNT     PIC 9(6) VALUE 0.
       01 EXCEPTION-COUNT         PIC 9(6) VALUE 0.
       01 REFUSAL-COUNT           PIC 9(4) VALUE 0.
       01 UNMAPPED-LINE-COUNT     PIC 9(4) VALUE 0.
       01 UNBALANCED-COUNT        PIC 9(4) VALUE 0.

      * File status bytes
       01 TONIGHT-FILE-STATUS     PIC XX.
       01 PRIOR-FILE-STATUS       PIC XX.
       01 HISTORY-FILE-STATUS     PIC XX.
       01 SETTLEMENT-REGISTER-STATUS PIC XX.
       01 JOURNAL-FILE-STATUS     PIC XX.
       01 LEDGER-FILE-STATUS      PIC XX.
       01 MAP-FILE-STATUS         PIC XX.
       01 FX-RATE-FILE-STATUS     PIC XX.
       01 INTERFACE-FILE-STATUS   PIC XX.
       01 POSTING-REPORT-STATUS   PIC XX.
       01 BUSINESS-DATE-STATUS    PIC XX.

      * Where the prior book came from and the date it was valued
      * on; the reach-back fields are the attribution's.
       01 PRIOR-BOOK-SOURCE       PIC X(8) VALUE SPACES.
       01 PRIOR-VALUATION-DATE    PIC X(8) VALUE SPACES.
       01 TONIGHT-VALUATION-DATE  PIC X(8).
       01 REACH-BACK-DATE         PIC X(8).

      * The prior night's book. PRV-EXPIRED marks a contract that
      * expired on the night it was valued: the prior batch settled
      * it, so it is in neither book's value.
       01 PRIOR-TABLE.
           05 PRIOR-ENTRY OCCURS 500 TIMES INDEXED BY PRIOR-INDEX.
               10 PRV-UNDERLYING       PIC X(10).
               10 PRV-SEQUENCE-NUMBER  PIC 9(6).
               10 PRV-EXPIRY-DATE      PIC X(8).
               10 PRV-BOOK-CODE        PIC X(4).
               10 PRV-CURRENCY         PIC X(3).
               10 PRV-POSITION-QTY     PIC S9(7)
                                           SIGN LEADING SEPARATE.
               10 PRV-POSITION-PRICE   PIC 9(6)V9(6).
               10 PRV-EXPIRED          PIC X(1).
               10 PRV-MATCHED          PIC X(1).
       01 PRIOR-ENTRY-COUNT       PIC 9(3) VALUE 0.
       01 PRIOR-TABLE-MAX         PIC 9(3) VALUE 500.

      * Every position traded today, from the journal and the
      * ledger, so a position that appears in or leaves the book
      * with no trade behind it can be told apart and reported.
       01 TRADED-TABLE.
           05 TRADED-ENTRY OCCURS 1000 TIMES INDEXED BY TRADED-INDEX.
               10 TRD-UNDERLYING       PIC X(10).
               10 TRD-SEQUENCE-NUMBER  PIC 9(6).
       01 TRADED-ENTRY-COUNT      PIC 9(4) VALUE 0.
       01 TRADED-TABLE-MAX        PIC 9(4) VALUE 1000.
       01 TRADED-UNDERLYING       PIC X(10).
       01 TRADED-SEQUENCE-NUMBER  PIC 9(6).

      * Tonight's settled expiries off the register, paired with
      * their expiring extract records as tonight's book is read.
       01 SETTLEMENT-TABLE.
           05 SETTLEMENT-ENTRY OCCURS 200 TIMES
                   INDEXED BY SETTLEMENT-INDEX.
               10 STL-UNDERLYING       PIC X(10).
               10 STL-SEQUENCE-NUMBER  PIC 9(6).
               10 STL-MONEYNESS        PIC X(3).
                   88 STL-FUTURE           VALUE "FUT".
               10 STL-QTY              PIC S9(7)
                                           SIGN LEADING SEPARATE.
               10 STL-INTRINSIC        PIC 9(5)V9(5).
               10 STL-LOCAL-CASH       PIC S9(11)V9(2)
                                           SIGN LEADING SEPARATE.
               10 STL-MATCHED          PIC X(1).
       01 SETTLEMENT-ENTRY-COUNT  PIC 9(3) VALUE 0.
       01 SETTLEMENT-TABLE-MAX    PIC 9(3) VALUE 200.

      * The register's heading line, for its business date
       01 REGISTER-HEADING-VIEW.
           05 RH-TITLE                PIC X(26).
           05 FILLER                  PIC X(16).
           05 RH-BUSINESS-DATE        PIC X(8).
           05 FILLER                  PIC X(82).
           COPY BSEXPREG.

      * Journal images laid over the master layout
           COPY BSPOSMST REPLACING LEADING ==PM-== BY ==JB-==
               ==POSITION-MASTER-RECORD== BY ==JOURNAL-BEFORE-IMAGE==.
           COPY BSPOSMST REPLACING LEADING ==PM-== BY ==JA-==
               ==POSITION-MASTER-RECORD== BY ==JOURNAL-AFTER-IMAGE==.
       01 BEFORE-AVERAGE-COST     PIC 9(6)V9(6).

      * Chart of accounts by role, book and currency
       01 ACCOUNT-MAP-TABLE.
           05 ACCOUNT-MAP-ENTRY OCCURS 200 TIMES
                   INDEXED BY ACCOUNT-MAP-INDEX.
               10 AM-BOOK-CODE         PIC X(4).
               10 AM-CURRENCY          PIC X(3).
               10 AM-ACCOUNT-ROLE      PIC X(4).
               10 AM-GL-ACCOUNT        PIC X(12).
       01 ACCOUNT-MAP-COUNT       PIC 9(3) VALUE 0.
       01 ACCOUNT-MAP-MAX         PIC 9(3) VALUE 200.
       01 ANY-BOOK-CODE           PIC X(4) VALUE "****".
       01 ANY-CURRENCY            PIC X(3) VALUE "***".
       01 LOOKUP-BOOK-CODE        PIC X(4).
       01 LOOKUP-CURRENCY         PIC X(3).
       01 LOOKUP-ROLE             PIC X(4).
       01 FOUND-GL-ACCOUNT        PIC X(12).

      * Daily FX rates into the base currency, loaded the way the
      * pricing run loads them.
       01 FX-RATE-TABLE.
           05 FX-RATE-ENTRY OCCURS 20 TIMES
                   INDEXED BY FX-RATE-INDEX.
               10 FXT-CURRENCY             PIC X(3).
               10 FXT-RATE                 PIC 9(3)V9(6).
       01 FX-RATE-COUNT           PIC 9(2) VALUE 0.
       01 FX-RATE-TABLE-MAX       PIC 9(2) VALUE 20.
       01 BASE-CURRENCY           PIC X(3) VALUE "USD".

      * The day's movement by book and currency, in the currency
      * itself; the proof totals are filled from the journal lines
      * once they are all built.
       01 BOOK-CURRENCY-TABLE.
           05 BOOK-CURRENCY-ENTRY OCCURS 100 TIMES
                   INDEXED BY BOOK-CURRENCY-INDEX.
               10 BC-BOOK-CODE         PIC X(4).
               10 BC-CURRENCY          PIC X(3).
               10 BC-PRIOR-VALUE       PIC S9(13)V9(6)
                                           SIGN LEADING SEPARATE.
               10 BC-TONIGHT-VALUE     PIC S9(13)V9(6)
                                           SIGN LEADING SEPARATE.
               10 BC-OPENING-PREMIUM   PIC S9(13)V9(6)
                                           SIGN LEADING SEPARATE.
               10 BC-CLOSING-PREMIUM   PIC S9(13)V9(6)
                                           SIGN LEADING SEPARATE.
               10 BC-SETTLEMENT-CASH   PIC S9(13)V9(2)
                                           SIGN LEADING SEPARATE.
               10 BC-SETTLEMENT-GROSS  PIC S9(13)V9(2)
                                           SIGN LEADING SEPARATE.
               10 BC-MTM-AMOUNT        PIC S9(13)V9(2)
                                           SIGN LEADING SEPARATE.
               10 BC-FX-RATE           PIC 9(3)V9(6).
               10 BC-LOCAL-DEBITS      PIC 9(15)V9(2).
               10 BC-LOCAL-CREDITS     PIC 9(15)V9(2).
               10 BC-BASE-DEBITS       PIC 9(15)V9(2).
               10 BC-BASE-CREDITS      PIC 9(15)V9(2).
       01 BOOK-CURRENCY-COUNT     PIC 9(3) VALUE 0.
       01 BOOK-CURRENCY-MAX       PIC 9(3) VALUE 100.
       01 SOUGHT-BOOK-CODE        PIC X(4).
       01 SOUGHT-CURRENCY         PIC X(3).

      * Amount work fields
       01 POSITION-VALUE          PIC S9(13)V9(6)
                                      SIGN LEADING SEPARATE.
       01 BEFORE-HELD-VALUE       PIC S9(13)V9(6)
                                      SIGN LEADING SEPARATE.
       01 PREMIUM-AMOUNT          PIC S9(13)V9(6)
                                      SIGN LEADING SEPARATE.
       01 VALUE-CHANGE-AMOUNT     PIC S9(13)V9(2)
                                      SIGN LEADING SEPARATE.
       01 OPENING-AMOUNT          PIC S9(13)V9(2)
                                      SIGN LEADING SEPARATE.
       01 CLOSING-AMOUNT          PIC S9(13)V9(2)
                                      SIGN LEADING SEPARATE.
       01 NOTIONAL-RETURN-AMOUNT  PIC S9(13)V9(2)
                                      SIGN LEADING SEPARATE.
       01 SETTLEMENT-GROSS        PIC S9(13)V9(2)
                                      SIGN LEADING SEPARATE.

      * The entry in hand: a signed amount and the roles it debits
      * and credits when positive.
       01 ENTRY-AMOUNT            PIC S9(13)V9(2)
                                      SIGN LEADING SEPARATE.
       01 ENTRY-BASE-AMOUNT       PIC 9(13)V9(2).
       01 ENTRY-TYPE              PIC X(1).
       01 ENTRY-NARRATIVE         PIC X(30).
       01 DEBIT-ROLE              PIC X(4).
       01 CREDIT-ROLE             PIC X(4).
       01 SWAPPED-ROLE            PIC X(4).
       01 LINE-ROLE               PIC X(4).
       01 LINE-DEBIT-CREDIT       PIC X(1).
       01 RATE-FOUND-SWITCH       PIC X(1).
           88 RATE-FOUND              VALUE "Y".
           88 RATE-MISSING            VALUE "N".

      * The night's journal lines, built whole and proved before
      * any of them is written.
       01 POSTING-LINE-TABLE.
           05 POSTING-LINE-ENTRY OCCURS 1000 TIMES
                   INDEXED BY POSTING-LINE-INDEX.
               10 PL-BOOK-CODE         PIC X(4).
               10 PL-CURRENCY          PIC X(3).
               10 PL-ACCOUNT-ROLE      PIC X(4).
               10 PL-GL-ACCOUNT        PIC X(12).
               10 PL-ENTRY-TYPE        PIC X(1).
               10 PL-DEBIT-CREDIT      PIC X(1).
               10 PL-LOCAL-AMOUNT      PIC 9(13)V9(2).
               10 PL-BASE-AMOUNT       PIC 9(13)V9(2).
               10 PL-FX-RATE           PIC 9(3)V9(6).
               10 PL-NARRATIVE         PIC X(30).
       01 POSTING-LINE-COUNT      PIC 9(4) VALUE 0.
       01 POSTING-LINE-MAX        PIC 9(4) VALUE 1000.

      * Batch control totals. The local totals add mixed currencies
      * and are a hash only; the base totals must agree.
       01 BATCH-LOCAL-DEBITS      PIC 9(15)V9(2) VALUE 0.
       01 BATCH-LOCAL-CREDITS     PIC 9(15)V9(2) VALUE 0.
       01 BATCH-BASE-DEBITS       PIC 9(15)V9(2) VALUE 0.
       01 BATCH-BASE-CREDITS      PIC 9(15)V9(2) VALUE 0.
       01 BATCH-SWITCH            PIC X(1) VALUE "Y".
           88 BATCH-IN-ORDER          VALUE "Y".
           88 BATCH-REFUSED           VALUE "N".
       01 SOURCE-SYSTEM-ID        PIC X(8) VALUE "BSOPTION".

      * Report work areas
       01 EXCEPTION-LINE.
           05 XC-UNDERLYING           PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 XC-SEQUENCE-NUMBER      PIC 9(6).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 XC-BOOK-CODE            PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 XC-CURRENCY             PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 XC-VALUE                PIC -(12)9.99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 XC-DISPOSITION          PIC X(50).
           05 FILLER                  PIC X(38) VALUE SPACES.
       01 MOVEMENT-LINE.
           05 MV-BOOK-CODE            PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 MV-CURRENCY             PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 MV-PRIOR-VALUE          PIC -(12)9.99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 MV-TONIGHT-VALUE        PIC -(12)9.99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 MV-OPENING-PREMIUM      PIC -(12)9.99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 MV-CLOSING-PREMIUM      PIC -(12)9.99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 MV-SETTLEMENT-CASH      PIC -(12)9.99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 MV-MTM-AMOUNT           PIC -(12)9.99.
           05 FILLER                  PIC X(21) VALUE SPACES.
       01 JOURNAL-LINE.
           05 JL-LINE-NUMBER          PIC Z(5)9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 JL-BOOK-CODE            PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 JL-CURRENCY             PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 JL-ACCOUNT-ROLE         PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 JL-GL-ACCOUNT           PIC X(12).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 JL-ENTRY-TYPE           PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 JL-DEBIT-CREDIT         PIC X(2).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 JL-LOCAL-AMOUNT         PIC Z(12)9.99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 JL-BASE-AMOUNT          PIC Z(12)9.99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 JL-FX-RATE              PIC ZZ9.999999.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 JL-NARRATIVE            PIC X(30).
           05 FILLER                  PIC X(12) VALUE SPACES.
       01 PROOF-LINE.
           05 PF-LABEL                PIC X(5).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 PF-BOOK-CODE            PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 PF-CURRENCY             PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 PF-LOCAL-DEBITS         PIC Z(14)9.99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 PF-LOCAL-CREDITS        PIC Z(14)9.99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 PF-BASE-DEBITS          PIC Z(14)9.99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 PF-BASE-CREDITS         PIC Z(14)9.99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 PF-STATUS               PIC X(14).
           05 FILLER                  PIC X(27) VALUE SPACES.
       01 REPORT-WORK-LINE        PIC X(132).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM LOAD-FX-RATE-TABLE
           PERFORM LOAD-OPENING-PREMIUMS
           PERFORM LOAD-CLOSING-PREMIUMS
           PERFORM LOAD-SETTLEMENT-REGISTER
           PERFORM OPEN-TONIGHT-EXTRACT
           PERFORM LOAD-PRIOR-BOOK
           PERFORM VALUE-TONIGHT-BOOK
           PERFORM SWEEP-DROPPED-POSITIONS
           PERFORM CHECK-UNPAIRED-SETTLEMENTS
           PERFORM BUILD-JOURNAL-LINES
           PERFORM PROVE-BATCH-BALANCE
           PERFORM PRINT-MOVEMENT-SECTION
           PERFORM PRINT-JOURNAL-SECTION
           PERFORM PRINT-PROOF-SECTION
           IF BATCH-IN-ORDER
               PERFORM WRITE-GL-INTERFACE
           END-IF
           PERFORM TERMINATE-RUN
           STOP RUN.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TIMESTAMP(1:14)
           PERFORM READ-BUSINESS-DATE
           MOVE RUN-DATE-NUMERIC TO RUN-DATE-TEXT
           OPEN OUTPUT POSTING-REPORT
           IF POSTING-REPORT-STATUS NOT = "00"
               DISPLAY "BS-GL-FEED: CANNOT OPEN REPORT FILE, "
                   "FILE STATUS=" POSTING-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "GENERAL LEDGER POSTING FEED  BUSINESS DATE "
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
               DISPLAY "BS-GL-FEED: CANNOT OPEN BUSINESS "
                   "DATE FILE, FILE STATUS=" BUSINESS-DATE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END CONTINUE
           END-READ
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-GL-FEED: BUSINESS DATE FILE IS "
                   "EMPTY OR UNREADABLE, FILE STATUS="
                   BUSINESS-DATE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE BUSINESS-DATE-FILE
           IF BD-BUSINESS-DATE NOT NUMERIC
               DISPLAY "BS-GL-FEED: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BD-BUSINESS-DATE TO RUN-DATE-NUMERIC
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUMERIC)
           IF RUN-DATE-INTEGER = 0
               DISPLAY "BS-GL-FEED: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> An input the movement cannot be measured without stops the
      *> run before anything is posted; the report says why.
       STOP-UNPOSTED.
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "BATCH NOT WRITTEN - SEE THE CONSOLE FOR THE INPUT "
               "IN ERROR"
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           CLOSE POSTING-REPORT
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      *> Without the map no line can be given an account, so a
      *> missing map stops the run rather than refuse every line.
       LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP-FILE
           IF MAP-FILE-STATUS NOT = "00"
               DISPLAY "BS-GL-FEED: CANNOT OPEN CHART OF ACCOUNTS "
                   "MAP, FILE STATUS=" MAP-FILE-STATUS
               PERFORM STOP-UNPOSTED
           END-IF
           PERFORM READ-MAP-RECORD
           PERFORM LOAD-ONE-MAP-ENTRY
               UNTIL END-OF-MAP-FILE = "Y"
           CLOSE ACCOUNT-MAP-FILE.

       READ-MAP-RECORD.
           READ ACCOUNT-MAP-FILE
               AT END MOVE "Y" TO END-OF-MAP-FILE
           END-READ.

       LOAD-ONE-MAP-ENTRY.
           IF GM-POSITION-VALUE OR GM-MTM-PNL
               OR GM-PREMIUM-CASH OR GM-SETTLEMENT-CASH
               IF ACCOUNT-MAP-COUNT NOT < ACCOUNT-MAP-MAX
                   DISPLAY "BS-GL-FEED: CHART OF ACCOUNTS MAP "
                       "EXCEEDS " ACCOUNT-MAP-MAX " ENTRIES"
                   PERFORM STOP-UNPOSTED
               END-IF
               ADD 1 TO ACCOUNT-MAP-COUNT
               SET ACCOUNT-MAP-INDEX TO ACCOUNT-MAP-COUNT
               MOVE GM-BOOK-CODE TO AM-BOOK-CODE (ACCOUNT-MAP-INDEX)
               MOVE GM-CURRENCY TO AM-CURRENCY (ACCOUNT-MAP-INDEX)
               MOVE GM-ACCOUNT-ROLE
                   TO AM-ACCOUNT-ROLE (ACCOUNT-MAP-INDEX)
               MOVE GM-GL-ACCOUNT TO AM-GL-ACCOUNT (ACCOUNT-MAP-INDEX)
           ELSE
               DISPLAY "BS-GL-FEED: IGNORING ACCOUNT MAP RECORD "
                   "WITH ROLE '" GM-ACCOUNT-ROLE "'"
           END-IF
           PERFORM READ-MAP-RECORD.

      *> A missing rate file only matters if a non-base currency
      *> has something to post; that line is then refused, never
      *> converted at zero.
       LOAD-FX-RATE-TABLE.
           OPEN INPUT FX-RATE-FILE
           IF FX-RATE-FILE-STATUS NOT = "00"
               DISPLAY "BS-GL-FEED: NO FX RATE FILE (STATUS "
                   FX-RATE-FILE-STATUS "), ONLY THE BASE CURRENCY "
                   "CAN BE POSTED"
           ELSE
               PERFORM READ-FX-RATE-RECORD
               PERFORM LOAD-ONE-FX-RATE
                   UNTIL END-OF-FX-RATE-FILE = "Y"
               CLOSE FX-RATE-FILE
           END-IF.

       READ-FX-RATE-RECORD.
           READ FX-RATE-FILE
               AT END MOVE "Y" TO END-OF-FX-RATE-FILE
           END-READ.

       LOAD-ONE-FX-RATE.
           IF FX-CURRENCY NOT = SPACES
               AND FX-CURRENCY NOT = BASE-CURRENCY
               AND FX-RATE NUMERIC AND FX-RATE > 0
               AND FX-RATE-COUNT < FX-RATE-TABLE-MAX
               ADD 1 TO FX-RATE-COUNT
               SET FX-RATE-INDEX TO FX-RATE-COUNT
               MOVE FX-CURRENCY TO FXT-CURRENCY (FX-RATE-INDEX)
               MOVE FX-RATE TO FXT-RATE (FX-RATE-INDEX)
           END-IF
           PERFORM READ-FX-RATE-RECORD.

      *> The journal is read whole: it runs across nights until
      *> operations archives it, and today's trades are the applied
      *> adds and changes journaled on the business date. The
      *> premium is what the average cost took on, so an add is its
      *> quantity at its cost, an addition to a side is the new
      *> quantity at the new average less the old quantity
      *> at the old, and a change through zero is the new side at
      *> its trade premium. A cut takes nothing on - its premium is
      *> on the ledger - but it is still a trade today.
       LOAD-OPENING-PREMIUMS.
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "BS-GL-FEED: CANNOT OPEN MAINTENANCE "
                   "JOURNAL, FILE STATUS=" JOURNAL-FILE-STATUS
               PERFORM STOP-UNPOSTED
           END-IF
           PERFORM READ-JOURNAL-RECORD
           PERFORM TAKE-ONE-JOURNAL-RECORD
               UNTIL END-OF-JOURNAL-FILE = "Y"
           CLOSE JOURNAL-FILE.

       READ-JOURNAL-RECORD.
           READ JOURNAL-FILE
               AT END MOVE "Y" TO END-OF-JOURNAL-FILE
           END-READ.

       TAKE-ONE-JOURNAL-RECORD.
           IF (JR-ACTION = "A" OR JR-ACTION = "C")
               AND JR-DISPOSITION = "APPLIED"
               AND JR-MAKER-ID NOT = "CORPACT"
               MOVE JR-AFTER-IMAGE TO JOURNAL-AFTER-IMAGE
               IF JR-BUSINESS-DATE = RUN-DATE-TEXT
                   AND JA-AVERAGE-COST NUMERIC
                   PERFORM PRICE-OPENING-TRADE
               END-IF
           END-IF
           IF JR-ACTION = "C"
               AND JR-DISPOSITION = "APPLIED"
               AND JR-MAKER-ID = "CORPACT"
               AND JR-BUSINESS-DATE = RUN-DATE-TEXT
               MOVE JR-AFTER-IMAGE TO JOURNAL-AFTER-IMAGE
               MOVE JR-BEFORE-IMAGE TO JOURNAL-BEFORE-IMAGE
               IF JA-LINEAR-STYLE
                   AND JA-AVERAGE-COST NUMERIC
                   AND JA-POSITION-QTY = JB-POSITION-QTY
                   PERFORM PRICE-DIVIDEND-CASH
               END-IF
           END-IF
           PERFORM READ-JOURNAL-RECORD.

      *> A hedge's quantity is untouched by a special dividend;
      *> only its average cost comes down, by the cash paid per
      *> unit. A split changes the quantity and a symbol change is
      *> a close and an add, so neither lands here.
       PRICE-DIVIDEND-CASH.
           IF JB-AVERAGE-COST NUMERIC
               MOVE JB-AVERAGE-COST TO BEFORE-AVERAGE-COST
           ELSE
               MOVE 0 TO BEFORE-AVERAGE-COST
           END-IF
           IF JA-AVERAGE-COST < BEFORE-AVERAGE-COST
               COMPUTE BEFORE-HELD-VALUE =
                   JB-POSITION-QTY * BEFORE-AVERAGE-COST
               COMPUTE POSITION-VALUE =
                   JA-POSITION-QTY * JA-AVERAGE-COST
               COMPUTE PREMIUM-AMOUNT =
                   BEFORE-HELD-VALUE - POSITION-VALUE
               ADD 1 TO DIVIDEND-CASH-COUNT
               MOVE JA-BOOK-CODE TO SOUGHT-BOOK-CODE
               MOVE JA-CURRENCY TO SOUGHT-CURRENCY
               PERFORM LOCATE-BOOK-CURRENCY
               ADD PREMIUM-AMOUNT
                   TO BC-CLOSING-PREMIUM (BOOK-CURRENCY-INDEX)
           END-IF.

       PRICE-OPENING-TRADE.
           MOVE 0 TO PREMIUM-AMOUNT
           IF JR-ACTION = "A"
               COMPUTE PREMIUM-AMOUNT =
                   JA-POSITION-QTY * JA-AVERAGE-COST
           ELSE
               MOVE JR-BEFORE-IMAGE TO JOURNAL-BEFORE-IMAGE
               IF JB-AVERAGE-COST NUMERIC
                   MOVE JB-AVERAGE-COST TO BEFORE-AVERAGE-COST
               ELSE
                   MOVE 0 TO BEFORE-AVERAGE-COST
               END-IF
               COMPUTE BEFORE-HELD-VALUE =
                   JB-POSITION-QTY * BEFORE-AVERAGE-COST
               COMPUTE POSITION-VALUE =
                   JA-POSITION-QTY * JA-AVERAGE-COST
               EVALUATE TRUE
                   WHEN JA-POSITION-QTY = JB-POSITION-QTY
                       CONTINUE
                   WHEN JB-POSITION-QTY = 0
                       MOVE POSITION-VALUE TO PREMIUM-AMOUNT
                   WHEN JB-POSITION-QTY > 0
                           AND JA-POSITION-QTY > JB-POSITION-QTY
                       COMPUTE PREMIUM-AMOUNT =
                           POSITION-VALUE - BEFORE-HELD-VALUE
                   WHEN JB-POSITION-QTY < 0
                           AND JA-POSITION-QTY < JB-POSITION-QTY
                       COMPUTE PREMIUM-AMOUNT =
                           POSITION-VALUE - BEFORE-HELD-VALUE
                   WHEN JB-POSITION-QTY > 0 AND JA-POSITION-QTY < 0
                       MOVE POSITION-VALUE TO PREMIUM-AMOUNT
                   WHEN JB-POSITION-QTY < 0 AND JA-POSITION-QTY > 0
                       MOVE POSITION-VALUE TO PREMIUM-AMOUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF JR-ACTION = "A" OR JA-POSITION-QTY NOT = JB-POSITION-QTY
               ADD 1 TO OPENING-TRADE-COUNT
               MOVE JA-UNDERLYING TO TRADED-UNDERLYING
               MOVE JA-SEQUENCE-NUMBER TO TRADED-SEQUENCE-NUMBER
               PERFORM NOTE-TRADED-POSITION
               MOVE JA-BOOK-CODE TO SOUGHT-BOOK-CODE
               MOVE JA-CURRENCY TO SOUGHT-CURRENCY
               PERFORM LOCATE-BOOK-CURRENCY
               ADD PREMIUM-AMOUNT
                   TO BC-OPENING-PREMIUM (BOOK-CURRENCY-INDEX)
           END-IF.

      *> Desk closes and cuts applied on the business date, at the
      *> closing premium - positive when a long was sold, negative
      *> when a short was bought back. The expiry sweep's closes
      *> settle through the register, not here.
       LOAD-CLOSING-PREMIUMS.
           OPEN INPUT LEDGER-FILE
           IF LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "BS-GL-FEED: CANNOT OPEN REALIZED P&L "
                   "LEDGER, FILE STATUS=" LEDGER-FILE-STATUS
               PERFORM STOP-UNPOSTED
           END-IF
           PERFORM READ-LEDGER-RECORD
           PERFORM TAKE-ONE-LEDGER-RECORD
               UNTIL END-OF-LEDGER-FILE = "Y"
           CLOSE LEDGER-FILE.

       READ-LEDGER-RECORD.
           READ LEDGER-FILE
               AT END MOVE "Y" TO END-OF-LEDGER-FILE
           END-READ.

       TAKE-ONE-LEDGER-RECORD.
           IF LG-BUSINESS-DATE = RUN-DATE-TEXT
               AND (LG-DESK-CLOSE OR LG-DESK-REDUCTION)
               ADD 1 TO CLOSING-TRADE-COUNT
               COMPUTE PREMIUM-AMOUNT =
                   LG-CLOSED-QTY * LG-CLOSE-PRICE
               MOVE LG-UNDERLYING TO TRADED-UNDERLYING
               MOVE LG-SEQUENCE-NUMBER TO TRADED-SEQUENCE-NUMBER
               PERFORM NOTE-TRADED-POSITION
               MOVE LG-BOOK-CODE TO SOUGHT-BOOK-CODE
               MOVE LG-CURRENCY TO SOUGHT-CURRENCY
               PERFORM LOCATE-BOOK-CURRENCY
               ADD PREMIUM-AMOUNT
                   TO BC-CLOSING-PREMIUM (BOOK-CURRENCY-INDEX)
           END-IF
           PERFORM READ-LEDGER-RECORD.

       NOTE-TRADED-POSITION.
           PERFORM LOCATE-TRADED-POSITION
           IF TRADED-INDEX > TRADED-ENTRY-COUNT
               IF TRADED-ENTRY-COUNT NOT < TRADED-TABLE-MAX
                   DISPLAY "BS-GL-FEED: MORE THAN " TRADED-TABLE-MAX
                       " POSITIONS TRADED TODAY"
                   PERFORM STOP-UNPOSTED
               END-IF
               ADD 1 TO TRADED-ENTRY-COUNT
               SET TRADED-INDEX TO TRADED-ENTRY-COUNT
               MOVE TRADED-UNDERLYING TO TRD-UNDERLYING (TRADED-INDEX)
               MOVE TRADED-SEQUENCE-NUMBER
                   TO TRD-SEQUENCE-NUMBER (TRADED-INDEX)
           END-IF.

       LOCATE-TRADED-POSITION.
           SET TRADED-INDEX TO 1
           SEARCH TRADED-ENTRY
               AT END
                   SET TRADED-INDEX TO TRADED-TABLE-MAX
                   SET TRADED-INDEX UP BY 1
               WHEN TRADED-INDEX NOT > TRADED-ENTRY-COUNT
                   AND TRD-UNDERLYING (TRADED-INDEX)
                       = TRADED-UNDERLYING
                   AND TRD-SEQUENCE-NUMBER (TRADED-INDEX)
                       = TRADED-SEQUENCE-NUMBER
                   CONTINUE
           END-SEARCH.

      *> The register must be tonight's: one from another night
      *> would post some other day's cash against tonight's book.
      *> Its detail lines are told from the headings, the unpriced
      *> expiries and the totals by the moneyness column and a
      *> numeric sequence number.
       LOAD-SETTLEMENT-REGISTER.
           OPEN INPUT SETTLEMENT-REGISTER
           IF SETTLEMENT-REGISTER-STATUS NOT = "00"
               DISPLAY "BS-GL-FEED: CANNOT OPEN EXPIRY SETTLEMENT "
                   "REGISTER, FILE STATUS=" SETTLEMENT-REGISTER-STATUS
               PERFORM STOP-UNPOSTED
           END-IF
           PERFORM READ-REGISTER-LINE
           MOVE SETTLEMENT-REGISTER-LINE TO REGISTER-HEADING-VIEW
           IF END-OF-REGISTER-FILE = "Y"
               OR RH-TITLE NOT = "EXPIRY SETTLEMENT REGISTER"
               OR RH-BUSINESS-DATE NOT = RUN-DATE-TEXT
               DISPLAY "BS-GL-FEED: EXPIRY SETTLEMENT REGISTER IS "
                   "NOT FOR BUSINESS DATE " RUN-DATE-TEXT
               PERFORM STOP-UNPOSTED
           END-IF
           PERFORM TAKE-ONE-REGISTER-LINE
               UNTIL END-OF-REGISTER-FILE = "Y"
           CLOSE SETTLEMENT-REGISTER.

       READ-REGISTER-LINE.
           READ SETTLEMENT-REGISTER
               AT END MOVE "Y" TO END-OF-REGISTER-FILE
           END-READ.

       TAKE-ONE-REGISTER-LINE.
           MOVE SETTLEMENT-REGISTER-LINE TO SETTLEMENT-DETAIL-LINE
           IF ER-SETTLED-LINE AND ER-SEQUENCE-NUMBER NUMERIC
               IF SETTLEMENT-ENTRY-COUNT NOT < SETTLEMENT-TABLE-MAX
                   DISPLAY "BS-GL-FEED: MORE THAN "
                       SETTLEMENT-TABLE-MAX " SETTLEMENTS ON THE "
                       "REGISTER"
                   PERFORM STOP-UNPOSTED
               END-IF
               ADD 1 TO SETTLEMENT-ENTRY-COUNT
               SET SETTLEMENT-INDEX TO SETTLEMENT-ENTRY-COUNT
               MOVE ER-UNDERLYING TO STL-UNDERLYING (SETTLEMENT-INDEX)
               MOVE ER-SEQUENCE-NUMBER
                   TO STL-SEQUENCE-NUMBER (SETTLEMENT-INDEX)
               MOVE ER-MONEYNESS TO STL-MONEYNESS (SETTLEMENT-INDEX)
               MOVE ER-QTY TO STL-QTY (SETTLEMENT-INDEX)
               MOVE ER-INTRINSIC TO STL-INTRINSIC (SETTLEMENT-INDEX)
               MOVE ER-LOCAL-CASH TO STL-LOCAL-CASH (SETTLEMENT-INDEX)
               MOVE "N" TO STL-MATCHED (SETTLEMENT-INDEX)
           END-IF
           PERFORM READ-REGISTER-LINE.

      *> Tonight's extract must be struck on the business date: the
      *> batch posts on that date and values the book as of it.
       OPEN-TONIGHT-EXTRACT.
           OPEN INPUT TONIGHT-EXTRACT-FILE
           IF TONIGHT-FILE-STATUS NOT = "00"
               DISPLAY "BS-GL-FEED: CANNOT OPEN TONIGHT'S "
                   "EXTRACT, FILE STATUS=" TONIGHT-FILE-STATUS
               PERFORM STOP-UNPOSTED
           END-IF
           PERFORM READ-TONIGHT-RECORD
           IF END-OF-TONIGHT-FILE NOT = "Y"
               AND EX-VALUATION-DATE NOT = RUN-DATE-TEXT
               DISPLAY "BS-GL-FEED: TONIGHT'S EXTRACT IS VALUED "
                   EX-VALUATION-DATE ", BUSINESS DATE IS "
                   RUN-DATE-TEXT
               PERFORM STOP-UNPOSTED
           END-IF
           MOVE RUN-DATE-TEXT TO TONIGHT-VALUATION-DATE.

       READ-TONIGHT-RECORD.
           READ TONIGHT-EXTRACT-FILE
               AT END MOVE "Y" TO END-OF-TONIGHT-FILE
           END-READ.

      *> The prior book normally comes from the EXTRPRV flat file;
      *> when that cannot be opened it is rebuilt from the
      *> mark-history store's most recent business day before
      *> tonight, as the attribution does. A prior book valued on
      *> or after tonight is some other night's, and with no prior
      *> book at all the whole of tonight's book would post as one
      *> day's mark-to-market, so both stop the run.
       LOAD-PRIOR-BOOK.
           OPEN INPUT PRIOR-EXTRACT-FILE
           IF PRIOR-FILE-STATUS = "00"
               MOVE "EXTRPRV" TO PRIOR-BOOK-SOURCE
               PERFORM READ-PRIOR-RECORD
               IF END-OF-PRIOR-FILE NOT = "Y"
                   MOVE PX-VALUATION-DATE TO PRIOR-VALUATION-DATE
               END-IF
               PERFORM LOAD-ONE-PRIOR-RECORD
                   UNTIL END-OF-PRIOR-FILE = "Y"
               CLOSE PRIOR-EXTRACT-FILE
           ELSE
               DISPLAY "BS-GL-FEED: NO PRIOR EXTRACT (STATUS "
                   PRIOR-FILE-STATUS "), REACHING BACK TO THE "
                   "MARK HISTORY STORE"
               PERFORM LOAD-PRIOR-FROM-HISTORY
           END-IF
           IF PRIOR-VALUATION-DATE = SPACES
               AND END-OF-TONIGHT-FILE NOT = "Y"
               DISPLAY "BS-GL-FEED: NO PRIOR BOOK TO MEASURE "
                   "TONIGHT'S MOVEMENT FROM"
               PERFORM STOP-UNPOSTED
           END-IF
           IF PRIOR-VALUATION-DATE NOT = SPACES
               AND PRIOR-VALUATION-DATE NOT < RUN-DATE-TEXT
               DISPLAY "BS-GL-FEED: PRIOR BOOK IS VALUED "
                   PRIOR-VALUATION-DATE ", NOT BEFORE "
                   RUN-DATE-TEXT
               PERFORM STOP-UNPOSTED
           END-IF
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "PRIOR BOOK FROM " PRIOR-BOOK-SOURCE
               " VALUED " PRIOR-VALUATION-DATE "  "
               PRIOR-ENTRY-COUNT " POSITIONS"
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE.

       LOAD-PRIOR-FROM-HISTORY.
           MOVE SPACES TO REACH-BACK-DATE
      *> The store is OPTIONAL, so a missing file opens created-
      *> empty with status 05 and simply has no earlier day on it.
           OPEN INPUT MARK-HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               AND HISTORY-FILE-STATUS NOT = "05"
               DISPLAY "BS-GL-FEED: NO MARK HISTORY STORE EITHER "
                   "(STATUS " HISTORY-FILE-STATUS ")"
           ELSE
               PERFORM FIND-REACH-BACK-DATE
               IF REACH-BACK-DATE NOT = SPACES
                   MOVE "MARKHIST" TO PRIOR-BOOK-SOURCE
                   MOVE REACH-BACK-DATE TO PRIOR-VALUATION-DATE
                   PERFORM LOAD-REACH-BACK-RECORDS
               END-IF
               CLOSE MARK-HISTORY-FILE
           END-IF.

       FIND-REACH-BACK-DATE.
           MOVE "N" TO END-OF-HISTORY-FILE
           MOVE LOW-VALUES TO MH-HISTORY-KEY
           START MARK-HISTORY-FILE KEY NOT < MH-HISTORY-KEY
           IF HISTORY-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-HISTORY-FILE
           END-IF
           PERFORM READ-NEXT-HISTORY-RECORD
           PERFORM NOTE-ONE-HISTORY-DATE
               UNTIL END-OF-HISTORY-FILE = "Y".

       NOTE-ONE-HISTORY-DATE.
           IF MH-VALUATION-DATE < TONIGHT-VALUATION-DATE
               AND MH-VALUATION-DATE > REACH-BACK-DATE
               MOVE MH-VALUATION-DATE TO REACH-BACK-DATE
           END-IF
           PERFORM READ-NEXT-HISTORY-RECORD.

       LOAD-REACH-BACK-RECORDS.
           MOVE "N" TO END-OF-HISTORY-FILE
           MOVE LOW-VALUES TO MH-HISTORY-KEY
           START MARK-HISTORY-FILE KEY NOT < MH-HISTORY-KEY
           IF HISTORY-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-HISTORY-FILE
           END-IF
           PERFORM READ-NEXT-HISTORY-RECORD
           PERFORM LOAD-ONE-HISTORY-RECORD
               UNTIL END-OF-HISTORY-FILE = "Y".

       READ-NEXT-HISTORY-RECORD.
           IF END-OF-HISTORY-FILE NOT = "Y"
               READ MARK-HISTORY-FILE NEXT RECORD
                   AT END MOVE "Y" TO END-OF-HISTORY-FILE
               END-READ
           END-IF.

       LOAD-ONE-HISTORY-RECORD.
           IF MH-VALUATION-DATE = REACH-BACK-DATE
               PERFORM ADD-PRIOR-ENTRY
               MOVE MH-UNDERLYING TO PRV-UNDERLYING (PRIOR-INDEX)
               MOVE MH-SEQUENCE-NUMBER
                   TO PRV-SEQUENCE-NUMBER (PRIOR-INDEX)
               MOVE MH-EXPIRY-DATE TO PRV-EXPIRY-DATE (PRIOR-INDEX)
               MOVE MH-BOOK-CODE TO PRV-BOOK-CODE (PRIOR-INDEX)
               MOVE MH-CURRENCY TO PRV-CURRENCY (PRIOR-INDEX)
               MOVE MH-POSITION-QTY
                   TO PRV-POSITION-QTY (PRIOR-INDEX)
               MOVE MH-POSITION-PRICE
                   TO PRV-POSITION-PRICE (PRIOR-INDEX)
               PERFORM VALUE-PRIOR-ENTRY
           END-IF
           PERFORM READ-NEXT-HISTORY-RECORD.

       READ-PRIOR-RECORD.
           READ PRIOR-EXTRACT-FILE
               AT END MOVE "Y" TO END-OF-PRIOR-FILE
           END-READ.

       LOAD-ONE-PRIOR-RECORD.
           PERFORM ADD-PRIOR-ENTRY
           MOVE PX-UNDERLYING TO PRV-UNDERLYING (PRIOR-INDEX)
           MOVE PX-SEQUENCE-NUMBER
               TO PRV-SEQUENCE-NUMBER (PRIOR-INDEX)
           MOVE PX-EXPIRY-DATE TO PRV-EXPIRY-DATE (PRIOR-INDEX)
           MOVE PX-BOOK-CODE TO PRV-BOOK-CODE (PRIOR-INDEX)
           MOVE PX-CURRENCY TO PRV-CURRENCY (PRIOR-INDEX)
           MOVE PX-POSITION-QTY TO PRV-POSITION-QTY (PRIOR-INDEX)
           MOVE PX-POSITION-PRICE
               TO PRV-POSITION-PRICE (PRIOR-INDEX)
           PERFORM VALUE-PRIOR-ENTRY
           PERFORM READ-PRIOR-RECORD.

      *> A prior book too large for the table cannot be valued
      *> whole, and a partial value would post the missing part as
      *> a day's loss, so overflow stops the run.
       ADD-PRIOR-ENTRY.
           IF PRIOR-ENTRY-COUNT NOT < PRIOR-TABLE-MAX
               DISPLAY "BS-GL-FEED: PRIOR BOOK EXCEEDS "
                   PRIOR-TABLE-MAX " RECORDS"
               PERFORM STOP-UNPOSTED
           END-IF
           ADD 1 TO PRIOR-ENTRY-COUNT
           SET PRIOR-INDEX TO PRIOR-ENTRY-COUNT
           MOVE "N" TO PRV-MATCHED (PRIOR-INDEX)
           MOVE "N" TO PRV-EXPIRED (PRIOR-INDEX).

      *> A contract that expired on the night it was valued was
      *> settled by that night's batch and is no longer in the book.
       VALUE-PRIOR-ENTRY.
           IF PRV-EXPIRY-DATE (PRIOR-INDEX) = PRIOR-VALUATION-DATE
               MOVE "Y" TO PRV-EXPIRED (PRIOR-INDEX)
               ADD 1 TO PRIOR-EXPIRED-COUNT
           ELSE
               MOVE PRV-BOOK-CODE (PRIOR-INDEX) TO SOUGHT-BOOK-CODE
               MOVE PRV-CURRENCY (PRIOR-INDEX) TO SOUGHT-CURRENCY
               PERFORM LOCATE-BOOK-CURRENCY
               COMPUTE POSITION-VALUE =
                   PRV-POSITION-QTY (PRIOR-INDEX)
                   * PRV-POSITION-PRICE (PRIOR-INDEX)
               ADD POSITION-VALUE
                   TO BC-PRIOR-VALUE (BOOK-CURRENCY-INDEX)
           END-IF.

       VALUE-TONIGHT-BOOK.
           MOVE SPACES TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "POSITION EXCEPTIONS" DELIMITED BY SIZE
               INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "UNDERLYING SEQNUM BOOK CCY"
               "            VALUE DISPOSITION"
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           PERFORM VALUE-ONE-TONIGHT-RECORD
               UNTIL END-OF-TONIGHT-FILE = "Y".

      *> A position new tonight with a trade behind it is simply a
      *> new position; one with none (a symbol change, a trade
      *> booked with another day's date) still goes into the value,
      *> and so into mark-to-market, and is listed so Finance can
      *> see why.
       VALUE-ONE-TONIGHT-RECORD.
           ADD 1 TO TONIGHT-COUNT
           MOVE EX-BOOK-CODE TO SOUGHT-BOOK-CODE
           MOVE EX-CURRENCY TO SOUGHT-CURRENCY
           PERFORM LOCATE-BOOK-CURRENCY
           COMPUTE POSITION-VALUE =
               EX-POSITION-QTY * EX-POSITION-PRICE
           PERFORM LOCATE-PRIOR-ENTRY
           IF PRIOR-INDEX > PRIOR-ENTRY-COUNT
               ADD 1 TO NEW-COUNT
               MOVE EX-UNDERLYING TO TRADED-UNDERLYING
               MOVE EX-SEQUENCE-NUMBER TO TRADED-SEQUENCE-NUMBER
               PERFORM LOCATE-TRADED-POSITION
               IF TRADED-INDEX > TRADED-ENTRY-COUNT
                   MOVE "NEW TONIGHT WITH NO OPENING TRADE TODAY"
                       TO XC-DISPOSITION
                   PERFORM PRINT-TONIGHT-EXCEPTION
               END-IF
           ELSE
               MOVE "Y" TO PRV-MATCHED (PRIOR-INDEX)
               ADD 1 TO MATCHED-COUNT
           END-IF
           IF EX-EXPIRY-DATE = RUN-DATE-TEXT
               PERFORM SETTLE-EXPIRING-RECORD
           ELSE
               ADD POSITION-VALUE
                   TO BC-TONIGHT-VALUE (BOOK-CURRENCY-INDEX)
           END-IF
           PERFORM READ-TONIGHT-RECORD.

      *> Matches tonight's record to the prior book by the
      *> position's own master key. Leaves PRIOR-INDEX past the
      *> table end when nothing matches.
       LOCATE-PRIOR-ENTRY.
           SET PRIOR-INDEX TO 1
           SEARCH PRIOR-ENTRY
               AT END
                   SET PRIOR-INDEX TO PRIOR-TABLE-MAX
                   SET PRIOR-INDEX UP BY 1
               WHEN PRIOR-INDEX NOT > PRIOR-ENTRY-COUNT
                   AND PRV-UNDERLYING (PRIOR-INDEX) = EX-UNDERLYING
                   AND PRV-SEQUENCE-NUMBER (PRIOR-INDEX)
                       = EX-SEQUENCE-NUMBER
                   AND PRV-MATCHED (PRIOR-INDEX) = "N"
                   CONTINUE
           END-SEARCH.

      *> A contract expiring tonight is in tonight's book at nil:
      *> its value has become the register's settlement. The
      *> register settles every expiry the pricing run marked, so
      *> one it does not carry means the two disagree and the
      *> batch cannot be trusted. A future's register cash is only
      *> its move from the average cost; the gross is the quantity
      *> at the final price, the difference being the price it
      *> was opened at coming back to premium cash.
       SETTLE-EXPIRING-RECORD.
           ADD 1 TO EXPIRING-COUNT
           SET SETTLEMENT-INDEX TO 1
           SEARCH SETTLEMENT-ENTRY
               AT END
                   SET SETTLEMENT-INDEX TO SETTLEMENT-TABLE-MAX
                   SET SETTLEMENT-INDEX UP BY 1
               WHEN SETTLEMENT-INDEX NOT > SETTLEMENT-ENTRY-COUNT
                   AND STL-UNDERLYING (SETTLEMENT-INDEX)
                       = EX-UNDERLYING
                   AND STL-SEQUENCE-NUMBER (SETTLEMENT-INDEX)
                       = EX-SEQUENCE-NUMBER
                   AND STL-MATCHED (SETTLEMENT-INDEX) = "N"
                   CONTINUE
           END-SEARCH
           IF SETTLEMENT-INDEX > SETTLEMENT-ENTRY-COUNT
               MOVE "EXPIRES TONIGHT, NO SETTLEMENT ON THE REGISTER"
                   TO XC-DISPOSITION
               PERFORM PRINT-TONIGHT-EXCEPTION
               PERFORM REFUSE-BATCH
           ELSE
               MOVE "Y" TO STL-MATCHED (SETTLEMENT-INDEX)
               IF STL-FUTURE (SETTLEMENT-INDEX)
                   COMPUTE SETTLEMENT-GROSS ROUNDED =
                       STL-QTY (SETTLEMENT-INDEX)
                       * STL-INTRINSIC (SETTLEMENT-INDEX)
               ELSE
                   MOVE STL-LOCAL-CASH (SETTLEMENT-INDEX)
                       TO SETTLEMENT-GROSS
               END-IF
               ADD STL-LOCAL-CASH (SETTLEMENT-INDEX)
                   TO BC-SETTLEMENT-CASH (BOOK-CURRENCY-INDEX)
               ADD SETTLEMENT-GROSS
                   TO BC-SETTLEMENT-GROSS (BOOK-CURRENCY-INDEX)
           END-IF.

       PRINT-TONIGHT-EXCEPTION.
           MOVE EX-UNDERLYING TO XC-UNDERLYING
           MOVE EX-SEQUENCE-NUMBER TO XC-SEQUENCE-NUMBER
           MOVE EX-BOOK-CODE TO XC-BOOK-CODE
           MOVE EX-CURRENCY TO XC-CURRENCY
           MOVE POSITION-VALUE TO XC-VALUE
           PERFORM WRITE-EXCEPTION-LINE.

      *> A prior position not in tonight's book with a close today
      *> behind it is simply closed. One with none - an expiry the
      *> pricing run could not mark, a symbol change, a close
      *> booked with another day's date - leaves the value all the
      *> same and is listed.
       SWEEP-DROPPED-POSITIONS.
           SET PRIOR-INDEX TO 1
           PERFORM SWEEP-ONE-PRIOR-ENTRY
               UNTIL PRIOR-INDEX > PRIOR-ENTRY-COUNT.

       SWEEP-ONE-PRIOR-ENTRY.
           IF PRV-MATCHED (PRIOR-INDEX) = "N"
               AND PRV-EXPIRED (PRIOR-INDEX) = "N"
               ADD 1 TO DROPPED-COUNT
               MOVE PRV-UNDERLYING (PRIOR-INDEX) TO TRADED-UNDERLYING
               MOVE PRV-SEQUENCE-NUMBER (PRIOR-INDEX)
                   TO TRADED-SEQUENCE-NUMBER
               PERFORM LOCATE-TRADED-POSITION
               IF TRADED-INDEX > TRADED-ENTRY-COUNT
                   IF PRV-EXPIRY-DATE (PRIOR-INDEX) = RUN-DATE-TEXT
                       MOVE "EXPIRED UNMARKED - SETTLE BY HAND"
                           TO XC-DISPOSITION
                   ELSE
                       MOVE "LEFT THE BOOK WITH NO CLOSE TODAY"
                           TO XC-DISPOSITION
                   END-IF
                   MOVE PRV-UNDERLYING (PRIOR-INDEX) TO XC-UNDERLYING
                   MOVE PRV-SEQUENCE-NUMBER (PRIOR-INDEX)
                       TO XC-SEQUENCE-NUMBER
                   MOVE PRV-BOOK-CODE (PRIOR-INDEX) TO XC-BOOK-CODE
                   MOVE PRV-CURRENCY (PRIOR-INDEX) TO XC-CURRENCY
                   COMPUTE POSITION-VALUE =
                       PRV-POSITION-QTY (PRIOR-INDEX)
                       * PRV-POSITION-PRICE (PRIOR-INDEX)
                   MOVE POSITION-VALUE TO XC-VALUE
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF
           SET PRIOR-INDEX UP BY 1.

      *> A register settlement with no expiring record tonight has
      *> no book to post to.
       CHECK-UNPAIRED-SETTLEMENTS.
           SET SETTLEMENT-INDEX TO 1
           PERFORM CHECK-ONE-SETTLEMENT
               UNTIL SETTLEMENT-INDEX > SETTLEMENT-ENTRY-COUNT
           IF EXCEPTION-COUNT = 0
               MOVE SPACES TO REPORT-WORK-LINE
               STRING "NONE" DELIMITED BY SIZE INTO REPORT-WORK-LINE
               PERFORM WRITE-REPORT-WORK-LINE
           END-IF.

       CHECK-ONE-SETTLEMENT.
           IF STL-MATCHED (SETTLEMENT-INDEX) = "N"
               MOVE STL-UNDERLYING (SETTLEMENT-INDEX) TO XC-UNDERLYING
               MOVE STL-SEQUENCE-NUMBER (SETTLEMENT-INDEX)
                   TO XC-SEQUENCE-NUMBER
               MOVE SPACES TO XC-BOOK-CODE
               MOVE SPACES TO XC-CURRENCY
               MOVE STL-LOCAL-CASH (SETTLEMENT-INDEX) TO XC-VALUE
               MOVE "ON THE REGISTER, NOT EXPIRING ON TONIGHT'S EXTRACT"
                   TO XC-DISPOSITION
               PERFORM WRITE-EXCEPTION-LINE
               PERFORM REFUSE-BATCH
           END-IF
           SET SETTLEMENT-INDEX UP BY 1.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO EXCEPTION-COUNT
           WRITE POSTING-REPORT-LINE FROM EXCEPTION-LINE
           IF POSTING-REPORT-STATUS NOT = "00"
               DISPLAY "BS-GL-FEED: REPORT WRITE ERROR, "
                   "FILE STATUS=" POSTING-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       REFUSE-BATCH.
           ADD 1 TO REFUSAL-COUNT
           SET BATCH-REFUSED TO TRUE.

      *> Finds or adds the book and currency entry for the amount
      *> in hand. More pairs than the table holds would leave part
      *> of the book unposted, so overflow stops the run.
       LOCATE-BOOK-CURRENCY.
           SET BOOK-CURRENCY-INDEX TO 1
           SEARCH BOOK-CURRENCY-ENTRY
               AT END
                   PERFORM ADD-BOOK-CURRENCY-ENTRY
               WHEN BOOK-CURRENCY-INDEX NOT > BOOK-CURRENCY-COUNT
                   AND BC-BOOK-CODE (BOOK-CURRENCY-INDEX)
                       = SOUGHT-BOOK-CODE
                   AND BC-CURRENCY (BOOK-CURRENCY-INDEX)
                       = SOUGHT-CURRENCY
                   CONTINUE
           END-SEARCH.

       ADD-BOOK-CURRENCY-ENTRY.
           IF BOOK-CURRENCY-COUNT NOT < BOOK-CURRENCY-MAX
               DISPLAY "BS-GL-FEED: MORE THAN " BOOK-CURRENCY-MAX
                   " BOOK AND CURRENCY PAIRS"
               PERFORM STOP-UNPOSTED
           END-IF
           ADD 1 TO BOOK-CURRENCY-COUNT
           SET BOOK-CURRENCY-INDEX TO BOOK-CURRENCY-COUNT
           MOVE SOUGHT-BOOK-CODE TO BC-BOOK-CODE (BOOK-CURRENCY-INDEX)
           MOVE SOUGHT-CURRENCY TO BC-CURRENCY (BOOK-CURRENCY-INDEX)
           MOVE 0 TO BC-PRIOR-VALUE (BOOK-CURRENCY-INDEX)
           MOVE 0 TO BC-TONIGHT-VALUE (BOOK-CURRENCY-INDEX)
           MOVE 0 TO BC-OPENING-PREMIUM (BOOK-CURRENCY-INDEX)
           MOVE 0 TO BC-CLOSING-PREMIUM (BOOK-CURRENCY-INDEX)
           MOVE 0 TO BC-SETTLEMENT-CASH (BOOK-CURRENCY-INDEX)
           MOVE 0 TO BC-SETTLEMENT-GROSS (BOOK-CURRENCY-INDEX)
           MOVE 0 TO BC-MTM-AMOUNT (BOOK-CURRENCY-INDEX)
           MOVE 0 TO BC-FX-RATE (BOOK-CURRENCY-INDEX)
           MOVE 0 TO BC-LOCAL-DEBITS (BOOK-CURRENCY-INDEX)
           MOVE 0 TO BC-LOCAL-CREDITS (BOOK-CURRENCY-INDEX)
           MOVE 0 TO BC-BASE-DEBITS (BOOK-CURRENCY-INDEX)
           MOVE 0 TO BC-BASE-CREDITS (BOOK-CURRENCY-INDEX).

      *> The entries for each book and currency. Every component is
      *> rounded to the cent first and the mark-to-market is what
      *> is left of the rounded change in value, so the positions
      *> account moves by exactly that change:
      *>   MTM = change in value - opening premium + closing premium
      *>         + settlement (gross of a future's opening price).
       BUILD-JOURNAL-LINES.
           SET BOOK-CURRENCY-INDEX TO 1
           PERFORM BUILD-ONE-BOOK-CURRENCY
               UNTIL BOOK-CURRENCY-INDEX > BOOK-CURRENCY-COUNT.

       BUILD-ONE-BOOK-CURRENCY.
           PERFORM FIND-BOOK-CURRENCY-RATE
           COMPUTE VALUE-CHANGE-AMOUNT ROUNDED =
               BC-TONIGHT-VALUE (BOOK-CURRENCY-INDEX)
               - BC-PRIOR-VALUE (BOOK-CURRENCY-INDEX)
           COMPUTE OPENING-AMOUNT ROUNDED =
               BC-OPENING-PREMIUM (BOOK-CURRENCY-INDEX)
           COMPUTE CLOSING-AMOUNT ROUNDED =
               BC-CLOSING-PREMIUM (BOOK-CURRENCY-INDEX)
           COMPUTE NOTIONAL-RETURN-AMOUNT =
               BC-SETTLEMENT-GROSS (BOOK-CURRENCY-INDEX)
               - BC-SETTLEMENT-CASH (BOOK-CURRENCY-INDEX)
           COMPUTE BC-MTM-AMOUNT (BOOK-CURRENCY-INDEX) =
               VALUE-CHANGE-AMOUNT - OPENING-AMOUNT + CLOSING-AMOUNT
               + BC-SETTLEMENT-GROSS (BOOK-CURRENCY-INDEX)
           MOVE OPENING-AMOUNT TO ENTRY-AMOUNT
           MOVE "N" TO ENTRY-TYPE
           MOVE "PREMIUM ON POSITIONS OPENED" TO ENTRY-NARRATIVE
           MOVE "POSN" TO DEBIT-ROLE
           MOVE "PREM" TO CREDIT-ROLE
           PERFORM ADD-ENTRY-PAIR
           MOVE CLOSING-AMOUNT TO ENTRY-AMOUNT
           MOVE "C" TO ENTRY-TYPE
           MOVE "PREMIUM ON POSITIONS CLOSED" TO ENTRY-NARRATIVE
           MOVE "PREM" TO DEBIT-ROLE
           MOVE "POSN" TO CREDIT-ROLE
           PERFORM ADD-ENTRY-PAIR
           MOVE BC-SETTLEMENT-CASH (BOOK-CURRENCY-INDEX)
               TO ENTRY-AMOUNT
           MOVE "S" TO ENTRY-TYPE
           MOVE "EXPIRY SETTLEMENT CASH" TO ENTRY-NARRATIVE
           MOVE "SETL" TO DEBIT-ROLE
           MOVE "POSN" TO CREDIT-ROLE
           PERFORM ADD-ENTRY-PAIR
           MOVE NOTIONAL-RETURN-AMOUNT TO ENTRY-AMOUNT
           MOVE "F" TO ENTRY-TYPE
           MOVE "FUTURE OPENING PRICE AT EXPIRY" TO ENTRY-NARRATIVE
           MOVE "PREM" TO DEBIT-ROLE
           MOVE "POSN" TO CREDIT-ROLE
           PERFORM ADD-ENTRY-PAIR
           MOVE BC-MTM-AMOUNT (BOOK-CURRENCY-INDEX) TO ENTRY-AMOUNT
           MOVE "M" TO ENTRY-TYPE
           MOVE "MARK-TO-MARKET REVALUATION" TO ENTRY-NARRATIVE
           MOVE "POSN" TO DEBIT-ROLE
           MOVE "MTPL" TO CREDIT-ROLE
           PERFORM ADD-ENTRY-PAIR
           SET BOOK-CURRENCY-INDEX UP BY 1.

      *> The base currency converts at one; any other currency at
      *> tonight's FXRATES rate, and a currency with no rate cannot
      *> be posted in base at all, so the batch is refused.
       FIND-BOOK-CURRENCY-RATE.
           IF BC-CURRENCY (BOOK-CURRENCY-INDEX) = BASE-CURRENCY
               MOVE 1 TO BC-FX-RATE (BOOK-CURRENCY-INDEX)
               SET RATE-FOUND TO TRUE
           ELSE
               SET RATE-MISSING TO TRUE
               SET FX-RATE-INDEX TO 1
               SEARCH FX-RATE-ENTRY
                   AT END
                       CONTINUE
                   WHEN FX-RATE-INDEX NOT > FX-RATE-COUNT
                       AND FXT-CURRENCY (FX-RATE-INDEX)
                           = BC-CURRENCY (BOOK-CURRENCY-INDEX)
                       MOVE FXT-RATE (FX-RATE-INDEX)
                           TO BC-FX-RATE (BOOK-CURRENCY-INDEX)
                       SET RATE-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF RATE-MISSING
               DISPLAY "BS-GL-FEED: NO FX RATE FOR "
                   BC-CURRENCY (BOOK-CURRENCY-INDEX) ", BOOK "
                   BC-BOOK-CODE (BOOK-CURRENCY-INDEX)
                   " CANNOT BE POSTED"
               PERFORM REFUSE-BATCH
           END-IF.

      *> One double entry: the debit and the credit line at the
      *> same local and base amount. A negative amount reverses
      *> the two sides; nothing is posted for a zero.
       ADD-ENTRY-PAIR.
           IF ENTRY-AMOUNT NOT = 0
               IF ENTRY-AMOUNT < 0
                   MOVE DEBIT-ROLE TO SWAPPED-ROLE
                   MOVE CREDIT-ROLE TO DEBIT-ROLE
                   MOVE SWAPPED-ROLE TO CREDIT-ROLE
                   COMPUTE ENTRY-AMOUNT = 0 - ENTRY-AMOUNT
               END-IF
               COMPUTE ENTRY-BASE-AMOUNT ROUNDED = ENTRY-AMOUNT
                   * BC-FX-RATE (BOOK-CURRENCY-INDEX)
               MOVE DEBIT-ROLE TO LINE-ROLE
               MOVE "D" TO LINE-DEBIT-CREDIT
               PERFORM ADD-POSTING-LINE
               MOVE CREDIT-ROLE TO LINE-ROLE
               MOVE "C" TO LINE-DEBIT-CREDIT
               PERFORM ADD-POSTING-LINE
           END-IF.

       ADD-POSTING-LINE.
           IF POSTING-LINE-COUNT NOT < POSTING-LINE-MAX
               DISPLAY "BS-GL-FEED: MORE THAN " POSTING-LINE-MAX
                   " JOURNAL LINES"
               PERFORM STOP-UNPOSTED
           END-IF
           ADD 1 TO POSTING-LINE-COUNT
           SET POSTING-LINE-INDEX TO POSTING-LINE-COUNT
           MOVE BC-BOOK-CODE (BOOK-CURRENCY-INDEX)
               TO PL-BOOK-CODE (POSTING-LINE-INDEX)
           MOVE BC-CURRENCY (BOOK-CURRENCY-INDEX)
               TO PL-CURRENCY (POSTING-LINE-INDEX)
           MOVE LINE-ROLE TO PL-ACCOUNT-ROLE (POSTING-LINE-INDEX)
           MOVE ENTRY-TYPE TO PL-ENTRY-TYPE (POSTING-LINE-INDEX)
           MOVE LINE-DEBIT-CREDIT
               TO PL-DEBIT-CREDIT (POSTING-LINE-INDEX)
           MOVE ENTRY-AMOUNT TO PL-LOCAL-AMOUNT (POSTING-LINE-INDEX)
           MOVE ENTRY-BASE-AMOUNT
               TO PL-BASE-AMOUNT (POSTING-LINE-INDEX)
           MOVE BC-FX-RATE (BOOK-CURRENCY-INDEX)
               TO PL-FX-RATE (POSTING-LINE-INDEX)
           MOVE ENTRY-NARRATIVE TO PL-NARRATIVE (POSTING-LINE-INDEX)
           PERFORM FIND-GL-ACCOUNT
           MOVE FOUND-GL-ACCOUNT TO PL-GL-ACCOUNT (POSTING-LINE-INDEX)
           IF FOUND-GL-ACCOUNT = SPACES
               ADD 1 TO UNMAPPED-LINE-COUNT
               PERFORM REFUSE-BATCH
           END-IF.

      *> The most particular map entry wins: book and currency,
      *> then the book for any currency, then the currency for any
      *> book, then the role's default.
       FIND-GL-ACCOUNT.
           MOVE SPACES TO FOUND-GL-ACCOUNT
           MOVE LINE-ROLE TO LOOKUP-ROLE
           MOVE BC-BOOK-CODE (BOOK-CURRENCY-INDEX) TO LOOKUP-BOOK-CODE
           MOVE BC-CURRENCY (BOOK-CURRENCY-INDEX) TO LOOKUP-CURRENCY
           PERFORM SEARCH-ACCOUNT-MAP
           IF FOUND-GL-ACCOUNT = SPACES
               MOVE ANY-CURRENCY TO LOOKUP-CURRENCY
               PERFORM SEARCH-ACCOUNT-MAP
           END-IF
           IF FOUND-GL-ACCOUNT = SPACES
               MOVE ANY-BOOK-CODE TO LOOKUP-BOOK-CODE
               MOVE BC-CURRENCY (BOOK-CURRENCY-INDEX)
                   TO LOOKUP-CURRENCY
               PERFORM SEARCH-ACCOUNT-MAP
           END-IF
           IF FOUND-GL-ACCOUNT = SPACES
               MOVE ANY-CURRENCY TO LOOKUP-CURRENCY
               PERFORM SEARCH-ACCOUNT-MAP
           END-IF.

       SEARCH-ACCOUNT-MAP.
           SET ACCOUNT-MAP-INDEX TO 1
           SEARCH ACCOUNT-MAP-ENTRY
               AT END
                   CONTINUE
               WHEN ACCOUNT-MAP-INDEX NOT > ACCOUNT-MAP-COUNT
                   AND AM-ACCOUNT-ROLE (ACCOUNT-MAP-INDEX)
                       = LOOKUP-ROLE
                   AND AM-BOOK-CODE (ACCOUNT-MAP-INDEX)
                       = LOOKUP-BOOK-CODE
                   AND AM-CURRENCY (ACCOUNT-MAP-INDEX)
                       = LOOKUP-CURRENCY
                   MOVE AM-GL-ACCOUNT (ACCOUNT-MAP-INDEX)
                       TO FOUND-GL-ACCOUNT
           END-SEARCH.

      *> The proof is taken from the finished lines, not from the
      *> amounts they were built from: every book and currency,
      *> and the batch as a whole, must have equal debits and
      *> credits in local and in base currency.
       PROVE-BATCH-BALANCE.
           SET POSTING-LINE-INDEX TO 1
           PERFORM PROVE-ONE-POSTING-LINE
               UNTIL POSTING-LINE-INDEX > POSTING-LINE-COUNT
           SET BOOK-CURRENCY-INDEX TO 1
           PERFORM PROVE-ONE-BOOK-CURRENCY
               UNTIL BOOK-CURRENCY-INDEX > BOOK-CURRENCY-COUNT
           IF BATCH-BASE-DEBITS NOT = BATCH-BASE-CREDITS
               ADD 1 TO UNBALANCED-COUNT
               PERFORM REFUSE-BATCH
           END-IF.

       PROVE-ONE-POSTING-LINE.
           MOVE PL-BOOK-CODE (POSTING-LINE-INDEX) TO SOUGHT-BOOK-CODE
           MOVE PL-CURRENCY (POSTING-LINE-INDEX) TO SOUGHT-CURRENCY
           PERFORM LOCATE-BOOK-CURRENCY
           IF PL-DEBIT-CREDIT (POSTING-LINE-INDEX) = "D"
               ADD PL-LOCAL-AMOUNT (POSTING-LINE-INDEX)
                   TO BC-LOCAL-DEBITS (BOOK-CURRENCY-INDEX)
                   BATCH-LOCAL-DEBITS
               ADD PL-BASE-AMOUNT (POSTING-LINE-INDEX)
                   TO BC-BASE-DEBITS (BOOK-CURRENCY-INDEX)
                   BATCH-BASE-DEBITS
           ELSE
               ADD PL-LOCAL-AMOUNT (POSTING-LINE-INDEX)
                   TO BC-LOCAL-CREDITS (BOOK-CURRENCY-INDEX)
                   BATCH-LOCAL-CREDITS
               ADD PL-BASE-AMOUNT (POSTING-LINE-INDEX)
                   TO BC-BASE-CREDITS (BOOK-CURRENCY-INDEX)
                   BATCH-BASE-CREDITS
           END-IF
           SET POSTING-LINE-INDEX UP BY 1.

       PROVE-ONE-BOOK-CURRENCY.
           IF BC-LOCAL-DEBITS (BOOK-CURRENCY-INDEX)
                   NOT = BC-LOCAL-CREDITS (BOOK-CURRENCY-INDEX)
               OR BC-BASE-DEBITS (BOOK-CURRENCY-INDEX)
                   NOT = BC-BASE-CREDITS (BOOK-CURRENCY-INDEX)
               ADD 1 TO UNBALANCED-COUNT
               PERFORM REFUSE-BATCH
           END-IF
           SET BOOK-CURRENCY-INDEX UP BY 1.

       PRINT-MOVEMENT-SECTION.
           MOVE SPACES TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "MOVEMENT BY BOOK AND CURRENCY (LOCAL CURRENCY)"
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "BOOK CCY      PRIOR VALUE    TONIGHT VALUE"
               "  OPENING PREMIUM  CLOSING PREMIUM"
               "       SETTLEMENT  MARK-TO-MARKET"
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           SET BOOK-CURRENCY-INDEX TO 1
           PERFORM PRINT-ONE-MOVEMENT-LINE
               UNTIL BOOK-CURRENCY-INDEX > BOOK-CURRENCY-COUNT.

       PRINT-ONE-MOVEMENT-LINE.
           MOVE BC-BOOK-CODE (BOOK-CURRENCY-INDEX) TO MV-BOOK-CODE
           MOVE BC-CURRENCY (BOOK-CURRENCY-INDEX) TO MV-CURRENCY
           COMPUTE MV-PRIOR-VALUE ROUNDED =
               BC-PRIOR-VALUE (BOOK-CURRENCY-INDEX)
           COMPUTE MV-TONIGHT-VALUE ROUNDED =
               BC-TONIGHT-VALUE (BOOK-CURRENCY-INDEX)
           COMPUTE MV-OPENING-PREMIUM ROUNDED =
               BC-OPENING-PREMIUM (BOOK-CURRENCY-INDEX)
           COMPUTE MV-CLOSING-PREMIUM ROUNDED =
               BC-CLOSING-PREMIUM (BOOK-CURRENCY-INDEX)
           MOVE BC-SETTLEMENT-CASH (BOOK-CURRENCY-INDEX)
               TO MV-SETTLEMENT-CASH
           MOVE BC-MTM-AMOUNT (BOOK-CURRENCY-INDEX) TO MV-MTM-AMOUNT
           WRITE POSTING-REPORT-LINE FROM MOVEMENT-LINE
           IF POSTING-REPORT-STATUS NOT = "00"
               DISPLAY "BS-GL-FEED: REPORT WRITE ERROR, "
                   "FILE STATUS=" POSTING-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET BOOK-CURRENCY-INDEX UP BY 1.

       PRINT-JOURNAL-SECTION.
           MOVE SPACES TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "JOURNAL LINES" DELIMITED BY SIZE
               INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "  LINE BOOK CCY ROLE ACCOUNT      T DC"
               "     LOCAL AMOUNT      BASE AMOUNT    FX RATE"
               " NARRATIVE"
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           SET POSTING-LINE-INDEX TO 1
           PERFORM PRINT-ONE-JOURNAL-LINE
               UNTIL POSTING-LINE-INDEX > POSTING-LINE-COUNT.

       PRINT-ONE-JOURNAL-LINE.
           SET JL-LINE-NUMBER TO POSTING-LINE-INDEX
           MOVE PL-BOOK-CODE (POSTING-LINE-INDEX) TO JL-BOOK-CODE
           MOVE PL-CURRENCY (POSTING-LINE-INDEX) TO JL-CURRENCY
           MOVE PL-ACCOUNT-ROLE (POSTING-LINE-INDEX)
               TO JL-ACCOUNT-ROLE
           IF PL-GL-ACCOUNT (POSTING-LINE-INDEX) = SPACES
               MOVE "*UNMAPPED*" TO JL-GL-ACCOUNT
           ELSE
               MOVE PL-GL-ACCOUNT (POSTING-LINE-INDEX)
                   TO JL-GL-ACCOUNT
           END-IF
           MOVE PL-ENTRY-TYPE (POSTING-LINE-INDEX) TO JL-ENTRY-TYPE
           IF PL-DEBIT-CREDIT (POSTING-LINE-INDEX) = "D"
               MOVE "DR" TO JL-DEBIT-CREDIT
           ELSE
               MOVE "CR" TO JL-DEBIT-CREDIT
           END-IF
           MOVE PL-LOCAL-AMOUNT (POSTING-LINE-INDEX)
               TO JL-LOCAL-AMOUNT
           MOVE PL-BASE-AMOUNT (POSTING-LINE-INDEX) TO JL-BASE-AMOUNT
           MOVE PL-FX-RATE (POSTING-LINE-INDEX) TO JL-FX-RATE
           MOVE PL-NARRATIVE (POSTING-LINE-INDEX) TO JL-NARRATIVE
           WRITE POSTING-REPORT-LINE FROM JOURNAL-LINE
           IF POSTING-REPORT-STATUS NOT = "00"
               DISPLAY "BS-GL-FEED: REPORT WRITE ERROR, "
                   "FILE STATUS=" POSTING-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET POSTING-LINE-INDEX UP BY 1.

       PRINT-PROOF-SECTION.
           MOVE SPACES TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "BALANCE PROOF" DELIMITED BY SIZE
               INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "      BOOK CCY      LOCAL DEBITS     LOCAL CREDITS"
               "       BASE DEBITS      BASE CREDITS"
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           SET BOOK-CURRENCY-INDEX TO 1
           PERFORM PRINT-ONE-PROOF-LINE
               UNTIL BOOK-CURRENCY-INDEX > BOOK-CURRENCY-COUNT
           MOVE SPACES TO PROOF-LINE
           MOVE "BATCH" TO PF-LABEL
           MOVE BATCH-LOCAL-DEBITS TO PF-LOCAL-DEBITS
           MOVE BATCH-LOCAL-CREDITS TO PF-LOCAL-CREDITS
           MOVE BATCH-BASE-DEBITS TO PF-BASE-DEBITS
           MOVE BATCH-BASE-CREDITS TO PF-BASE-CREDITS
           IF BATCH-BASE-DEBITS = BATCH-BASE-CREDITS
               MOVE "BALANCED" TO PF-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO PF-STATUS
           END-IF
           WRITE POSTING-REPORT-LINE FROM PROOF-LINE
           IF POSTING-REPORT-STATUS NOT = "00"
               DISPLAY "BS-GL-FEED: REPORT WRITE ERROR, "
                   "FILE STATUS=" POSTING-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       PRINT-ONE-PROOF-LINE.
           MOVE SPACES TO PROOF-LINE
           MOVE BC-BOOK-CODE (BOOK-CURRENCY-INDEX) TO PF-BOOK-CODE
           MOVE BC-CURRENCY (BOOK-CURRENCY-INDEX) TO PF-CURRENCY
           MOVE BC-LOCAL-DEBITS (BOOK-CURRENCY-INDEX)
               TO PF-LOCAL-DEBITS
           MOVE BC-LOCAL-CREDITS (BOOK-CURRENCY-INDEX)
               TO PF-LOCAL-CREDITS
           MOVE BC-BASE-DEBITS (BOOK-CURRENCY-INDEX) TO PF-BASE-DEBITS
           MOVE BC-BASE-CREDITS (BOOK-CURRENCY-INDEX)
               TO PF-BASE-CREDITS
           IF BC-LOCAL-DEBITS (BOOK-CURRENCY-INDEX)
                   = BC-LOCAL-CREDITS (BOOK-CURRENCY-INDEX)
               AND BC-BASE-DEBITS (BOOK-CURRENCY-INDEX)
                   = BC-BASE-CREDITS (BOOK-CURRENCY-INDEX)
               MOVE "BALANCED" TO PF-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO PF-STATUS
           END-IF
           WRITE POSTING-REPORT-LINE FROM PROOF-LINE
           IF POSTING-REPORT-STATUS NOT = "00"
               DISPLAY "BS-GL-FEED: REPORT WRITE ERROR, "
                   "FILE STATUS=" POSTING-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET BOOK-CURRENCY-INDEX UP BY 1.

      *> Only a batch that has proved is written: header, the lines
      *> in the order they were built, and a trailer carrying the
      *> count and totals the ledger load checks before posting.
       WRITE-GL-INTERFACE.
           OPEN OUTPUT GL-INTERFACE-FILE
           IF INTERFACE-FILE-STATUS NOT = "00"
               DISPLAY "BS-GL-FEED: CANNOT OPEN GL INTERFACE FILE, "
                   "FILE STATUS=" INTERFACE-FILE-STATUS
               PERFORM STOP-UNPOSTED
           END-IF
           MOVE SPACES TO GL-INTERFACE-RECORD
           SET GI-HEADER TO TRUE
           MOVE SOURCE-SYSTEM-ID TO GI-SOURCE-SYSTEM
           MOVE RUN-DATE-TEXT TO GI-BATCH-DATE
           MOVE BASE-CURRENCY TO GI-BASE-CURRENCY
           MOVE RUN-TIMESTAMP(1:14) TO GI-CREATED-TIMESTAMP
           PERFORM WRITE-INTERFACE-RECORD
           SET POSTING-LINE-INDEX TO 1
           PERFORM WRITE-ONE-INTERFACE-DETAIL
               UNTIL POSTING-LINE-INDEX > POSTING-LINE-COUNT
           MOVE SPACES TO GL-INTERFACE-RECORD
           SET GI-TRAILER TO TRUE
           MOVE POSTING-LINE-COUNT TO GI-DETAIL-COUNT
           MOVE BATCH-LOCAL-DEBITS TO GI-TOTAL-LOCAL-DEBITS
           MOVE BATCH-LOCAL-CREDITS TO GI-TOTAL-LOCAL-CREDITS
           MOVE BATCH-BASE-DEBITS TO GI-TOTAL-BASE-DEBITS
           MOVE BATCH-BASE-CREDITS TO GI-TOTAL-BASE-CREDITS
           PERFORM WRITE-INTERFACE-RECORD
           CLOSE GL-INTERFACE-FILE.

       WRITE-ONE-INTERFACE-DETAIL.
           MOVE SPACES TO GL-INTERFACE-RECORD
           SET GI-DETAIL TO TRUE
           MOVE RUN-DATE-TEXT TO GI-POSTING-DATE
           SET GI-LINE-NUMBER TO POSTING-LINE-INDEX
           MOVE PL-BOOK-CODE (POSTING-LINE-INDEX) TO GI-BOOK-CODE
           MOVE PL-CURRENCY (POSTING-LINE-INDEX) TO GI-CURRENCY
           MOVE PL-GL-ACCOUNT (POSTING-LINE-INDEX) TO GI-GL-ACCOUNT
           MOVE PL-ENTRY-TYPE (POSTING-LINE-INDEX) TO GI-ENTRY-TYPE
           MOVE PL-DEBIT-CREDIT (POSTING-LINE-INDEX)
               TO GI-DEBIT-CREDIT
           MOVE PL-LOCAL-AMOUNT (POSTING-LINE-INDEX)
               TO GI-LOCAL-AMOUNT
           MOVE PL-BASE-AMOUNT (POSTING-LINE-INDEX) TO GI-BASE-AMOUNT
           MOVE PL-FX-RATE (POSTING-LINE-INDEX) TO GI-FX-RATE
           MOVE PL-NARRATIVE (POSTING-LINE-INDEX) TO GI-NARRATIVE
           PERFORM WRITE-INTERFACE-RECORD
           SET POSTING-LINE-INDEX UP BY 1.

       WRITE-INTERFACE-RECORD.
           WRITE GL-INTERFACE-RECORD
           IF INTERFACE-FILE-STATUS NOT = "00"
               DISPLAY "BS-GL-FEED: GL INTERFACE WRITE ERROR, "
                   "FILE STATUS=" INTERFACE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-REPORT-WORK-LINE.
           WRITE POSTING-REPORT-LINE FROM REPORT-WORK-LINE
           IF POSTING-REPORT-STATUS NOT = "00"
               DISPLAY "BS-GL-FEED: REPORT WRITE ERROR, "
                   "FILE STATUS=" POSTING-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       TERMINATE-RUN.
           CLOSE TONIGHT-EXTRACT-FILE
           MOVE SPACES TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "TONIGHT " TONIGHT-COUNT
               "  MATCHED " MATCHED-COUNT
               "  NEW " NEW-COUNT
               "  LEFT THE BOOK " DROPPED-COUNT
               "  EXPIRING " EXPIRING-COUNT
               "  SETTLED BY THE PRIOR BATCH " PRIOR-EXPIRED-COUNT
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "OPENING TRADES " OPENING-TRADE-COUNT
               "  CLOSING TRADES " CLOSING-TRADE-COUNT
               "  DIVIDENDS " DIVIDEND-CASH-COUNT
               "  JOURNAL LINES " POSTING-LINE-COUNT
               "  UNMAPPED LINES " UNMAPPED-LINE-COUNT
               "  OUT OF BALANCE " UNBALANCED-COUNT
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           IF BATCH-IN-ORDER
               STRING "BATCH WRITTEN TO GLINTF: " POSTING-LINE-COUNT
                   " LINES" DELIMITED BY SIZE INTO REPORT-WORK-LINE
               DISPLAY "BS-GL-FEED: " POSTING-LINE-COUNT
                   " JOURNAL LINES WRITTEN, BATCH BALANCED"
           ELSE
               STRING "BATCH REFUSED - NOT WRITTEN: " REFUSAL-COUNT
                   " REASONS ABOVE" DELIMITED BY SIZE
                   INTO REPORT-WORK-LINE
               DISPLAY "BS-GL-FEED: BATCH REFUSED, GL INTERFACE "
                   "NOT WRITTEN (" REFUSAL-COUNT " REASONS)"
               MOVE 12 TO RETURN-CODE
           END-IF
           PERFORM WRITE-REPORT-WORK-LINE
           CLOSE POSTING-REPORT.
