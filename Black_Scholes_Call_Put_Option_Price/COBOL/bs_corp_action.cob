      *> ---------------------------------------------------------------
      *> Program: BS-CORP-ACTION
      *> Purpose: Corporate-action maintenance. Keeps the file of
      *>          splits, special cash dividends and symbol changes
      *>          (CORPACT) and, on each event's effective date,
      *>          turns it into the BSPOSTRN transactions that put
      *>          every affected position on the new basis, adjusts
      *>          the dividend schedule and restates the name's
      *>          marks on the mark-history store - so a split is
      *>          one keyed event instead of a hand-keyed 'C' per
      *>          position, and a half-done one no longer shows up
      *>          as an overnight loss in the attribution and a
      *>          cliff in the mark trend.
      *>
      *> Description:
      *>   - Reads the current event file (CAIN; a missing file is
      *>     an empty one) and merges the newly keyed events on
      *>     NEWCA into it, validating each the way BS-DIVIDEND-LOAD
      *>     validates a dividend: the underlying is required, the
      *>     effective date must be a real weekday not before the
      *>     run date, a split needs two different positive ratio
      *>     terms, a special dividend a positive cash amount and a
      *>     symbol change a new symbol different from the old. One
      *>     event per underlying per effective date; a second is
      *>     reported as a duplicate. Applied and rejected events
      *>     older than the retention horizon are retired.
      *>   - Every pending event effective on the run date is
      *>     applied; a pending event whose date has already gone by
      *>     is rejected, because the positions have since been
      *>     priced on the wrong basis and the desk has to look at
      *>     them. Applying an event:
      *>       split 'S' (new for old)   - strike, spot and barrier
      *>           times old/new, quantity times new/old (whole
      *>           units; the fraction prints on the register to be
      *>           settled as cash in lieu), average cost per unit
      *>           times old/new,
      *>       special dividend 'D'      - spot, strike and barrier
      *>           less the cash amount (the exchange's strike
      *>           adjustment); a stock or future hedge has its
      *>           spot and its average cost per unit reduced by
      *>           the cash amount - the dividend is paid to the
      *>           holder (or by a short), so the position has not
      *>           lost what the spot gave up,
      *>       symbol change 'N'         - each position is closed
      *>           under the old symbol and added back under the
      *>           new one with the same sequence number and terms.
      *>     Every position is adjusted in working storage first;
      *>     if any one of them cannot be (a quantity that splits
      *>     to nothing, a strike the dividend would wipe out, a
      *>     sequence number already held under the new symbol,
      *>     a hedge whose average cost is below the dividend)
      *>     the whole event is rejected and nothing is written for
      *>     it, so an event is never half-applied.
      *>   - The transactions go to CATRAN with trade source 'K',
      *>     carrying the restated average cost as the trade
      *>     premium, for BS-POSITION-MAINT to apply in a second
      *>     pass after the desk's own maintenance and ahead of
      *>     BS-MASTER-EXTRACT. A 'K' transaction books nothing to
      *>     the realized P&L ledger.
      *>   - The dividend schedule (DIVIN) is copied to DIVOUT with
      *>     every dividend of a split name going ex after the
      *>     effective date restated per new share, and every
      *>     dividend of a renamed name moved to the new symbol.
      *>     A special dividend needs no schedule change: its ex-
      *>     date is the effective date, which the pricing run no
      *>     longer discounts.
      *>   - The name's marks on the mark-history store dated
      *>     before the effective date are restated in place onto
      *>     the new basis (strike, spot, mark and Greeks the same
      *>     way as the position, a renamed name's marks moved to
      *>     the new symbol) and stamped with the effective date
      *>     as their basis date, so BS-MARK-TREND and BS-HIST-VAR
      *>     read one continuous series and a rerun restates
      *>     nothing twice. A mark whose key is already taken
      *>     under the new symbol stays under the old one and is
      *>     counted on the register.
      *>   - The event file is written back to CAOUT with each
      *>     event's status, processing date, position count and
      *>     reject reason; operations swaps CAOUT in as CORPACT
      *>     (where BS-PNL-ATTRIB reads it to put a prior night's
      *>     marks on the same basis) and DIVOUT in as DIVSCHED,
      *>     the same way the dividend load's output is swapped in.
      *>   - The register (CARPT) lists every event keyed, applied,
      *>     rejected or retired, every position adjusted with its
      *>     quantity, strike and spot before and after, every
      *>     schedule entry changed and the marks restated. A due
      *>     event that could not be applied ends the run with
      *>     RETURN-CODE 12, so the nightly does not price the name
      *>     on a broken basis unnoticed. Any error that stops the
      *>     run part way ends it with RETURN-CODE 12 as well, so a
      *>     missing or partial CAOUT or DIVOUT is never swapped in.
      *>
      *> Dependencies:
      *>   - No external programs called.
      *>
      *> Modification History:
      *>   2026-10-15  A name with more positions than the table
      *>               holds rejects its event instead of stopping
      *>               the run; every run-stopping error now ends
      *>               with RETURN-CODE 12.
      *>   2026-10-15  Event, position and dividend lines are written
      *>               to the register through the checked write.
      *>   2026-10-15  A special dividend reduces a stock or future
      *>               hedge's average cost by the cash amount along
      *>               with its spot, so the dividend is not carried
      *>               as a loss.
      *>   2026-10-14  Transactions carry CORPACT as their maker for
      *>               the maintenance register and journal.
      *>   2026-10-12  Original version.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BS-CORP-ACTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRENT-ACTION-FILE ASSIGN TO "CAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURRENT-ACTION-STATUS.

           SELECT NEW-ACTION-FILE ASSIGN TO "NEWCA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-ACTION-STATUS.

           SELECT MERGED-ACTION-FILE ASSIGN TO "CAOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGED-ACTION-STATUS.

           SELECT OPTIONAL POSITION-MASTER-FILE ASSIGN TO "POSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-MASTER-KEY
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT OPTIONAL MARK-HISTORY-FILE ASSIGN TO "MARKHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-HISTORY-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "CATRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-FILE-STATUS.

           SELECT CURRENT-SCHEDULE-FILE ASSIGN TO "DIVIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURRENT-SCHEDULE-STATUS.

           SELECT MERGED-SCHEDULE-FILE ASSIGN TO "DIVOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGED-SCHEDULE-STATUS.

           SELECT ACTION-REGISTER ASSIGN TO "CARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTION-REGISTER-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CURRENT-ACTION-FILE.
           COPY BSCORPAC.

       FD  NEW-ACTION-FILE.
           COPY BSCORPAC REPLACING LEADING ==CA-== BY ==NC-==
               ==CORPORATE-ACTION-RECORD== BY ==NEW-ACTION-RECORD==.

       FD  MERGED-ACTION-FILE.
           COPY BSCORPAC REPLACING LEADING ==CA-== BY ==MC-==
               ==CORPORATE-ACTION-RECORD==
               BY ==MERGED-ACTION-RECORD==.

       FD  POSITION-MASTER-FILE.
           COPY BSPOSMST.

       FD  MARK-HISTORY-FILE.
           COPY BSMKHIST.

       FD  TRANSACTION-FILE.
           COPY BSPOSTRN.

       FD  CURRENT-SCHEDULE-FILE.
           COPY BSDIVSCH.

       FD  MERGED-SCHEDULE-FILE.
           COPY BSDIVSCH REPLACING LEADING ==DV-== BY ==MV-==
               ==DIVIDEND-RECORD== BY ==MERGED-DIVIDEND-RECORD==.

       FD  ACTION-REGISTER.
       01  ACTION-REGISTER-LINE    PIC X(132).

       FD  BUSINESS-DATE-FILE.
           COPY BSBUSDAT.

       WORKING-STORAGE SECTION.

      * Run control
       01 END-OF-CURRENT-FILE     PIC X(1) VALUE "N".
       01 END-OF-NEW-FILE         PIC X(1) VALUE "N".
       01 END-OF-MASTER-SLICE     PIC X(1) VALUE "N".
       01 END-OF-HISTORY-SLICE    PIC X(1) VALUE "N".
       01 END-OF-SCHEDULE-FILE    PIC X(1) VALUE "N".
       01 RUN-TIMESTAMP           PIC X(15) VALUE SPACES.
       01 RUN-DATE-NUMERIC        PIC 9(8).
       01 RUN-DATE-INTEGER        PIC 9(8).
       01 RUN-DATE-TEXT           PIC X(8).
       01 ACCEPTED-COUNT          PIC 9(4) VALUE 0.
       01 KEYED-REJECTED-COUNT    PIC 9(4) VALUE 0.
       01 DUPLICATE-COUNT         PIC 9(4) VALUE 0.
       01 RETIRED-COUNT           PIC 9(4) VALUE 0.
       01 APPLIED-COUNT           PIC 9(4) VALUE 0.
       01 FAILED-COUNT            PIC 9(4) VALUE 0.
       01 TRANSACTION-COUNT       PIC 9(6) VALUE 0.
       01 DIVIDEND-CHANGED-COUNT  PIC 9(4) VALUE 0.
       01 HISTORY-RESTATED-COUNT  PIC 9(6) VALUE 0.
       01 HISTORY-KEPT-COUNT      PIC 9(6) VALUE 0.

      * File status bytes
       01 CURRENT-ACTION-STATUS   PIC XX.
       01 NEW-ACTION-STATUS       PIC XX.
       01 MERGED-ACTION-STATUS    PIC XX.
       01 MASTER-FILE-STATUS      PIC XX.
       01 HISTORY-FILE-STATUS     PIC XX.
       01 TRANSACTION-FILE-STATUS PIC XX.
       01 CURRENT-SCHEDULE-STATUS PIC XX.
       01 MERGED-SCHEDULE-STATUS  PIC XX.
       01 ACTION-REGISTER-STATUS  PIC XX.
       01 BUSINESS-DATE-STATUS    PIC XX.

      * Retention horizon: applied and rejected events older than
      * this many calendar days behind the run date are retired.
      * The same quarter the mark-history store keeps, so an event
      * stays on file for as long as any mark it restated could
      * still be attributed against.
       01 RETENTION-CALENDAR-DAYS PIC 9(3) VALUE 92.
       01 CUTOFF-DAY-INTEGER      PIC 9(8).
       01 CUTOFF-DATE-NUMERIC     PIC 9(8).
       01 CUTOFF-DATE-TEXT        PIC X(8).

      * The event file, kept sorted by effective date then
      * underlying as each event is inserted, so the output needs
      * no sort step and a reader applies one name's events in the
      * order they took effect. ACT-APPLIED-TONIGHT marks the
      * events this run applied, which are the only ones the
      * dividend schedule pass acts on.
       01 ACTION-TABLE.
           05 ACTION-ENTRY OCCURS 200 TIMES INDEXED BY ACTION-INDEX.
               10 ACT-EFFECTIVE-DATE   PIC X(8).
               10 ACT-UNDERLYING       PIC X(10).
               10 ACT-EVENT-TYPE       PIC X(1).
                   88 ACT-SPLIT            VALUE "S".
                   88 ACT-SPECIAL-DIVIDEND VALUE "D".
                   88 ACT-SYMBOL-CHANGE    VALUE "N".
               10 ACT-RATIO-NEW        PIC 9(4).
               10 ACT-RATIO-OLD        PIC 9(4).
               10 ACT-CASH-AMOUNT      PIC 9(3)V9(5).
               10 ACT-NEW-UNDERLYING   PIC X(10).
               10 ACT-STATUS           PIC X(1).
                   88 ACT-PENDING          VALUE SPACE.
                   88 ACT-APPLIED          VALUE "A".
                   88 ACT-REJECTED         VALUE "R".
               10 ACT-PROCESSED-DATE   PIC X(8).
               10 ACT-POSITION-COUNT   PIC 9(5).
               10 ACT-REJECT-REASON    PIC X(40).
               10 ACT-APPLIED-TONIGHT  PIC X(1).
                   88 ACT-APPLIED-THIS-RUN VALUE "Y".
       01 ACTION-ENTRY-COUNT      PIC 9(3) VALUE 0.
       01 ACTION-TABLE-MAX        PIC 9(3) VALUE 200.

      * The event in hand while it is validated, inserted or
      * printed; laid out as one ACTION-ENTRY so it moves into the
      * table whole.
       01 CANDIDATE-ACTION.
           05 CND-EFFECTIVE-DATE      PIC X(8).
           05 CND-UNDERLYING          PIC X(10).
           05 CND-EVENT-TYPE          PIC X(1).
               88 CND-SPLIT               VALUE "S".
               88 CND-SPECIAL-DIVIDEND    VALUE "D".
               88 CND-SYMBOL-CHANGE       VALUE "N".
           05 CND-RATIO-NEW           PIC 9(4).
           05 CND-RATIO-OLD           PIC 9(4).
           05 CND-CASH-AMOUNT         PIC 9(3)V9(5).
           05 CND-NEW-UNDERLYING      PIC X(10).
           05 CND-STATUS              PIC X(1).
           05 CND-PROCESSED-DATE      PIC X(8).
           05 CND-POSITION-COUNT      PIC 9(5).
           05 CND-REJECT-REASON       PIC X(40).
           05 CND-APPLIED-TONIGHT     PIC X(1).
       01 CANDIDATE-DATE-NUMERIC  PIC 9(8).
       01 CANDIDATE-DAY-INTEGER   PIC 9(8).
       01 CANDIDATE-WEEKDAY       PIC 9(1).
       01 CANDIDATE-DISPOSITION   PIC X(1).
           88 CANDIDATE-ACCEPTED      VALUE "A".
           88 CANDIDATE-REJECTED      VALUE "R".
           88 CANDIDATE-DUPLICATE     VALUE "D".

      * Insertion work fields, shared by the event table and the
      * dividend schedule table
       01 INSERT-POSITION         PIC 9(3).
       01 SHIFT-POSITION          PIC 9(3).

      * The positions of the event's underlying, as read from the
      * master and as adjusted. The whole event is adjusted here
      * before any transaction is written, so one position that
      * cannot be adjusted stops the event cleanly.
       01 POSITION-TABLE.
           05 POSITION-ENTRY OCCURS 500 TIMES
                   INDEXED BY POSITION-INDEX.
               10 POS-BEFORE-IMAGE     PIC X(131).
               10 POS-AFTER-IMAGE      PIC X(131).
               10 POS-FRACTION-QTY     PIC S9(7)V9(4)
                                           SIGN LEADING SEPARATE.
       01 POSITION-ENTRY-COUNT    PIC 9(3) VALUE 0.
       01 POSITION-TABLE-MAX      PIC 9(3) VALUE 500.

           COPY BSPOSMST REPLACING LEADING ==PM-== BY ==BF-==
               ==POSITION-MASTER-RECORD== BY ==BEFORE-POSITION-RECORD==.

           COPY BSPOSMST REPLACING LEADING ==PM-== BY ==AJ-==
               ==POSITION-MASTER-RECORD==
               BY ==ADJUSTED-POSITION-RECORD==.

      * Event validity for the event being applied
       01 EVENT-VALIDITY-SWITCH   PIC X(1).
           88 EVENT-VALID             VALUE "Y".
           88 EVENT-INVALID           VALUE "N".
       01 EVENT-REJECT-REASON     PIC X(40).
       01 POSITION-REJECT-REASON  PIC X(29).

      * Adjustment work fields. The prices are worked wider than
      * the master's fields so a reverse split that would push one
      * past them is caught instead of truncated.
       01 ADJUSTED-AMOUNT-WORK    PIC S9(7)V9(5)
                                      SIGN LEADING SEPARATE.
       01 AMOUNT-FIELD-MAX        PIC 9(5)V9(5) VALUE 99999.99999.
       01 ADJUSTED-QTY-WORK       PIC S9(9) SIGN LEADING SEPARATE.
       01 ADJUSTED-QTY-MAGNITUDE  PIC 9(9).
       01 QTY-FIELD-MAX           PIC 9(7) VALUE 9999999.
       01 SPLIT-EXACT-QTY         PIC S9(9)V9(4)
                                      SIGN LEADING SEPARATE.
       01 SAVED-TRADE-DATE        PIC X(8).

      * A mark held aside while it is re-keyed under a new symbol
           COPY BSMKHIST REPLACING LEADING ==MH-== BY ==SH-==
               ==MARK-HISTORY-RECORD== BY ==SAVED-HISTORY-RECORD==.
       01 EVENT-RESTATED-COUNT    PIC 9(6).
       01 EVENT-KEPT-COUNT        PIC 9(6).

      * The dividend schedule, rebuilt sorted by underlying then
      * ex-date the way BS-DIVIDEND-LOAD keeps it, since a renamed
      * underlying's dividends move to a new place in the order.
       01 DIVIDEND-TABLE.
           05 DIVIDEND-ENTRY OCCURS 400 TIMES
                   INDEXED BY DIVIDEND-INDEX.
               10 DIV-UNDERLYING       PIC X(10).
               10 DIV-EX-DATE          PIC X(8).
               10 DIV-CASH-AMOUNT      PIC 9(3)V9(5).
       01 DIVIDEND-ENTRY-COUNT    PIC 9(3) VALUE 0.
       01 DIVIDEND-TABLE-MAX      PIC 9(3) VALUE 400.
       01 DIVIDEND-UNDERLYING     PIC X(10).
       01 DIVIDEND-EX-DATE        PIC X(8).
       01 DIVIDEND-CASH-AMOUNT    PIC 9(3)V9(5).
       01 DIVIDEND-CHANGE-SWITCH  PIC X(1).
           88 DIVIDEND-CHANGED        VALUE "Y".
           88 DIVIDEND-UNCHANGED      VALUE "N".

      * Report work areas
       01 EVENT-LINE.
           05 EV-SOURCE               PIC X(6).
           05 EV-EFFECTIVE-DATE       PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 EV-UNDERLYING           PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 EV-TYPE-TEXT            PIC X(14).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 EV-TERMS                PIC X(20).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 EV-DISPOSITION          PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 EV-REASON               PIC X(40).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 EV-COUNT-TEXT           PIC X(18).
       01 POSITION-LINE.
           05 PL-ACTION               PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 PL-UNDERLYING           PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 PL-SEQUENCE-NUMBER      PIC 9(6).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 PL-NEW-UNDERLYING       PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 PL-BOOK-CODE            PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 PL-OPTION-STYLE         PIC X(1).
           05 PL-OPTION-TYPE          PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 PL-QTY-BEFORE           PIC -(6)9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 PL-QTY-AFTER            PIC -(6)9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 PL-K-BEFORE-AREA        PIC X(11).
           05 PL-K-BEFORE REDEFINES PL-K-BEFORE-AREA
                                      PIC Z(4)9.9(5).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 PL-K-AFTER-AREA         PIC X(11).
           05 PL-K-AFTER REDEFINES PL-K-AFTER-AREA
                                      PIC Z(4)9.9(5).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 PL-S-BEFORE             PIC Z(4)9.9(5).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 PL-S-AFTER              PIC Z(4)9.9(5).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 PL-NOTE                 PIC X(27).
       01 DIVIDEND-LINE.
           05 DL-LABEL                PIC X(6) VALUE "DIVSCH".
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DL-UNDERLYING           PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DL-EX-DATE              PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DL-AMOUNT-BEFORE        PIC ZZ9.9(5).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DL-AMOUNT-AFTER         PIC ZZ9.9(5).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DL-NEW-UNDERLYING       PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DL-DISPOSITION          PIC X(30).
           05 FILLER                  PIC X(45) VALUE SPACES.
       01 RATIO-NEW-EDIT          PIC Z(3)9.
       01 RATIO-OLD-EDIT          PIC Z(3)9.
       01 CASH-AMOUNT-EDIT        PIC ZZ9.9(5).
       01 POSITION-COUNT-EDIT     PIC Z(4)9.
       01 FRACTION-EDIT           PIC -(6)9.9999.
       01 REPORT-WORK-LINE        PIC X(132).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-CURRENT-ACTIONS
           PERFORM MERGE-NEW-ACTIONS
           PERFORM APPLY-DUE-ACTIONS
           PERFORM ADJUST-DIVIDEND-SCHEDULE
           PERFORM WRITE-MERGED-ACTIONS
           PERFORM TERMINATE-RUN
           STOP RUN.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TIMESTAMP(1:14)
           PERFORM READ-BUSINESS-DATE
           MOVE RUN-DATE-NUMERIC TO RUN-DATE-TEXT
           COMPUTE CUTOFF-DAY-INTEGER = RUN-DATE-INTEGER
               - RETENTION-CALENDAR-DAYS
           COMPUTE CUTOFF-DATE-NUMERIC =
               FUNCTION DATE-OF-INTEGER(CUTOFF-DAY-INTEGER)
           MOVE CUTOFF-DATE-NUMERIC TO CUTOFF-DATE-TEXT
           OPEN OUTPUT ACTION-REGISTER
           IF ACTION-REGISTER-STATUS NOT = "00"
               DISPLAY "BS-CORP-ACTION: CANNOT OPEN REGISTER, "
                   "FILE STATUS=" ACTION-REGISTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "CORPORATE ACTION REGISTER  BUSINESS DATE "
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
               DISPLAY "BS-CORP-ACTION: CANNOT OPEN BUSINESS "
                   "DATE FILE, FILE STATUS=" BUSINESS-DATE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END CONTINUE
           END-READ
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-CORP-ACTION: BUSINESS DATE FILE IS "
                   "EMPTY OR UNREADABLE, FILE STATUS="
                   BUSINESS-DATE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE BUSINESS-DATE-FILE
           IF BD-BUSINESS-DATE NOT NUMERIC
               DISPLAY "BS-CORP-ACTION: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BD-BUSINESS-DATE TO RUN-DATE-NUMERIC
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUMERIC)
           IF RUN-DATE-INTEGER = 0
               DISPLAY "BS-CORP-ACTION: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> The current file was validated when each event was keyed,
      *> so it loads as it stands, less the settled events that
      *> have aged past the retention horizon. A pending event is
      *> never retired: it is either applied or rejected on its
      *> date first.
       LOAD-CURRENT-ACTIONS.
           OPEN INPUT CURRENT-ACTION-FILE
           IF CURRENT-ACTION-STATUS NOT = "00"
               DISPLAY "BS-CORP-ACTION: NO CURRENT EVENT FILE "
                   "(STATUS " CURRENT-ACTION-STATUS "), STARTING "
                   "FROM AN EMPTY ONE"
               MOVE "Y" TO END-OF-CURRENT-FILE
           ELSE
               PERFORM READ-CURRENT-ACTION
           END-IF
           PERFORM LOAD-ONE-CURRENT-ACTION
               UNTIL END-OF-CURRENT-FILE = "Y"
           IF CURRENT-ACTION-STATUS = "00"
               OR CURRENT-ACTION-STATUS = "10"
               CLOSE CURRENT-ACTION-FILE
           END-IF.

       READ-CURRENT-ACTION.
           READ CURRENT-ACTION-FILE
               AT END MOVE "Y" TO END-OF-CURRENT-FILE
           END-READ.

       LOAD-ONE-CURRENT-ACTION.
           MOVE CA-EFFECTIVE-DATE TO CND-EFFECTIVE-DATE
           MOVE CA-UNDERLYING TO CND-UNDERLYING
           MOVE CA-EVENT-TYPE TO CND-EVENT-TYPE
           MOVE CA-RATIO-NEW TO CND-RATIO-NEW
           MOVE CA-RATIO-OLD TO CND-RATIO-OLD
           MOVE CA-CASH-AMOUNT TO CND-CASH-AMOUNT
           MOVE CA-NEW-UNDERLYING TO CND-NEW-UNDERLYING
           MOVE CA-STATUS TO CND-STATUS
           MOVE CA-PROCESSED-DATE TO CND-PROCESSED-DATE
           MOVE CA-POSITION-COUNT TO CND-POSITION-COUNT
           MOVE CA-REJECT-REASON TO CND-REJECT-REASON
           MOVE "N" TO CND-APPLIED-TONIGHT
           IF NOT CA-PENDING
               AND CA-EFFECTIVE-DATE < CUTOFF-DATE-TEXT
               ADD 1 TO RETIRED-COUNT
               MOVE "AGED  " TO EV-SOURCE
               MOVE "RETIRED" TO EV-DISPOSITION
               PERFORM PRINT-EVENT-LINE
           ELSE
               PERFORM INSERT-ACTION-IN-ORDER
               IF CANDIDATE-DUPLICATE
                   DISPLAY "BS-CORP-ACTION: DROPPING DUPLICATE "
                       "EVENT FROM CURRENT FILE: " CND-UNDERLYING
                       " " CND-EFFECTIVE-DATE
               END-IF
           END-IF
           PERFORM READ-CURRENT-ACTION.

      *> Newly keyed events are optional input: most nights there
      *> are none, and a missing NEWCA simply means nothing new.
       MERGE-NEW-ACTIONS.
           OPEN INPUT NEW-ACTION-FILE
           IF NEW-ACTION-STATUS NOT = "00"
               DISPLAY "BS-CORP-ACTION: NO NEWLY KEYED EVENTS "
                   "(STATUS " NEW-ACTION-STATUS ")"
           ELSE
               PERFORM READ-NEW-ACTION
               PERFORM MERGE-ONE-NEW-ACTION
                   UNTIL END-OF-NEW-FILE = "Y"
               CLOSE NEW-ACTION-FILE
           END-IF.

       READ-NEW-ACTION.
           READ NEW-ACTION-FILE
               AT END MOVE "Y" TO END-OF-NEW-FILE
           END-READ.

       MERGE-ONE-NEW-ACTION.
           MOVE NC-EFFECTIVE-DATE TO CND-EFFECTIVE-DATE
           MOVE NC-UNDERLYING TO CND-UNDERLYING
           MOVE NC-EVENT-TYPE TO CND-EVENT-TYPE
           MOVE NC-RATIO-NEW TO CND-RATIO-NEW
           MOVE NC-RATIO-OLD TO CND-RATIO-OLD
           MOVE NC-CASH-AMOUNT TO CND-CASH-AMOUNT
           MOVE NC-NEW-UNDERLYING TO CND-NEW-UNDERLYING
           MOVE SPACE TO CND-STATUS
           MOVE SPACES TO CND-PROCESSED-DATE
           MOVE 0 TO CND-POSITION-COUNT
           MOVE SPACES TO CND-REJECT-REASON
           MOVE "N" TO CND-APPLIED-TONIGHT
           PERFORM VALIDATE-NEW-ACTION
           IF CANDIDATE-ACCEPTED
               PERFORM INSERT-ACTION-IN-ORDER
           END-IF
           MOVE "KEYED " TO EV-SOURCE
           EVALUATE TRUE
               WHEN CANDIDATE-ACCEPTED
                   ADD 1 TO ACCEPTED-COUNT
                   MOVE "ACCEPTED" TO EV-DISPOSITION
               WHEN CANDIDATE-DUPLICATE
                   ADD 1 TO DUPLICATE-COUNT
                   MOVE "DUPLICATE" TO EV-DISPOSITION
               WHEN OTHER
                   ADD 1 TO KEYED-REJECTED-COUNT
                   MOVE "REJECTED" TO EV-DISPOSITION
           END-EVALUATE
           PERFORM PRINT-EVENT-LINE
           PERFORM READ-NEW-ACTION.

      *> The weekday test leans on INTEGER-OF-DATE counting days
      *> from a Monday, so day number modulo 7 of 6 is Saturday and
      *> 0 is Sunday - the same test the dividend load makes.
       VALIDATE-NEW-ACTION.
           SET CANDIDATE-ACCEPTED TO TRUE
           IF CND-UNDERLYING = SPACES
               SET CANDIDATE-REJECTED TO TRUE
               MOVE "Underlying is required" TO CND-REJECT-REASON
           ELSE
               IF CND-EFFECTIVE-DATE NOT NUMERIC
                   SET CANDIDATE-REJECTED TO TRUE
                   MOVE "Effective date is not numeric YYYYMMDD"
                       TO CND-REJECT-REASON
               ELSE
                   PERFORM CHECK-CANDIDATE-DATE
               END-IF
           END-IF.

       CHECK-CANDIDATE-DATE.
           MOVE CND-EFFECTIVE-DATE TO CANDIDATE-DATE-NUMERIC
           COMPUTE CANDIDATE-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(CANDIDATE-DATE-NUMERIC)
           IF CANDIDATE-DAY-INTEGER = 0
               SET CANDIDATE-REJECTED TO TRUE
               MOVE "Not a real calendar date" TO CND-REJECT-REASON
           ELSE
               COMPUTE CANDIDATE-WEEKDAY =
                   FUNCTION MOD(CANDIDATE-DAY-INTEGER, 7)
               IF CANDIDATE-WEEKDAY = 6 OR CANDIDATE-WEEKDAY = 0
                   SET CANDIDATE-REJECTED TO TRUE
                   MOVE "Effective date falls on a weekend"
                       TO CND-REJECT-REASON
               ELSE
                   IF CANDIDATE-DAY-INTEGER < RUN-DATE-INTEGER
                       SET CANDIDATE-REJECTED TO TRUE
                       MOVE "Effective date is before the run date"
                           TO CND-REJECT-REASON
                   ELSE
                       PERFORM CHECK-CANDIDATE-TERMS
                   END-IF
               END-IF
           END-IF.

       CHECK-CANDIDATE-TERMS.
           EVALUATE TRUE
               WHEN CND-SPLIT
                   IF CND-RATIO-NEW NOT NUMERIC
                       OR CND-RATIO-OLD NOT NUMERIC
                       OR CND-RATIO-NEW = 0
                       OR CND-RATIO-OLD = 0
                       OR CND-RATIO-NEW = CND-RATIO-OLD
                       SET CANDIDATE-REJECTED TO TRUE
                       MOVE "Split ratio needs two different terms"
                           TO CND-REJECT-REASON
                   END-IF
               WHEN CND-SPECIAL-DIVIDEND
                   IF CND-CASH-AMOUNT NOT NUMERIC
                       OR CND-CASH-AMOUNT NOT > 0
                       SET CANDIDATE-REJECTED TO TRUE
                       MOVE "Cash amount must be a positive number"
                           TO CND-REJECT-REASON
                   END-IF
               WHEN CND-SYMBOL-CHANGE
                   IF CND-NEW-UNDERLYING = SPACES
                       OR CND-NEW-UNDERLYING = CND-UNDERLYING
                       SET CANDIDATE-REJECTED TO TRUE
                       MOVE "New symbol is required and must differ"
                           TO CND-REJECT-REASON
                   END-IF
               WHEN OTHER
                   SET CANDIDATE-REJECTED TO TRUE
                   MOVE "Event type must be S, D or N"
                       TO CND-REJECT-REASON
           END-EVALUATE.

      *> Walks to the first entry not less than the candidate on the
      *> (effective date, underlying) ordering; an equal entry is a
      *> duplicate, anything greater marks the insertion point and
      *> the tail shifts down one slot - the same insertion the
      *> dividend load uses to keep its schedule sorted.
       INSERT-ACTION-IN-ORDER.
           MOVE 1 TO INSERT-POSITION
           PERFORM ADVANCE-INSERT-POSITION
               UNTIL INSERT-POSITION > ACTION-ENTRY-COUNT
               OR ACT-EFFECTIVE-DATE (INSERT-POSITION)
                   > CND-EFFECTIVE-DATE
               OR (ACT-EFFECTIVE-DATE (INSERT-POSITION)
                       = CND-EFFECTIVE-DATE
                   AND ACT-UNDERLYING (INSERT-POSITION)
                       NOT < CND-UNDERLYING)
           IF INSERT-POSITION NOT > ACTION-ENTRY-COUNT
               AND ACT-EFFECTIVE-DATE (INSERT-POSITION)
                   = CND-EFFECTIVE-DATE
               AND ACT-UNDERLYING (INSERT-POSITION) = CND-UNDERLYING
               SET CANDIDATE-DUPLICATE TO TRUE
               MOVE "Event already on file for this date"
                   TO CND-REJECT-REASON
           ELSE
               IF ACTION-ENTRY-COUNT NOT < ACTION-TABLE-MAX
                   DISPLAY "BS-CORP-ACTION: EVENT TABLE FULL"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ACTION-ENTRY-COUNT TO SHIFT-POSITION
               PERFORM SHIFT-ONE-ACTION-DOWN
                   UNTIL SHIFT-POSITION < INSERT-POSITION
               MOVE CANDIDATE-ACTION TO ACTION-ENTRY (INSERT-POSITION)
               ADD 1 TO ACTION-ENTRY-COUNT
               SET CANDIDATE-ACCEPTED TO TRUE
           END-IF.

       ADVANCE-INSERT-POSITION.
           ADD 1 TO INSERT-POSITION.

       SHIFT-ONE-ACTION-DOWN.
           MOVE ACTION-ENTRY (SHIFT-POSITION)
               TO ACTION-ENTRY (SHIFT-POSITION + 1)
           SUBTRACT 1 FROM SHIFT-POSITION.

      *> The master is only read here - the transactions go through
      *> BS-POSITION-MAINT like any other change to the book - but
      *> the mark-history store is restated in place, which is safe
      *> to repeat because each mark carries the basis it is on.
       APPLY-DUE-ACTIONS.
           OPEN INPUT POSITION-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               AND MASTER-FILE-STATUS NOT = "05"
               DISPLAY "BS-CORP-ACTION: CANNOT OPEN POSITION "
                   "MASTER, FILE STATUS=" MASTER-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O MARK-HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               AND HISTORY-FILE-STATUS NOT = "05"
               DISPLAY "BS-CORP-ACTION: CANNOT OPEN HISTORY "
                   "STORE, FILE STATUS=" HISTORY-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TRANSACTION-FILE
           IF TRANSACTION-FILE-STATUS NOT = "00"
               DISPLAY "BS-CORP-ACTION: CANNOT OPEN CATRAN, "
                   "FILE STATUS=" TRANSACTION-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET ACTION-INDEX TO 1
           PERFORM APPLY-ONE-DUE-ACTION
               UNTIL ACTION-INDEX > ACTION-ENTRY-COUNT
           CLOSE POSITION-MASTER-FILE
           CLOSE MARK-HISTORY-FILE
           CLOSE TRANSACTION-FILE.

       APPLY-ONE-DUE-ACTION.
           IF ACT-PENDING (ACTION-INDEX)
               IF ACT-EFFECTIVE-DATE (ACTION-INDEX) < RUN-DATE-TEXT
                   MOVE "Effective date passed before it was run"
                       TO EVENT-REJECT-REASON
                   PERFORM REJECT-DUE-ACTION
               ELSE
                   IF ACT-EFFECTIVE-DATE (ACTION-INDEX)
                       = RUN-DATE-TEXT
                       PERFORM APPLY-ONE-ACTION
                   END-IF
               END-IF
           END-IF
           SET ACTION-INDEX UP BY 1.

      *> Every position is adjusted before anything is written, so a
      *> position that cannot be adjusted rejects the event whole.
       APPLY-ONE-ACTION.
           SET EVENT-VALID TO TRUE
           MOVE SPACES TO EVENT-REJECT-REASON
           PERFORM COLLECT-AFFECTED-POSITIONS
           SET POSITION-INDEX TO 1
           PERFORM ADJUST-ONE-POSITION
               UNTIL POSITION-INDEX > POSITION-ENTRY-COUNT
               OR EVENT-INVALID
           IF EVENT-VALID
               SET ACT-APPLIED (ACTION-INDEX) TO TRUE
               MOVE "Y" TO ACT-APPLIED-TONIGHT (ACTION-INDEX)
               MOVE RUN-DATE-TEXT TO ACT-PROCESSED-DATE (ACTION-INDEX)
               MOVE POSITION-ENTRY-COUNT
                   TO ACT-POSITION-COUNT (ACTION-INDEX)
               MOVE SPACES TO ACT-REJECT-REASON (ACTION-INDEX)
               ADD 1 TO APPLIED-COUNT
               MOVE ACTION-ENTRY (ACTION-INDEX) TO CANDIDATE-ACTION
               MOVE "DUE   " TO EV-SOURCE
               MOVE "APPLIED" TO EV-DISPOSITION
               PERFORM PRINT-EVENT-LINE
               PERFORM WRITE-POSITION-HEADING
               SET POSITION-INDEX TO 1
               PERFORM WRITE-POSITION-TRANSACTIONS
                   UNTIL POSITION-INDEX > POSITION-ENTRY-COUNT
               PERFORM RESTATE-MARK-HISTORY
           ELSE
               PERFORM REJECT-DUE-ACTION
           END-IF.

       REJECT-DUE-ACTION.
           SET ACT-REJECTED (ACTION-INDEX) TO TRUE
           MOVE RUN-DATE-TEXT TO ACT-PROCESSED-DATE (ACTION-INDEX)
           MOVE 0 TO ACT-POSITION-COUNT (ACTION-INDEX)
           MOVE EVENT-REJECT-REASON TO ACT-REJECT-REASON (ACTION-INDEX)
           ADD 1 TO FAILED-COUNT
           MOVE 12 TO RETURN-CODE
           MOVE ACTION-ENTRY (ACTION-INDEX) TO CANDIDATE-ACTION
           MOVE "DUE   " TO EV-SOURCE
           MOVE "REJECTED" TO EV-DISPOSITION
           PERFORM PRINT-EVENT-LINE.

      *> The master's key leads with the underlying, so one START
      *> positions the name's slice and the positions arrive in
      *> sequence-number order.
       COLLECT-AFFECTED-POSITIONS.
           MOVE 0 TO POSITION-ENTRY-COUNT
           MOVE "N" TO END-OF-MASTER-SLICE
           MOVE ACT-UNDERLYING (ACTION-INDEX) TO PM-UNDERLYING
           MOVE 0 TO PM-SEQUENCE-NUMBER
           START POSITION-MASTER-FILE KEY NOT < PM-MASTER-KEY
           IF MASTER-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-MASTER-SLICE
           END-IF
           PERFORM READ-NEXT-MASTER-RECORD
           PERFORM COLLECT-ONE-POSITION
               UNTIL END-OF-MASTER-SLICE = "Y".

       READ-NEXT-MASTER-RECORD.
           IF END-OF-MASTER-SLICE NOT = "Y"
               READ POSITION-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO END-OF-MASTER-SLICE
               END-READ
               IF END-OF-MASTER-SLICE NOT = "Y"
                   AND PM-UNDERLYING NOT = ACT-UNDERLYING (ACTION-INDEX)
                   MOVE "Y" TO END-OF-MASTER-SLICE
               END-IF
           END-IF.

      *> A name with more positions than the table holds cannot be
      *> adjusted whole, and a partial adjustment is exactly the
      *> half-done event this program exists to prevent, so
      *> overflow rejects the event like any position that cannot
      *> be adjusted; the rest of the night runs on.
       COLLECT-ONE-POSITION.
           IF POSITION-ENTRY-COUNT NOT < POSITION-TABLE-MAX
               DISPLAY "BS-CORP-ACTION: MORE THAN "
                   POSITION-TABLE-MAX " POSITIONS IN "
                   ACT-UNDERLYING (ACTION-INDEX)
               SET EVENT-INVALID TO TRUE
               STRING "More than " POSITION-TABLE-MAX
                   " positions on the name"
                   DELIMITED BY SIZE INTO EVENT-REJECT-REASON
               MOVE "Y" TO END-OF-MASTER-SLICE
           ELSE
               ADD 1 TO POSITION-ENTRY-COUNT
               SET POSITION-INDEX TO POSITION-ENTRY-COUNT
               MOVE POSITION-MASTER-RECORD
                   TO POS-BEFORE-IMAGE (POSITION-INDEX)
               PERFORM READ-NEXT-MASTER-RECORD
           END-IF.

      *> A master record loaded before cost basis was carried has
      *> no average cost; it is taken as zero, as the maintenance
      *> program takes it.
       ADJUST-ONE-POSITION.
           MOVE POS-BEFORE-IMAGE (POSITION-INDEX)
               TO BEFORE-POSITION-RECORD
           MOVE BEFORE-POSITION-RECORD TO ADJUSTED-POSITION-RECORD
           MOVE 0 TO POS-FRACTION-QTY (POSITION-INDEX)
           MOVE SPACES TO POSITION-REJECT-REASON
           IF BF-AVERAGE-COST NOT NUMERIC
               MOVE 0 TO AJ-AVERAGE-COST
           END-IF
           EVALUATE TRUE
               WHEN ACT-SPLIT (ACTION-INDEX)
                   PERFORM ADJUST-FOR-SPLIT
               WHEN ACT-SPECIAL-DIVIDEND (ACTION-INDEX)
                   PERFORM ADJUST-FOR-DIVIDEND
               WHEN OTHER
                   PERFORM ADJUST-FOR-SYMBOL-CHANGE
           END-EVALUATE
           IF EVENT-INVALID
               STRING "Seq " BF-SEQUENCE-NUMBER " "
                   POSITION-REJECT-REASON
                   DELIMITED BY SIZE INTO EVENT-REJECT-REASON
           END-IF
           MOVE ADJUSTED-POSITION-RECORD
               TO POS-AFTER-IMAGE (POSITION-INDEX)
           SET POSITION-INDEX UP BY 1.

      *> Prices scale by old/new and quantities by new/old, worked
      *> as a product then a quotient so a 3-for-2 ratio loses
      *> nothing to a rounded factor. The quantity is truncated to
      *> whole units - the holder receives whole shares and the
      *> fraction is settled in cash - and the average cost per
      *> unit scales with the price, so the cost of the whole
      *> units carries over unchanged.
       ADJUST-FOR-SPLIT.
           COMPUTE ADJUSTED-AMOUNT-WORK ROUNDED =
               BF-S * ACT-RATIO-OLD (ACTION-INDEX)
               / ACT-RATIO-NEW (ACTION-INDEX)
           IF ADJUSTED-AMOUNT-WORK > AMOUNT-FIELD-MAX
               OR ADJUSTED-AMOUNT-WORK NOT > 0
               SET EVENT-INVALID TO TRUE
               MOVE "Adjusted spot out of range"
                   TO POSITION-REJECT-REASON
           ELSE
               MOVE ADJUSTED-AMOUNT-WORK TO AJ-S
           END-IF
           IF EVENT-VALID AND NOT BF-LINEAR-STYLE
               COMPUTE ADJUSTED-AMOUNT-WORK ROUNDED =
                   BF-K * ACT-RATIO-OLD (ACTION-INDEX)
                   / ACT-RATIO-NEW (ACTION-INDEX)
               IF ADJUSTED-AMOUNT-WORK > AMOUNT-FIELD-MAX
                   OR ADJUSTED-AMOUNT-WORK NOT > 0
                   SET EVENT-INVALID TO TRUE
                   MOVE "Adjusted strike out of range"
                       TO POSITION-REJECT-REASON
               ELSE
                   MOVE ADJUSTED-AMOUNT-WORK TO AJ-K
               END-IF
           END-IF
           IF EVENT-VALID AND BF-BARRIER-STYLE
               COMPUTE ADJUSTED-AMOUNT-WORK ROUNDED =
                   BF-BARRIER-LEVEL * ACT-RATIO-OLD (ACTION-INDEX)
                   / ACT-RATIO-NEW (ACTION-INDEX)
               IF ADJUSTED-AMOUNT-WORK > AMOUNT-FIELD-MAX
                   OR ADJUSTED-AMOUNT-WORK NOT > 0
                   SET EVENT-INVALID TO TRUE
                   MOVE "Adjusted barrier out of range"
                       TO POSITION-REJECT-REASON
               ELSE
                   MOVE ADJUSTED-AMOUNT-WORK TO AJ-BARRIER-LEVEL
               END-IF
           END-IF
           IF EVENT-VALID
               PERFORM ADJUST-SPLIT-QUANTITY
           END-IF.

       ADJUST-SPLIT-QUANTITY.
           COMPUTE ADJUSTED-QTY-WORK =
               BF-POSITION-QTY * ACT-RATIO-NEW (ACTION-INDEX)
               / ACT-RATIO-OLD (ACTION-INDEX)
           COMPUTE SPLIT-EXACT-QTY ROUNDED =
               BF-POSITION-QTY * ACT-RATIO-NEW (ACTION-INDEX)
               / ACT-RATIO-OLD (ACTION-INDEX)
           MOVE ADJUSTED-QTY-WORK TO ADJUSTED-QTY-MAGNITUDE
           IF ADJUSTED-QTY-MAGNITUDE = 0
               SET EVENT-INVALID TO TRUE
               MOVE "Quantity splits to nothing"
                   TO POSITION-REJECT-REASON
           ELSE
               IF ADJUSTED-QTY-MAGNITUDE > QTY-FIELD-MAX
                   SET EVENT-INVALID TO TRUE
                   MOVE "Quantity out of range"
                       TO POSITION-REJECT-REASON
               ELSE
                   MOVE ADJUSTED-QTY-WORK TO AJ-POSITION-QTY
                   COMPUTE POS-FRACTION-QTY (POSITION-INDEX) =
                       SPLIT-EXACT-QTY - ADJUSTED-QTY-WORK
                   COMPUTE AJ-AVERAGE-COST ROUNDED =
                       AJ-AVERAGE-COST * ACT-RATIO-OLD (ACTION-INDEX)
                       / ACT-RATIO-NEW (ACTION-INDEX)
                       ON SIZE ERROR
                           SET EVENT-INVALID TO TRUE
                           MOVE "Average cost out of range"
                               TO POSITION-REJECT-REASON
                   END-COMPUTE
               END-IF
           END-IF.

      *> The exchange adjusts a special dividend out of the strike,
      *> so an option keeps its value across the ex-date; the
      *> barrier moves with it so the knock stays the same distance
      *> from spot. A hedge has no strike; its spot moves and the
      *> cash it is paid comes off its average cost, so the 'K'
      *> change leaves its unrealized P&L where it was and the
      *> maintenance journal carries the cash amount for the GL
      *> feed. Cost and cash are both per unit and carried to full
      *> precision, so the cut is made on the master field itself.
       ADJUST-FOR-DIVIDEND.
           COMPUTE ADJUSTED-AMOUNT-WORK =
               BF-S - ACT-CASH-AMOUNT (ACTION-INDEX)
           IF ADJUSTED-AMOUNT-WORK NOT > 0
               SET EVENT-INVALID TO TRUE
               MOVE "Spot not above the dividend"
                   TO POSITION-REJECT-REASON
           ELSE
               MOVE ADJUSTED-AMOUNT-WORK TO AJ-S
           END-IF
           IF EVENT-VALID AND NOT BF-LINEAR-STYLE
               COMPUTE ADJUSTED-AMOUNT-WORK =
                   BF-K - ACT-CASH-AMOUNT (ACTION-INDEX)
               IF ADJUSTED-AMOUNT-WORK NOT > 0
                   SET EVENT-INVALID TO TRUE
                   MOVE "Strike not above the dividend"
                       TO POSITION-REJECT-REASON
               ELSE
                   MOVE ADJUSTED-AMOUNT-WORK TO AJ-K
               END-IF
           END-IF
           IF EVENT-VALID AND BF-BARRIER-STYLE
               COMPUTE ADJUSTED-AMOUNT-WORK =
                   BF-BARRIER-LEVEL - ACT-CASH-AMOUNT (ACTION-INDEX)
               IF ADJUSTED-AMOUNT-WORK NOT > 0
                   SET EVENT-INVALID TO TRUE
                   MOVE "Barrier not above dividend"
                       TO POSITION-REJECT-REASON
               ELSE
                   MOVE ADJUSTED-AMOUNT-WORK TO AJ-BARRIER-LEVEL
               END-IF
           END-IF
           IF EVENT-VALID AND BF-LINEAR-STYLE
               IF AJ-AVERAGE-COST < ACT-CASH-AMOUNT (ACTION-INDEX)
                   SET EVENT-INVALID TO TRUE
                   MOVE "Average cost below dividend"
                       TO POSITION-REJECT-REASON
               ELSE
                   SUBTRACT ACT-CASH-AMOUNT (ACTION-INDEX)
                       FROM AJ-AVERAGE-COST
               END-IF
           END-IF.

      *> The position keeps its sequence number under the new
      *> symbol, so its marks and attribution carry straight on;
      *> that number must not already be taken there.
       ADJUST-FOR-SYMBOL-CHANGE.
           MOVE ACT-NEW-UNDERLYING (ACTION-INDEX) TO AJ-UNDERLYING
           MOVE AJ-MASTER-KEY TO PM-MASTER-KEY
           READ POSITION-MASTER-FILE
           IF MASTER-FILE-STATUS = "00"
               SET EVENT-INVALID TO TRUE
               MOVE "Already held under new symbol"
                   TO POSITION-REJECT-REASON
           ELSE
               IF MASTER-FILE-STATUS NOT = "23"
                   DISPLAY "BS-CORP-ACTION: MASTER READ ERROR, "
                       "FILE STATUS=" MASTER-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> A symbol change closes the old key and adds the new one,
      *> both marked 'K' so the maintenance program books no P&L;
      *> the add keeps the position's last trade date. Everything
      *> else is one 'K' change carrying the restated average cost.
       WRITE-POSITION-TRANSACTIONS.
           MOVE POS-BEFORE-IMAGE (POSITION-INDEX)
               TO BEFORE-POSITION-RECORD
           MOVE POS-AFTER-IMAGE (POSITION-INDEX)
               TO ADJUSTED-POSITION-RECORD
           IF ACT-SYMBOL-CHANGE (ACTION-INDEX)
               MOVE SPACES TO POSITION-TRANSACTION-RECORD
               MOVE "D" TO TR-ACTION
               MOVE BF-UNDERLYING TO TR-UNDERLYING
               MOVE BF-SEQUENCE-NUMBER TO TR-SEQUENCE-NUMBER
               MOVE AJ-AVERAGE-COST TO TR-TRADE-PRICE
               MOVE ACT-EFFECTIVE-DATE (ACTION-INDEX) TO TR-TRADE-DATE
               SET TR-CORPORATE-ACTION TO TRUE
               PERFORM WRITE-TRANSACTION-RECORD
               IF BF-LAST-TRADE-DATE NUMERIC
                   MOVE BF-LAST-TRADE-DATE TO SAVED-TRADE-DATE
               ELSE
                   MOVE ACT-EFFECTIVE-DATE (ACTION-INDEX)
                       TO SAVED-TRADE-DATE
               END-IF
               PERFORM BUILD-ADJUSTED-TRANSACTION
               MOVE "A" TO TR-ACTION
               MOVE SAVED-TRADE-DATE TO TR-TRADE-DATE
               PERFORM WRITE-TRANSACTION-RECORD
               MOVE "D+A" TO PL-ACTION
           ELSE
               PERFORM BUILD-ADJUSTED-TRANSACTION
               MOVE "C" TO TR-ACTION
               MOVE ACT-EFFECTIVE-DATE (ACTION-INDEX) TO TR-TRADE-DATE
               PERFORM WRITE-TRANSACTION-RECORD
               MOVE "C" TO PL-ACTION
           END-IF
           PERFORM PRINT-POSITION-LINE
           SET POSITION-INDEX UP BY 1.

      *> BSPOSTRN's data fields mirror the master's up to the
      *> barrier level byte for byte (both follow BSPORTIN), so the
      *> adjusted record is carried across whole - a field the desk
      *> left blank on a hedge stays blank rather than being
      *> coerced through a numeric move.
       BUILD-ADJUSTED-TRANSACTION.
           MOVE SPACES TO POSITION-TRANSACTION-RECORD
           MOVE ADJUSTED-POSITION-RECORD (1:111)
               TO POSITION-TRANSACTION-RECORD (2:111)
           MOVE AJ-AVERAGE-COST TO TR-TRADE-PRICE
           SET TR-CORPORATE-ACTION TO TRUE.

       WRITE-TRANSACTION-RECORD.
           MOVE "CORPACT" TO TR-MAKER-ID
           WRITE POSITION-TRANSACTION-RECORD
           IF TRANSACTION-FILE-STATUS NOT = "00"
               DISPLAY "BS-CORP-ACTION: CATRAN WRITE ERROR, "
                   "FILE STATUS=" TRANSACTION-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO TRANSACTION-COUNT.

      *> The name's marks before the effective date are put on the
      *> new basis. A mark whose basis date has already reached the
      *> effective date was restated by an earlier run (or struck
      *> after the event) and is left alone.
       RESTATE-MARK-HISTORY.
           MOVE 0 TO EVENT-RESTATED-COUNT
           MOVE 0 TO EVENT-KEPT-COUNT
           MOVE "N" TO END-OF-HISTORY-SLICE
           MOVE ACT-UNDERLYING (ACTION-INDEX) TO MH-UNDERLYING
           MOVE 0 TO MH-SEQUENCE-NUMBER
           MOVE LOW-VALUES TO MH-VALUATION-DATE
           START MARK-HISTORY-FILE KEY NOT < MH-HISTORY-KEY
           IF HISTORY-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-HISTORY-SLICE
           END-IF
           PERFORM READ-NEXT-HISTORY-RECORD
           PERFORM RESTATE-ONE-MARK
               UNTIL END-OF-HISTORY-SLICE = "Y"
           ADD EVENT-RESTATED-COUNT TO HISTORY-RESTATED-COUNT
           ADD EVENT-KEPT-COUNT TO HISTORY-KEPT-COUNT
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "MARKHIST " ACT-UNDERLYING (ACTION-INDEX)
               " MARKS RESTATED " EVENT-RESTATED-COUNT
               "  KEPT UNDER OLD SYMBOL (KEY IN USE) "
               EVENT-KEPT-COUNT
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE.

       READ-NEXT-HISTORY-RECORD.
           IF END-OF-HISTORY-SLICE NOT = "Y"
               READ MARK-HISTORY-FILE NEXT RECORD
                   AT END MOVE "Y" TO END-OF-HISTORY-SLICE
               END-READ
               IF END-OF-HISTORY-SLICE NOT = "Y"
                   AND MH-UNDERLYING NOT = ACT-UNDERLYING (ACTION-INDEX)
                   MOVE "Y" TO END-OF-HISTORY-SLICE
               END-IF
           END-IF.

       RESTATE-ONE-MARK.
           IF MH-VALUATION-DATE < ACT-EFFECTIVE-DATE (ACTION-INDEX)
               AND MH-BASIS-DATE < ACT-EFFECTIVE-DATE (ACTION-INDEX)
               EVALUATE TRUE
                   WHEN ACT-SPLIT (ACTION-INDEX)
                       PERFORM RESTATE-MARK-FOR-SPLIT
                       PERFORM REWRITE-RESTATED-MARK
                   WHEN ACT-SPECIAL-DIVIDEND (ACTION-INDEX)
                       PERFORM RESTATE-MARK-FOR-DIVIDEND
                       PERFORM REWRITE-RESTATED-MARK
                   WHEN OTHER
                       PERFORM MOVE-MARK-TO-NEW-SYMBOL
               END-EVALUATE
           END-IF
           PERFORM READ-NEXT-HISTORY-RECORD.

      *> On the new basis the per-unit mark, spot and strike scale
      *> by old/new and the quantity by new/old; delta is per unit
      *> of the underlying and is unchanged, gamma (per unit of spot
      *> squared over spot) scales by new/old, and vega, theta and
      *> rho scale with the mark.
       RESTATE-MARK-FOR-SPLIT.
           COMPUTE MH-S ROUNDED = MH-S * ACT-RATIO-OLD (ACTION-INDEX)
               / ACT-RATIO-NEW (ACTION-INDEX)
           COMPUTE MH-K ROUNDED = MH-K * ACT-RATIO-OLD (ACTION-INDEX)
               / ACT-RATIO-NEW (ACTION-INDEX)
           COMPUTE MH-POSITION-QTY =
               MH-POSITION-QTY * ACT-RATIO-NEW (ACTION-INDEX)
               / ACT-RATIO-OLD (ACTION-INDEX)
           COMPUTE MH-POSITION-PRICE ROUNDED =
               MH-POSITION-PRICE * ACT-RATIO-OLD (ACTION-INDEX)
               / ACT-RATIO-NEW (ACTION-INDEX)
           COMPUTE MH-GAMMA ROUNDED =
               MH-GAMMA * ACT-RATIO-NEW (ACTION-INDEX)
               / ACT-RATIO-OLD (ACTION-INDEX)
           COMPUTE MH-VEGA ROUNDED =
               MH-VEGA * ACT-RATIO-OLD (ACTION-INDEX)
               / ACT-RATIO-NEW (ACTION-INDEX)
           COMPUTE MH-THETA ROUNDED =
               MH-THETA * ACT-RATIO-OLD (ACTION-INDEX)
               / ACT-RATIO-NEW (ACTION-INDEX)
           COMPUTE MH-RHO ROUNDED =
               MH-RHO * ACT-RATIO-OLD (ACTION-INDEX)
               / ACT-RATIO-NEW (ACTION-INDEX).

      *> Spot and strike both drop by the dividend, which leaves an
      *> option's mark where it was. A hedge's mark is its spot
      *> (the store carries no style, but a hedge is the record
      *> with no option type) and drops with it.
       RESTATE-MARK-FOR-DIVIDEND.
           IF MH-S > ACT-CASH-AMOUNT (ACTION-INDEX)
               SUBTRACT ACT-CASH-AMOUNT (ACTION-INDEX) FROM MH-S
           END-IF
           IF MH-OPTION-TYPE = SPACE
               IF MH-POSITION-PRICE > ACT-CASH-AMOUNT (ACTION-INDEX)
                   SUBTRACT ACT-CASH-AMOUNT (ACTION-INDEX)
                       FROM MH-POSITION-PRICE
               END-IF
           ELSE
               IF MH-K > ACT-CASH-AMOUNT (ACTION-INDEX)
                   SUBTRACT ACT-CASH-AMOUNT (ACTION-INDEX) FROM MH-K
               END-IF
           END-IF.

       REWRITE-RESTATED-MARK.
           MOVE ACT-EFFECTIVE-DATE (ACTION-INDEX) TO MH-BASIS-DATE
           REWRITE MARK-HISTORY-RECORD
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "BS-CORP-ACTION: HISTORY REWRITE ERROR, "
                   "FILE STATUS=" HISTORY-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO EVENT-RESTATED-COUNT.

      *> The mark is written under the new symbol first and the old
      *> key deleted only once that has gone through, so a mark is
      *> never lost between the two. The delete goes by the record
      *> key, so the old key is put back in the record area first.
       MOVE-MARK-TO-NEW-SYMBOL.
           MOVE MARK-HISTORY-RECORD TO SAVED-HISTORY-RECORD
           MOVE ACT-NEW-UNDERLYING (ACTION-INDEX) TO MH-UNDERLYING
           MOVE ACT-EFFECTIVE-DATE (ACTION-INDEX) TO MH-BASIS-DATE
           WRITE MARK-HISTORY-RECORD
           IF HISTORY-FILE-STATUS = "22"
               MOVE SAVED-HISTORY-RECORD TO MARK-HISTORY-RECORD
               ADD 1 TO EVENT-KEPT-COUNT
           ELSE
               IF HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "BS-CORP-ACTION: HISTORY WRITE ERROR, "
                       "FILE STATUS=" HISTORY-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SAVED-HISTORY-RECORD TO MARK-HISTORY-RECORD
               DELETE MARK-HISTORY-FILE RECORD
               IF HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "BS-CORP-ACTION: HISTORY DELETE ERROR, "
                       "FILE STATUS=" HISTORY-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO EVENT-RESTATED-COUNT
           END-IF.

      *> The schedule is copied through whole; only the dividends
      *> of a name with an event applied tonight change. A missing
      *> schedule is an empty one, as in the dividend load.
       ADJUST-DIVIDEND-SCHEDULE.
           OPEN INPUT CURRENT-SCHEDULE-FILE
           IF CURRENT-SCHEDULE-STATUS NOT = "00"
               DISPLAY "BS-CORP-ACTION: NO CURRENT DIVIDEND "
                   "SCHEDULE (STATUS " CURRENT-SCHEDULE-STATUS
                   "), WRITING AN EMPTY ONE"
               MOVE "Y" TO END-OF-SCHEDULE-FILE
           ELSE
               PERFORM READ-SCHEDULE-RECORD
           END-IF
           PERFORM ADJUST-ONE-DIVIDEND
               UNTIL END-OF-SCHEDULE-FILE = "Y"
           IF CURRENT-SCHEDULE-STATUS = "00"
               OR CURRENT-SCHEDULE-STATUS = "10"
               CLOSE CURRENT-SCHEDULE-FILE
           END-IF
           OPEN OUTPUT MERGED-SCHEDULE-FILE
           IF MERGED-SCHEDULE-STATUS NOT = "00"
               DISPLAY "BS-CORP-ACTION: CANNOT OPEN DIVOUT, "
                   "FILE STATUS=" MERGED-SCHEDULE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET DIVIDEND-INDEX TO 1
           PERFORM WRITE-ONE-SCHEDULE-RECORD
               UNTIL DIVIDEND-INDEX > DIVIDEND-ENTRY-COUNT
           CLOSE MERGED-SCHEDULE-FILE.

       READ-SCHEDULE-RECORD.
           READ CURRENT-SCHEDULE-FILE
               AT END MOVE "Y" TO END-OF-SCHEDULE-FILE
           END-READ.

      *> Tonight's events are walked in effective order, so a
      *> renamed dividend is matched by any later event on its new
      *> symbol as well.
       ADJUST-ONE-DIVIDEND.
           MOVE DV-UNDERLYING TO DIVIDEND-UNDERLYING
           MOVE DV-EX-DATE TO DIVIDEND-EX-DATE
           MOVE DV-CASH-AMOUNT TO DIVIDEND-CASH-AMOUNT
           SET DIVIDEND-UNCHANGED TO TRUE
           SET ACTION-INDEX TO 1
           PERFORM ADJUST-DIVIDEND-FOR-ACTION
               UNTIL ACTION-INDEX > ACTION-ENTRY-COUNT
           PERFORM INSERT-DIVIDEND-IN-ORDER
           PERFORM READ-SCHEDULE-RECORD.

      *> A split restates the dividends still to go ex per new
      *> share; one going ex on or before the effective date was
      *> declared on the old shares and is left as it stands.
       ADJUST-DIVIDEND-FOR-ACTION.
           IF ACT-APPLIED-THIS-RUN (ACTION-INDEX)
               AND ACT-UNDERLYING (ACTION-INDEX) = DIVIDEND-UNDERLYING
               EVALUATE TRUE
                   WHEN ACT-SPLIT (ACTION-INDEX)
                       IF DIVIDEND-EX-DATE
                           > ACT-EFFECTIVE-DATE (ACTION-INDEX)
                           MOVE DIVIDEND-CASH-AMOUNT
                               TO DL-AMOUNT-BEFORE
                           COMPUTE DIVIDEND-CASH-AMOUNT ROUNDED =
                               DIVIDEND-CASH-AMOUNT
                               * ACT-RATIO-OLD (ACTION-INDEX)
                               / ACT-RATIO-NEW (ACTION-INDEX)
                           MOVE SPACES TO DL-NEW-UNDERLYING
                           MOVE "RESTATED PER NEW SHARE"
                               TO DL-DISPOSITION
                           PERFORM PRINT-DIVIDEND-LINE
                       END-IF
                   WHEN ACT-SYMBOL-CHANGE (ACTION-INDEX)
                       MOVE DIVIDEND-CASH-AMOUNT TO DL-AMOUNT-BEFORE
                       MOVE ACT-NEW-UNDERLYING (ACTION-INDEX)
                           TO DL-NEW-UNDERLYING
                       MOVE "MOVED TO NEW SYMBOL" TO DL-DISPOSITION
                       PERFORM PRINT-DIVIDEND-LINE
                       MOVE ACT-NEW-UNDERLYING (ACTION-INDEX)
                           TO DIVIDEND-UNDERLYING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           SET ACTION-INDEX UP BY 1.

       PRINT-DIVIDEND-LINE.
           MOVE DIVIDEND-UNDERLYING TO DL-UNDERLYING
           MOVE DIVIDEND-EX-DATE TO DL-EX-DATE
           MOVE DIVIDEND-CASH-AMOUNT TO DL-AMOUNT-AFTER
           MOVE DIVIDEND-LINE TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           ADD 1 TO DIVIDEND-CHANGED-COUNT.

      *> The same ordered insertion the dividend load uses. A
      *> renamed dividend landing on one already scheduled for the
      *> new symbol and date is the same dividend keyed twice; the
      *> one already there is kept.
       INSERT-DIVIDEND-IN-ORDER.
           MOVE 1 TO INSERT-POSITION
           PERFORM ADVANCE-INSERT-POSITION
               UNTIL INSERT-POSITION > DIVIDEND-ENTRY-COUNT
               OR DIV-UNDERLYING (INSERT-POSITION)
                   > DIVIDEND-UNDERLYING
               OR (DIV-UNDERLYING (INSERT-POSITION)
                       = DIVIDEND-UNDERLYING
                   AND DIV-EX-DATE (INSERT-POSITION)
                       NOT < DIVIDEND-EX-DATE)
           IF INSERT-POSITION NOT > DIVIDEND-ENTRY-COUNT
               AND DIV-UNDERLYING (INSERT-POSITION)
                   = DIVIDEND-UNDERLYING
               AND DIV-EX-DATE (INSERT-POSITION) = DIVIDEND-EX-DATE
               MOVE DIVIDEND-CASH-AMOUNT TO DL-AMOUNT-BEFORE
               MOVE SPACES TO DL-NEW-UNDERLYING
               MOVE "DROPPED, ALREADY ON NEW SYMBOL"
                   TO DL-DISPOSITION
               PERFORM PRINT-DIVIDEND-LINE
           ELSE
               IF DIVIDEND-ENTRY-COUNT NOT < DIVIDEND-TABLE-MAX
                   DISPLAY "BS-CORP-ACTION: SCHEDULE TABLE FULL"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE DIVIDEND-ENTRY-COUNT TO SHIFT-POSITION
               PERFORM SHIFT-ONE-DIVIDEND-DOWN
                   UNTIL SHIFT-POSITION < INSERT-POSITION
               MOVE DIVIDEND-UNDERLYING
                   TO DIV-UNDERLYING (INSERT-POSITION)
               MOVE DIVIDEND-EX-DATE TO DIV-EX-DATE (INSERT-POSITION)
               MOVE DIVIDEND-CASH-AMOUNT
                   TO DIV-CASH-AMOUNT (INSERT-POSITION)
               ADD 1 TO DIVIDEND-ENTRY-COUNT
           END-IF.

       SHIFT-ONE-DIVIDEND-DOWN.
           MOVE DIVIDEND-ENTRY (SHIFT-POSITION)
               TO DIVIDEND-ENTRY (SHIFT-POSITION + 1)
           SUBTRACT 1 FROM SHIFT-POSITION.

       WRITE-ONE-SCHEDULE-RECORD.
           MOVE SPACES TO MERGED-DIVIDEND-RECORD
           MOVE DIV-UNDERLYING (DIVIDEND-INDEX) TO MV-UNDERLYING
           MOVE DIV-EX-DATE (DIVIDEND-INDEX) TO MV-EX-DATE
           MOVE DIV-CASH-AMOUNT (DIVIDEND-INDEX) TO MV-CASH-AMOUNT
           WRITE MERGED-DIVIDEND-RECORD
           IF MERGED-SCHEDULE-STATUS NOT = "00"
               DISPLAY "BS-CORP-ACTION: DIVOUT WRITE ERROR, "
                   "FILE STATUS=" MERGED-SCHEDULE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET DIVIDEND-INDEX UP BY 1.

       WRITE-MERGED-ACTIONS.
           OPEN OUTPUT MERGED-ACTION-FILE
           IF MERGED-ACTION-STATUS NOT = "00"
               DISPLAY "BS-CORP-ACTION: CANNOT OPEN CAOUT, "
                   "FILE STATUS=" MERGED-ACTION-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET ACTION-INDEX TO 1
           PERFORM WRITE-ONE-ACTION-RECORD
               UNTIL ACTION-INDEX > ACTION-ENTRY-COUNT
           CLOSE MERGED-ACTION-FILE.

       WRITE-ONE-ACTION-RECORD.
           MOVE SPACES TO MERGED-ACTION-RECORD
           MOVE ACT-EFFECTIVE-DATE (ACTION-INDEX) TO MC-EFFECTIVE-DATE
           MOVE ACT-UNDERLYING (ACTION-INDEX) TO MC-UNDERLYING
           MOVE ACT-EVENT-TYPE (ACTION-INDEX) TO MC-EVENT-TYPE
           MOVE ACT-RATIO-NEW (ACTION-INDEX) TO MC-RATIO-NEW
           MOVE ACT-RATIO-OLD (ACTION-INDEX) TO MC-RATIO-OLD
           MOVE ACT-CASH-AMOUNT (ACTION-INDEX) TO MC-CASH-AMOUNT
           MOVE ACT-NEW-UNDERLYING (ACTION-INDEX)
               TO MC-NEW-UNDERLYING
           MOVE ACT-STATUS (ACTION-INDEX) TO MC-STATUS
           MOVE ACT-PROCESSED-DATE (ACTION-INDEX)
               TO MC-PROCESSED-DATE
           MOVE ACT-POSITION-COUNT (ACTION-INDEX)
               TO MC-POSITION-COUNT
           MOVE ACT-REJECT-REASON (ACTION-INDEX) TO MC-REJECT-REASON
           WRITE MERGED-ACTION-RECORD
           IF MERGED-ACTION-STATUS NOT = "00"
               DISPLAY "BS-CORP-ACTION: CAOUT WRITE ERROR, "
                   "FILE STATUS=" MERGED-ACTION-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET ACTION-INDEX UP BY 1.

      *> One register line per event, from the candidate area: the
      *> caller has set the source and disposition, and a table
      *> event has been moved into the candidate area first.
       PRINT-EVENT-LINE.
           MOVE CND-EFFECTIVE-DATE TO EV-EFFECTIVE-DATE
           MOVE CND-UNDERLYING TO EV-UNDERLYING
           MOVE SPACES TO EV-TERMS
           EVALUATE TRUE
               WHEN CND-SPLIT
                   MOVE "SPLIT" TO EV-TYPE-TEXT
                   MOVE CND-RATIO-NEW TO RATIO-NEW-EDIT
                   MOVE CND-RATIO-OLD TO RATIO-OLD-EDIT
                   STRING RATIO-NEW-EDIT " FOR " RATIO-OLD-EDIT
                       DELIMITED BY SIZE INTO EV-TERMS
               WHEN CND-SPECIAL-DIVIDEND
                   MOVE "SPECIAL DIV" TO EV-TYPE-TEXT
                   MOVE CND-CASH-AMOUNT TO CASH-AMOUNT-EDIT
                   STRING CASH-AMOUNT-EDIT " PER SHARE"
                       DELIMITED BY SIZE INTO EV-TERMS
               WHEN CND-SYMBOL-CHANGE
                   MOVE "SYMBOL CHANGE" TO EV-TYPE-TEXT
                   STRING "TO " CND-NEW-UNDERLYING
                       DELIMITED BY SIZE INTO EV-TERMS
               WHEN OTHER
                   MOVE CND-EVENT-TYPE TO EV-TYPE-TEXT
           END-EVALUATE
           MOVE CND-REJECT-REASON TO EV-REASON
           MOVE SPACES TO EV-COUNT-TEXT
           IF EV-DISPOSITION = "APPLIED"
               MOVE CND-POSITION-COUNT TO POSITION-COUNT-EDIT
               STRING POSITION-COUNT-EDIT " POSITIONS"
                   DELIMITED BY SIZE INTO EV-COUNT-TEXT
           END-IF
           MOVE EVENT-LINE TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE.

       WRITE-POSITION-HEADING.
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "ACT UNDERLYING SEQNO  NEW SYMBOL BOOK ST"
               "  QTY BEF QTY AFT    K BEFORE     K AFTER"
               "    S BEFORE     S AFTER NOTE"
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE.

      *> A hedge has no strike, so its strike columns stay blank.
       PRINT-POSITION-LINE.
           MOVE BF-UNDERLYING TO PL-UNDERLYING
           MOVE BF-SEQUENCE-NUMBER TO PL-SEQUENCE-NUMBER
           IF ACT-SYMBOL-CHANGE (ACTION-INDEX)
               MOVE AJ-UNDERLYING TO PL-NEW-UNDERLYING
           ELSE
               MOVE SPACES TO PL-NEW-UNDERLYING
           END-IF
           MOVE BF-BOOK-CODE TO PL-BOOK-CODE
           MOVE BF-OPTION-STYLE TO PL-OPTION-STYLE
           MOVE BF-OPTION-TYPE TO PL-OPTION-TYPE
           MOVE BF-POSITION-QTY TO PL-QTY-BEFORE
           MOVE AJ-POSITION-QTY TO PL-QTY-AFTER
           IF BF-LINEAR-STYLE
               MOVE SPACES TO PL-K-BEFORE-AREA
               MOVE SPACES TO PL-K-AFTER-AREA
           ELSE
               MOVE BF-K TO PL-K-BEFORE
               MOVE AJ-K TO PL-K-AFTER
           END-IF
           MOVE BF-S TO PL-S-BEFORE
           MOVE AJ-S TO PL-S-AFTER
           MOVE SPACES TO PL-NOTE
           IF ACT-SPECIAL-DIVIDEND (ACTION-INDEX) AND BF-LINEAR-STYLE
               MOVE "COST LESS DIVIDEND" TO PL-NOTE
           END-IF
           IF POS-FRACTION-QTY (POSITION-INDEX) NOT = 0
               MOVE POS-FRACTION-QTY (POSITION-INDEX)
                   TO FRACTION-EDIT
               STRING "CASH IN LIEU" FRACTION-EDIT
                   DELIMITED BY SIZE INTO PL-NOTE
           END-IF
           MOVE POSITION-LINE TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE.

       WRITE-REPORT-WORK-LINE.
           WRITE ACTION-REGISTER-LINE FROM REPORT-WORK-LINE
           IF ACTION-REGISTER-STATUS NOT = "00"
               DISPLAY "BS-CORP-ACTION: REGISTER WRITE ERROR, "
                   "FILE STATUS=" ACTION-REGISTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       TERMINATE-RUN.
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "BS-CORP-ACTION: " ACCEPTED-COUNT " KEYED, "
               DUPLICATE-COUNT " DUPLICATE, " KEYED-REJECTED-COUNT
               " REJECTED ON ENTRY, " APPLIED-COUNT " APPLIED, "
               FAILED-COUNT " FAILED, " RETIRED-COUNT " RETIRED, "
               TRANSACTION-COUNT " TRANSACTIONS"
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "BS-CORP-ACTION: " DIVIDEND-CHANGED-COUNT
               " SCHEDULE ENTRIES CHANGED, " HISTORY-RESTATED-COUNT
               " MARKS RESTATED, " HISTORY-KEPT-COUNT
               " MARKS KEPT UNDER OLD SYMBOL"
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           DISPLAY "BS-CORP-ACTION: " APPLIED-COUNT " APPLIED, "
               FAILED-COUNT " FAILED, " TRANSACTION-COUNT
               " TRANSACTIONS TO CATRAN"
           CLOSE ACTION-REGISTER.
