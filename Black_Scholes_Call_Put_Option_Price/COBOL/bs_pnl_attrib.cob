      *>         rho part   = rho * dR
      *>     and the residual is the actual own-leg price change
      *>     less the four explained parts.
      *>   - A delta hedge in the underlying (style 'S' stock or
      *>     'F' future) carries a delta of one and no other
      *>     Greeks, so its whole move is the spot move and it
      *>     attributes with no residual; the style letter prints
      *>     in the option-type column so the hedge lines read
      *>     apart from the calls and puts. A hedge dropped from a
      *>     book rebuilt off the mark-history store shows a blank
      *>     type, the store not carrying the style.
      *>   - A prior mark struck before a split, special dividend
      *>     or symbol change that has since taken effect (an
      *>     applied event on CORPACT, kept by BS-CORP-ACTION) is
      *>     put on the new basis before it is matched: split
      *>     strike, spot and mark times old/new, quantity and
      *>     gamma times new/old, vega, theta and rho times old/new;
      *>     a special dividend off spot and strike (off the mark
      *>     of a hedge); a renamed name under its new symbol. The
      *>     line is marked CORP ACTION, so the event no longer
      *>     reads as a one-day loss in the residual. A prior mark
      *>     already on the new basis (its basis date is on or
      *>     after the event) is left alone.
      *>   - Tonight-only positions are reported as NEW (nothing to
      *>     attribute against) and prior-only positions as DROPPED,
      *>     so the register accounts for every record in both
      *>     carried on the extract record by BLACK-SCHOLES.
      *>
      *> Modification History:
      *>   2026-10-12  Prior marks put on the post-event basis for
      *>               corporate actions applied since they were
      *>               struck (CORPACT), flagged CORP ACTION.
      *>   2026-10-11  Linear hedge positions show their style in
      *>               the option-type column.
      *>   2026-10-05  Run date now taken from the shared business-date
      *>               control record (BUSDATE) instead of the system
      *>               clock, so a late run or a deliberate rerun of an
      *>               earlier night reports under the day it is
      *>               processing in the report header.
      *>   2026-09-02  Near-barrier flag: a matched barrier position
      *>               whose spot sits within five percent of its
      *>               knock level is flagged on its register line,
               RECORD KEY IS MH-HISTORY-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT CORPORATE-ACTION-FILE ASSIGN TO "CORPACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORPORATE-ACTION-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TONIGHT-EXTRACT-FILE.
       FD  MARK-HISTORY-FILE.
           COPY BSMKHIST.

       FD  CORPORATE-ACTION-FILE.
           COPY BSCORPAC.

       FD  BUSINESS-DATE-FILE.
           COPY BSBUSDAT.

       WORKING-STORAGE SECTION.

      * Run control
       01 END-OF-TONIGHT-FILE     PIC X(1) VALUE "N".
       01 END-OF-PRIOR-FILE       PIC X(1) VALUE "N".
       01 RUN-TIMESTAMP           PIC X(15) VALUE SPACES.
       01 RUN-DATE-NUMERIC        PIC 9(8).
       01 RUN-DATE-INTEGER        PIC 9(8).
       01 MATCHED-COUNT           PIC 9(6) VALUE 0.
       01 NEW-COUNT               PIC 9(6) VALUE 0.
       01 DROPPED-COUNT           PIC 9(6) VALUE 0.
       01 ADJUSTED-COUNT          PIC 9(6) VALUE 0.
       01 END-OF-ACTION-FILE      PIC X(1) VALUE "N".

      * File status bytes
       01 TONIGHT-FILE-STATUS     PIC XX.
       01 PRIOR-FILE-STATUS       PIC XX.
       01 ATTRIB-REPORT-STATUS    PIC XX.
       01 HISTORY-FILE-STATUS     PIC XX.
       01 CORPORATE-ACTION-STATUS PIC XX.
       01 BUSINESS-DATE-STATUS    PIC XX.

      * Reach-back control: tonight's valuation date (taken from the
      * first tonight record), the most recent earlier date found on
      * The prior night's book, loaded whole before tonight's file
      * is read. PRV-MATCHED marks entries tonight's pass consumed,
      * so the sweep at end of run can report what fell out of the
      * book as DROPPED. PRV-BASIS-DATE is the date the prior mark's
      * terms are struck on, moved on by each corporate action put
      * through it; PRV-ADJUSTED marks the entries so restated.
       01 PRIOR-TABLE.
           05 PRIOR-ENTRY OCCURS 500 TIMES INDEXED BY PRIOR-INDEX.
               10 PRV-UNDERLYING       PIC X(10).
               10 PRV-EXPIRY-DATE      PIC X(8).
               10 PRV-K                PIC 9(5)V9(5).
               10 PRV-OPTION-TYPE      PIC X(1).
               10 PRV-OPTION-STYLE     PIC X(1).
                   88 PRV-LINEAR-STYLE     VALUES "S" "F".
               10 PRV-MATCHED          PIC X(1).
               10 PRV-S                PIC 9(5)V9(5).
               10 PRV-T                PIC 9(1)V9(5).
                                           SIGN LEADING SEPARATE.
               10 PRV-RHO              PIC S9(5)V9(6)
                                           SIGN LEADING SEPARATE.
               10 PRV-BASIS-DATE       PIC X(8).
               10 PRV-ADJUSTED         PIC X(1).
       01 PRIOR-ENTRY-COUNT       PIC 9(3) VALUE 0.
       01 PRIOR-TABLE-MAX         PIC 9(3) VALUE 500.

           PERFORM INITIALIZE-RUN
           PERFORM READ-TONIGHT-RECORD
           PERFORM LOAD-PRIOR-BOOK
           PERFORM ADJUST-PRIOR-BOOK
           PERFORM ATTRIBUTE-ONE-RECORD
               UNTIL END-OF-TONIGHT-FILE = "Y"
           PERFORM SWEEP-DROPPED-POSITIONS

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TIMESTAMP(1:14)
           PERFORM READ-BUSINESS-DATE
           OPEN INPUT TONIGHT-EXTRACT-FILE
           IF TONIGHT-FILE-STATUS NOT = "00"
               DISPLAY "BS-PNL-ATTRIB: CANNOT OPEN TONIGHT'S "
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "DAY-OVER-DAY P&L ATTRIBUTION  BUSINESS DATE "
               RUN-DATE-NUMERIC "  RUN " RUN-TIMESTAMP
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           WRITE ATTRIB-REPORT-LINE FROM REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           MOVE 0 TO TOTAL-EXPLAINED
           MOVE 0 TO TOTAL-RESIDUAL.

      *> The run is struck against the business date on BUSDATE,
      *> not the system clock, so a night that slips past midnight
      *> - or a deliberate rerun of an earlier day - runs on the day
      *> it is processing. No readable business date, no run.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-PNL-ATTRIB: CANNOT OPEN BUSINESS "
                   "DATE FILE, FILE STATUS=" BUSINESS-DATE-STATUS
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END CONTINUE
           END-READ
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-PNL-ATTRIB: BUSINESS DATE FILE IS "
                   "EMPTY OR UNREADABLE, FILE STATUS="
                   BUSINESS-DATE-STATUS
               STOP RUN
           END-IF
           CLOSE BUSINESS-DATE-FILE
           IF BD-BUSINESS-DATE NOT NUMERIC
               DISPLAY "BS-PNL-ATTRIB: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               STOP RUN
           END-IF
           MOVE BD-BUSINESS-DATE TO RUN-DATE-NUMERIC
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUMERIC)
           IF RUN-DATE-INTEGER = 0
               DISPLAY "BS-PNL-ATTRIB: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               STOP RUN
           END-IF.

      *> The prior book normally comes from the EXTRPRV flat file.
      *> When that file cannot be opened - the holiday, abend and
      *> aged-off cases that used to turn the whole register into
               MOVE MH-EXPIRY-DATE TO PRV-EXPIRY-DATE (PRIOR-INDEX)
               MOVE MH-K TO PRV-K (PRIOR-INDEX)
               MOVE MH-OPTION-TYPE TO PRV-OPTION-TYPE (PRIOR-INDEX)
               MOVE SPACE TO PRV-OPTION-STYLE (PRIOR-INDEX)
               MOVE "N" TO PRV-MATCHED (PRIOR-INDEX)
               MOVE MH-S TO PRV-S (PRIOR-INDEX)
               MOVE MH-T TO PRV-T (PRIOR-INDEX)
               MOVE MH-VEGA TO PRV-VEGA (PRIOR-INDEX)
               MOVE MH-THETA TO PRV-THETA (PRIOR-INDEX)
               MOVE MH-RHO TO PRV-RHO (PRIOR-INDEX)
               IF MH-BASIS-DATE = SPACES
                   MOVE MH-VALUATION-DATE
                       TO PRV-BASIS-DATE (PRIOR-INDEX)
               ELSE
                   MOVE MH-BASIS-DATE TO PRV-BASIS-DATE (PRIOR-INDEX)
               END-IF
               MOVE "N" TO PRV-ADJUSTED (PRIOR-INDEX)
           END-IF
           PERFORM READ-NEXT-HISTORY-RECORD.

           MOVE PX-EXPIRY-DATE TO PRV-EXPIRY-DATE (PRIOR-INDEX)
           MOVE PX-K TO PRV-K (PRIOR-INDEX)
           MOVE PX-OPTION-TYPE TO PRV-OPTION-TYPE (PRIOR-INDEX)
           MOVE PX-OPTION-STYLE TO PRV-OPTION-STYLE (PRIOR-INDEX)
           MOVE "N" TO PRV-MATCHED (PRIOR-INDEX)
           MOVE PX-S TO PRV-S (PRIOR-INDEX)
           MOVE PX-T TO PRV-T (PRIOR-INDEX)
           MOVE PX-VEGA TO PRV-VEGA (PRIOR-INDEX)
           MOVE PX-THETA TO PRV-THETA (PRIOR-INDEX)
           MOVE PX-RHO TO PRV-RHO (PRIOR-INDEX)
           MOVE PX-VALUATION-DATE TO PRV-BASIS-DATE (PRIOR-INDEX)
           MOVE "N" TO PRV-ADJUSTED (PRIOR-INDEX)
           PERFORM READ-PRIOR-RECORD.

      *> Every applied event that has taken effect by tonight is put
      *> through the prior book, in the file's effective-date order,
      *> so a name that split and then changed symbol lands on both.
      *> With no event file the prior marks are taken as they stand.
       ADJUST-PRIOR-BOOK.
           IF END-OF-TONIGHT-FILE NOT = "Y"
               MOVE EX-VALUATION-DATE TO TONIGHT-VALUATION-DATE
               OPEN INPUT CORPORATE-ACTION-FILE
               IF CORPORATE-ACTION-STATUS NOT = "00"
                   DISPLAY "BS-PNL-ATTRIB: NO CORPORATE ACTION FILE "
                       "(STATUS " CORPORATE-ACTION-STATUS "), PRIOR "
                       "MARKS TAKEN AS STRUCK"
               ELSE
                   PERFORM READ-CORPORATE-ACTION
                   PERFORM APPLY-ONE-CORPORATE-ACTION
                       UNTIL END-OF-ACTION-FILE = "Y"
                   CLOSE CORPORATE-ACTION-FILE
                   IF ADJUSTED-COUNT > 0
                       DISPLAY "BS-PNL-ATTRIB: " ADJUSTED-COUNT
                           " PRIOR MARKS PUT ON THE POST-EVENT BASIS"
                   END-IF
               END-IF
           END-IF.

       READ-CORPORATE-ACTION.
           READ CORPORATE-ACTION-FILE
               AT END MOVE "Y" TO END-OF-ACTION-FILE
           END-READ.

       APPLY-ONE-CORPORATE-ACTION.
           IF CA-APPLIED
               AND CA-EFFECTIVE-DATE NOT > TONIGHT-VALUATION-DATE
               SET PRIOR-INDEX TO 1
               PERFORM ADJUST-ONE-PRIOR-ENTRY
                   UNTIL PRIOR-INDEX > PRIOR-ENTRY-COUNT
           END-IF
           PERFORM READ-CORPORATE-ACTION.

       ADJUST-ONE-PRIOR-ENTRY.
           IF PRV-UNDERLYING (PRIOR-INDEX) = CA-UNDERLYING
               AND PRV-BASIS-DATE (PRIOR-INDEX) < CA-EFFECTIVE-DATE
               EVALUATE TRUE
                   WHEN CA-SPLIT
                       PERFORM ADJUST-PRIOR-FOR-SPLIT
                   WHEN CA-SPECIAL-DIVIDEND
                       PERFORM ADJUST-PRIOR-FOR-DIVIDEND
                   WHEN CA-SYMBOL-CHANGE
                       MOVE CA-NEW-UNDERLYING
                           TO PRV-UNDERLYING (PRIOR-INDEX)
               END-EVALUATE
               MOVE CA-EFFECTIVE-DATE TO PRV-BASIS-DATE (PRIOR-INDEX)
               MOVE "Y" TO PRV-ADJUSTED (PRIOR-INDEX)
               ADD 1 TO ADJUSTED-COUNT
           END-IF
           SET PRIOR-INDEX UP BY 1.

      *> The same restatement BS-CORP-ACTION makes on the store:
      *> per-unit prices by old/new, quantity by new/old, delta
      *> unchanged, gamma by new/old, the other Greeks with the mark.
       ADJUST-PRIOR-FOR-SPLIT.
           COMPUTE PRV-S (PRIOR-INDEX) ROUNDED =
               PRV-S (PRIOR-INDEX) * CA-RATIO-OLD / CA-RATIO-NEW
           COMPUTE PRV-K (PRIOR-INDEX) ROUNDED =
               PRV-K (PRIOR-INDEX) * CA-RATIO-OLD / CA-RATIO-NEW
           COMPUTE PRV-POSITION-PRICE (PRIOR-INDEX) ROUNDED =
               PRV-POSITION-PRICE (PRIOR-INDEX) * CA-RATIO-OLD
               / CA-RATIO-NEW
           COMPUTE PRV-POSITION-QTY (PRIOR-INDEX) =
               PRV-POSITION-QTY (PRIOR-INDEX) * CA-RATIO-NEW
               / CA-RATIO-OLD
           COMPUTE PRV-GAMMA (PRIOR-INDEX) ROUNDED =
               PRV-GAMMA (PRIOR-INDEX) * CA-RATIO-NEW / CA-RATIO-OLD
           COMPUTE PRV-VEGA (PRIOR-INDEX) ROUNDED =
               PRV-VEGA (PRIOR-INDEX) * CA-RATIO-OLD / CA-RATIO-NEW
           COMPUTE PRV-THETA (PRIOR-INDEX) ROUNDED =
               PRV-THETA (PRIOR-INDEX) * CA-RATIO-OLD / CA-RATIO-NEW
           COMPUTE PRV-RHO (PRIOR-INDEX) ROUNDED =
               PRV-RHO (PRIOR-INDEX) * CA-RATIO-OLD / CA-RATIO-NEW.

      *> A hedge is known by its linear style off the extract, or by
      *> its blank option type off the store, which carries no style.
       ADJUST-PRIOR-FOR-DIVIDEND.
           IF PRV-S (PRIOR-INDEX) > CA-CASH-AMOUNT
               SUBTRACT CA-CASH-AMOUNT FROM PRV-S (PRIOR-INDEX)
           END-IF
           IF PRV-LINEAR-STYLE (PRIOR-INDEX)
               OR PRV-OPTION-TYPE (PRIOR-INDEX) = SPACE
               IF PRV-POSITION-PRICE (PRIOR-INDEX) > CA-CASH-AMOUNT
                   SUBTRACT CA-CASH-AMOUNT
                       FROM PRV-POSITION-PRICE (PRIOR-INDEX)
               END-IF
           ELSE
               IF PRV-K (PRIOR-INDEX) > CA-CASH-AMOUNT
                   SUBTRACT CA-CASH-AMOUNT FROM PRV-K (PRIOR-INDEX)
               END-IF
           END-IF.

       READ-TONIGHT-RECORD.
           READ TONIGHT-EXTRACT-FILE
               AT END MOVE "Y" TO END-OF-TONIGHT-FILE
       PRINT-DETAIL-LINE.
           MOVE EX-UNDERLYING TO DT-UNDERLYING
           MOVE EX-EXPIRY-DATE TO DT-EXPIRY-DATE
           IF EX-LINEAR-STYLE
               MOVE EX-OPTION-STYLE TO DT-OPTION-TYPE
           ELSE
               MOVE EX-OPTION-TYPE TO DT-OPTION-TYPE
           END-IF
           MOVE EX-POSITION-QTY TO DT-QTY
           MOVE ACTUAL-CHANGE TO DT-ACTUAL
           MOVE DELTA-PART TO DT-DELTA-PART
                   MOVE "NEAR BARRIER" TO DT-BARRIER-FLAG
               END-IF
           END-IF
           IF DT-BARRIER-FLAG = SPACES
               AND PRV-ADJUSTED (PRIOR-INDEX) = "Y"
               MOVE "CORP ACTION" TO DT-BARRIER-FLAG
           END-IF
           WRITE ATTRIB-REPORT-LINE FROM DETAIL-LINE.

       REPORT-NEW-POSITION.
           MOVE EX-UNDERLYING TO XC-UNDERLYING
           MOVE EX-EXPIRY-DATE TO XC-EXPIRY-DATE
           IF EX-LINEAR-STYLE
               MOVE EX-OPTION-STYLE TO XC-OPTION-TYPE
           ELSE
               MOVE EX-OPTION-TYPE TO XC-OPTION-TYPE
           END-IF
           MOVE "NEW POSITION - NOTHING TO ATTRIBUTE AGAINST"
               TO XC-DISPOSITION
           WRITE ATTRIB-REPORT-LINE FROM EXCEPTION-LINE
           IF PRV-MATCHED (PRIOR-INDEX) = "N"
               MOVE PRV-UNDERLYING (PRIOR-INDEX) TO XC-UNDERLYING
               MOVE PRV-EXPIRY-DATE (PRIOR-INDEX) TO XC-EXPIRY-DATE
               IF PRV-LINEAR-STYLE (PRIOR-INDEX)
                   MOVE PRV-OPTION-STYLE (PRIOR-INDEX)
                       TO XC-OPTION-TYPE
               ELSE
                   MOVE PRV-OPTION-TYPE (PRIOR-INDEX)
                       TO XC-OPTION-TYPE
               END-IF
               MOVE "DROPPED - NOT IN TONIGHT'S EXTRACT"
                   TO XC-DISPOSITION
               WRITE ATTRIB-REPORT-LINE FROM EXCEPTION-LINE
