      *> ---------------------------------------------------------------
      *> Program: BS-CLEAR-RECON
      *> Purpose: Nightly reconciliation of the position master
      *>          against the clearing broker's daily position
      *>          statement. POSMAST is the book of record, but the
      *>          clearer is who margins it; a trade keyed twice, an
      *>          assignment never keyed or a wrong strike used to
      *>          come to light only on a margin call. This run
      *>          lists every difference the morning after it
      *>          appears and keeps listing it, with its age, until
      *>          it is put right.
      *>
      *> Description:
      *>   - Runs after the night's maintenance passes (the desk's,
      *>     the corporate-action and the expiry sweep's), against
      *>     the master as it will be priced.
      *>   - Reads the clearer's statement (CLRPOS, BSCLRPOS): the
      *>     header's statement date must be the business date and
      *>     the trailer's count and long and short totals must
      *>     agree with the detail read, or the statement is not
      *>     reconciled at all and the run ends RETURN-CODE 12.
      *>   - Each detail is put in our terms: the account to its
      *>     book and the root to its underlying through the
      *>     clearer map (CLRMAP, BSCLRMAP), the OCC expiry to a
      *>     full date, the exercise style to 'A' or 'E'; an equity
      *>     becomes a stock hedge ('S', no expiry) and a future a
      *>     futures hedge ('F'). The net quantity (long less short)
      *>     is summed by book and contract, so two accounts feeding
      *>     one book reconcile as one.
      *>   - The master is summed the same way - by book and
      *>     contract, with the strike rounded to the clearer's
      *>     three decimals - so two sequence numbers holding the
      *>     same contract in one book reconcile as one. Barrier
      *>     styles are bilateral and never at the clearer; they
      *>     are counted and left out.
      *>   - A contract on both sides with the same quantity agrees;
      *>     with different quantities it is a quantity break. What
      *>     is left is paired where the book, underlying, option
      *>     type and quantity agree but the expiry, strike or style
      *>     does not - a term break, reported once with both sides'
      *>     terms rather than as two unrelated misses. Anything
      *>     still left is missing on one side.
      *>   - Last night's open breaks (BRKIN, BSRECBRK) are read
      *>     back: a break still present keeps its first-seen date
      *>     and ages a business day, a new one starts at age zero,
      *>     and one no longer present is listed as resolved and
      *>     dropped. Tonight's open breaks go to BRKOUT, which
      *>     operations swaps in as BRKIN for the next night. A
      *>     missing BRKIN (the first night) starts with none. A
      *>     statement that is refused, or a night with no statement
      *>     or no clearer map to read it by, copies BRKIN to BRKOUT
      *>     as it stands, so the swap still leaves last night's
      *>     breaks in place for the next good run. So does any
      *>     other error that stops the run before BRKOUT is
      *>     written - a bad business date, a master that cannot
      *>     be read, a full table or a report that cannot be
      *>     written - and every such run ends RETURN-CODE 12.
      *>   - The break report (RECONRPT) lists every open break with
      *>     both quantities, its first-seen date and age, starring
      *>     those at or past the aged threshold, then the breaks
      *>     resolved since the prior run and any clearer account
      *>     missing from the map. When the aged breaks number more
      *>     than the aged-break limit, or an account is unmapped,
      *>     the run ends with RETURN-CODE 12 for the scheduler to
      *>     hold the morning sign-off on.
      *>
      *> Dependencies:
      *>   - No external programs called.
      *>
      *> Modification History:
      *>   2026-10-15  Every error that stops the run before BRKOUT
      *>               is written now carries BRKIN to BRKOUT, and
      *>               every run-stopping error ends with
      *>               RETURN-CODE 12.
      *>   2026-10-15  A missing clearer map or statement carries
      *>               the open breaks like a refused statement;
      *>               the trailer totals are kept when the trailer
      *>               is read rather than taken from the record
      *>               area after end of file.
      *>   2026-10-15  A refused statement now copies BRKIN to
      *>               BRKOUT unchanged before stopping; term
      *>               breaks named in the break-type conditions.
      *>   2026-10-13  Original version.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BS-CLEAR-RECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEARER-STATEMENT-FILE ASSIGN TO "CLRPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-FILE-STATUS.

           SELECT CLEARER-MAP-FILE ASSIGN TO "CLRMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAP-FILE-STATUS.

           SELECT OPTIONAL POSITION-MASTER-FILE ASSIGN TO "POSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-MASTER-KEY
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT PRIOR-BREAK-FILE ASSIGN TO "BRKIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIOR-BREAK-STATUS.

           SELECT OPEN-BREAK-FILE ASSIGN TO "BRKOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-BREAK-STATUS.

           SELECT RECON-REPORT ASSIGN TO "RECONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-REPORT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLEARER-STATEMENT-FILE.
           COPY BSCLRPOS.

       FD  CLEARER-MAP-FILE.
           COPY BSCLRMAP.

       FD  POSITION-MASTER-FILE.
           COPY BSPOSMST.

       FD  PRIOR-BREAK-FILE.
           COPY BSRECBRK.

       FD  OPEN-BREAK-FILE.
           COPY BSRECBRK REPLACING LEADING ==RB-== BY ==OB-==
               ==RECON-BREAK-RECORD== BY ==OPEN-BREAK-RECORD==.

       FD  RECON-REPORT.
       01  RECON-REPORT-LINE       PIC X(132).

       FD  BUSINESS-DATE-FILE.
           COPY BSBUSDAT.

       WORKING-STORAGE SECTION.

      * Run control
       01 END-OF-STATEMENT-FILE   PIC X(1) VALUE "N".
       01 END-OF-MAP-FILE         PIC X(1) VALUE "N".
       01 END-OF-MASTER-FILE      PIC X(1) VALUE "N".
       01 END-OF-PRIOR-FILE       PIC X(1) VALUE "N".
       01 RUN-TIMESTAMP           PIC X(15) VALUE SPACES.
       01 RUN-DATE-NUMERIC        PIC 9(8).
       01 RUN-DATE-INTEGER        PIC 9(8).
       01 RUN-DATE-TEXT           PIC X(8).
       01 MASTER-RECORD-COUNT     PIC 9(6) VALUE 0.
       01 NOT-CLEARED-COUNT       PIC 9(6) VALUE 0.
       01 AGREED-COUNT            PIC 9(6) VALUE 0.
       01 NEW-BREAK-COUNT         PIC 9(6) VALUE 0.
       01 CARRIED-BREAK-COUNT     PIC 9(6) VALUE 0.
       01 RESOLVED-BREAK-COUNT    PIC 9(6) VALUE 0.
       01 AGED-BREAK-COUNT        PIC 9(6) VALUE 0.
       01 UNMAPPED-COUNT          PIC 9(6) VALUE 0.

      * File status bytes
       01 STATEMENT-FILE-STATUS   PIC XX.
       01 MAP-FILE-STATUS         PIC XX.
       01 MASTER-FILE-STATUS      PIC XX.
       01 PRIOR-BREAK-STATUS      PIC XX.
       01 OPEN-BREAK-STATUS       PIC XX.
       01 RECON-REPORT-STATUS     PIC XX.
       01 BUSINESS-DATE-STATUS    PIC XX.

      * Aged-break threshold: a break open this many business days
      * or more is aged, and more aged breaks than the limit ends
      * the run RETURN-CODE 12. A day's grace covers the ordinary
      * late booking that the next night's statement picks up.
       01 AGED-BREAK-DAYS         PIC 9(4) VALUE 2.
       01 AGED-BREAK-LIMIT        PIC 9(6) VALUE 0.

      * Statement control: the header must come first and the
      * trailer last, and the trailer's totals must agree with the
      * detail actually read.
       01 HEADER-SEEN-SWITCH      PIC X(1) VALUE "N".
           88 HEADER-SEEN             VALUE "Y".
       01 TRAILER-SEEN-SWITCH     PIC X(1) VALUE "N".
           88 TRAILER-SEEN            VALUE "Y".
       01 STATEMENT-CLEARER-ID    PIC X(8).
       01 DETAIL-READ-COUNT       PIC 9(7) VALUE 0.
       01 LONG-READ-TOTAL         PIC 9(11) VALUE 0.
       01 SHORT-READ-TOTAL        PIC 9(11) VALUE 0.
       01 TRAILER-DETAIL-COUNT    PIC 9(7) VALUE 0.
       01 TRAILER-LONG-TOTAL      PIC 9(11) VALUE 0.
       01 TRAILER-SHORT-TOTAL     PIC 9(11) VALUE 0.

      * The clearer map
       01 MAP-TABLE.
           05 MAP-ENTRY OCCURS 200 TIMES INDEXED BY MAP-INDEX.
               10 MAP-TYPE             PIC X(1).
               10 MAP-CLEARER-CODE     PIC X(10).
               10 MAP-OUR-CODE         PIC X(10).
       01 MAP-ENTRY-COUNT         PIC 9(3) VALUE 0.
       01 MAP-TABLE-MAX           PIC 9(3) VALUE 200.

      * Clearer accounts found on the statement but not on the map,
      * each listed once
       01 UNMAPPED-TABLE.
           05 UNMAPPED-ACCOUNT OCCURS 50 TIMES
                   INDEXED BY UNMAPPED-INDEX PIC X(10).
       01 UNMAPPED-TABLE-MAX      PIC 9(3) VALUE 50.

      * The contract in hand, in our terms, from either side. Its
      * key is laid out as each table's key so the two compare
      * whole.
       01 CONTRACT-TERMS.
           05 TERM-CONTRACT-KEY.
               10 TERM-BOOK-CODE       PIC X(4).
               10 TERM-UNDERLYING      PIC X(10).
               10 TERM-OPTION-STYLE    PIC X(1).
               10 TERM-EXPIRY-DATE     PIC X(8).
               10 TERM-OPTION-TYPE     PIC X(1).
               10 TERM-K               PIC 9(5)V9(3).
           05 TERM-QTY                 PIC S9(9)
                                           SIGN LEADING SEPARATE.

      * The master summed by book and contract
       01 OUR-TABLE.
           05 OUR-ENTRY OCCURS 1000 TIMES INDEXED BY OUR-INDEX.
               10 OUR-CONTRACT-KEY.
                   15 OUR-BOOK-CODE        PIC X(4).
                   15 OUR-UNDERLYING       PIC X(10).
                   15 OUR-OPTION-STYLE     PIC X(1).
                   15 OUR-EXPIRY-DATE      PIC X(8).
                   15 OUR-OPTION-TYPE      PIC X(1).
                   15 OUR-K                PIC 9(5)V9(3).
               10 OUR-QTY              PIC S9(9)
                                           SIGN LEADING SEPARATE.
               10 OUR-MATCHED          PIC X(1).
       01 OUR-ENTRY-COUNT         PIC 9(4) VALUE 0.
       01 OUR-TABLE-MAX           PIC 9(4) VALUE 1000.

      * The clearer's statement summed by book and contract
       01 CLEARER-TABLE.
           05 CLR-ENTRY OCCURS 1000 TIMES INDEXED BY CLR-INDEX.
               10 CLR-CONTRACT-KEY.
                   15 CLR-BOOK-CODE        PIC X(4).
                   15 CLR-UNDERLYING       PIC X(10).
                   15 CLR-OPTION-STYLE     PIC X(1).
                   15 CLR-EXPIRY-DATE      PIC X(8).
                   15 CLR-OPTION-TYPE      PIC X(1).
                   15 CLR-K                PIC 9(5)V9(3).
               10 CLR-QTY              PIC S9(9)
                                           SIGN LEADING SEPARATE.
               10 CLR-MATCHED          PIC X(1).
       01 CLR-ENTRY-COUNT         PIC 9(4) VALUE 0.
       01 CLR-TABLE-MAX           PIC 9(4) VALUE 1000.

      * Tonight's breaks, and last night's read back to age them
       01 TODAY-BREAK-TABLE.
           05 TODAY-BREAK-ENTRY OCCURS 500 TIMES
                   INDEXED BY TODAY-BREAK-INDEX.
               10 TBK-BREAK-KEY.
                   15 TBK-CONTRACT-KEY     PIC X(32).
                   15 TBK-BREAK-TYPE       PIC X(1).
               10 TBK-OUR-QTY          PIC S9(9)
                                           SIGN LEADING SEPARATE.
               10 TBK-CLEARER-QTY      PIC S9(9)
                                           SIGN LEADING SEPARATE.
               10 TBK-FIRST-SEEN-DATE  PIC X(8).
               10 TBK-LAST-SEEN-DATE   PIC X(8).
               10 TBK-AGE-DAYS         PIC 9(4).
               10 TBK-DETAIL           PIC X(40).
       01 TODAY-BREAK-COUNT       PIC 9(3) VALUE 0.
       01 TODAY-BREAK-MAX         PIC 9(3) VALUE 500.

       01 PRIOR-BREAK-TABLE.
           05 PRIOR-BREAK-ENTRY OCCURS 500 TIMES
                   INDEXED BY PRIOR-BREAK-INDEX.
               10 PBK-BREAK-KEY        PIC X(33).
               10 PBK-OUR-QTY          PIC S9(9)
                                           SIGN LEADING SEPARATE.
               10 PBK-CLEARER-QTY      PIC S9(9)
                                           SIGN LEADING SEPARATE.
               10 PBK-FIRST-SEEN-DATE  PIC X(8).
               10 PBK-LAST-SEEN-DATE   PIC X(8).
               10 PBK-AGE-DAYS         PIC 9(4).
               10 PBK-DETAIL           PIC X(40).
               10 PBK-STILL-OPEN       PIC X(1).
       01 PRIOR-BREAK-COUNT       PIC 9(3) VALUE 0.
       01 PRIOR-BREAK-MAX         PIC 9(3) VALUE 500.

      * The break being built, laid out as a table entry
       01 BREAK-WORK.
           05 BRK-BREAK-KEY.
               10 BRK-CONTRACT-KEY.
                   15 BRK-BOOK-CODE        PIC X(4).
                   15 BRK-UNDERLYING       PIC X(10).
                   15 BRK-OPTION-STYLE     PIC X(1).
                   15 BRK-EXPIRY-DATE      PIC X(8).
                   15 BRK-OPTION-TYPE      PIC X(1).
                   15 BRK-K                PIC 9(5)V9(3).
               10 BRK-BREAK-TYPE       PIC X(1).
                   88 BRK-MISSING-AT-CLEARER  VALUE "C".
                   88 BRK-MISSING-ON-MASTER   VALUE "M".
                   88 BRK-QTY-MISMATCH        VALUE "Q".
                   88 BRK-TERM-MISMATCH       VALUE "T".
           05 BRK-OUR-QTY              PIC S9(9)
                                           SIGN LEADING SEPARATE.
           05 BRK-CLEARER-QTY          PIC S9(9)
                                           SIGN LEADING SEPARATE.
           05 BRK-FIRST-SEEN-DATE      PIC X(8).
           05 BRK-LAST-SEEN-DATE       PIC X(8).
           05 BRK-AGE-DAYS             PIC 9(4).
           05 BRK-DETAIL               PIC X(40).

      * Mapping and matching work fields
       01 MAPPED-BOOK-CODE        PIC X(10).
       01 QTY-DIFFERENCE          PIC S9(9) SIGN LEADING SEPARATE.
       01 TERM-MATCH-SWITCH       PIC X(1).
           88 TERM-PAIR-FOUND         VALUE "Y".
           88 NO-TERM-PAIR            VALUE "N".

      * Report work areas
       01 BREAK-LINE.
           05 BL-BREAK-TEXT           PIC X(14).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 BL-BOOK-CODE            PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 BL-UNDERLYING           PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 BL-OPTION-STYLE         PIC X(1).
           05 BL-OPTION-TYPE          PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 BL-EXPIRY-DATE          PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 BL-K-AREA               PIC X(9).
           05 BL-K REDEFINES BL-K-AREA
                                      PIC Z(4)9.999.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 BL-OUR-QTY              PIC -(8)9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 BL-CLEARER-QTY          PIC -(8)9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 BL-FIRST-SEEN-DATE      PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 BL-AGE-DAYS             PIC Z(3)9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 BL-AGED-FLAG            PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 BL-DETAIL               PIC X(40).
       01 K-EDIT                  PIC Z(4)9.999.
       01 QTY-EDIT                PIC -(8)9.
       01 REPORT-WORK-LINE        PIC X(132).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-CLEARER-MAP
           PERFORM LOAD-MASTER-POSITIONS
           PERFORM LOAD-CLEARER-STATEMENT
           PERFORM MATCH-SAME-CONTRACTS
           PERFORM MATCH-TERM-DIFFERENCES
           PERFORM COLLECT-ONE-SIDED-BREAKS
           PERFORM LOAD-PRIOR-BREAKS
           PERFORM AGE-TONIGHTS-BREAKS
           PERFORM PRINT-OPEN-BREAKS
           PERFORM PRINT-RESOLVED-BREAKS
           PERFORM PRINT-UNMAPPED-ACCOUNTS
           PERFORM WRITE-OPEN-BREAKS
           PERFORM TERMINATE-RUN
           STOP RUN.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TIMESTAMP(1:14)
           PERFORM READ-BUSINESS-DATE
           MOVE RUN-DATE-NUMERIC TO RUN-DATE-TEXT
           OPEN OUTPUT RECON-REPORT
           IF RECON-REPORT-STATUS NOT = "00"
               DISPLAY "BS-CLEAR-RECON: CANNOT OPEN REPORT FILE, "
                   "FILE STATUS=" RECON-REPORT-STATUS
               PERFORM REFUSE-STATEMENT
           END-IF
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "CLEARING BROKER POSITION RECONCILIATION  "
               "BUSINESS DATE " RUN-DATE-NUMERIC "  RUN "
               RUN-TIMESTAMP
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE.

      *> The run is struck against the business date on BUSDATE,
      *> not the system clock, so a night that slips past midnight
      *> - or a deliberate rerun of an earlier day - runs on the day
      *> it is processing. No readable business date, no run.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-CLEAR-RECON: CANNOT OPEN BUSINESS "
                   "DATE FILE, FILE STATUS=" BUSINESS-DATE-STATUS
               PERFORM REFUSE-STATEMENT
           END-IF
           READ BUSINESS-DATE-FILE
               AT END CONTINUE
           END-READ
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-CLEAR-RECON: BUSINESS DATE FILE IS "
                   "EMPTY OR UNREADABLE, FILE STATUS="
                   BUSINESS-DATE-STATUS
               PERFORM REFUSE-STATEMENT
           END-IF
           CLOSE BUSINESS-DATE-FILE
           IF BD-BUSINESS-DATE NOT NUMERIC
               DISPLAY "BS-CLEAR-RECON: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               PERFORM REFUSE-STATEMENT
           END-IF
           MOVE BD-BUSINESS-DATE TO RUN-DATE-NUMERIC
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUMERIC)
           IF RUN-DATE-INTEGER = 0
               DISPLAY "BS-CLEAR-RECON: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               PERFORM REFUSE-STATEMENT
           END-IF.

      *> Without the map no account can be put in a book, so a
      *> missing map refuses the statement, carrying the open
      *> breaks, rather than report the whole statement as
      *> unmapped.
       LOAD-CLEARER-MAP.
           OPEN INPUT CLEARER-MAP-FILE
           IF MAP-FILE-STATUS NOT = "00"
               DISPLAY "BS-CLEAR-RECON: CANNOT OPEN CLEARER MAP, "
                   "FILE STATUS=" MAP-FILE-STATUS
               PERFORM REFUSE-STATEMENT
           END-IF
           PERFORM READ-MAP-RECORD
           PERFORM LOAD-ONE-MAP-ENTRY
               UNTIL END-OF-MAP-FILE = "Y"
           CLOSE CLEARER-MAP-FILE.

       READ-MAP-RECORD.
           READ CLEARER-MAP-FILE
               AT END MOVE "Y" TO END-OF-MAP-FILE
           END-READ.

       LOAD-ONE-MAP-ENTRY.
           IF CM-ACCOUNT-MAP OR CM-SYMBOL-MAP
               IF MAP-ENTRY-COUNT NOT < MAP-TABLE-MAX
                   DISPLAY "BS-CLEAR-RECON: CLEARER MAP EXCEEDS "
                       MAP-TABLE-MAX " ENTRIES"
                   PERFORM REFUSE-STATEMENT
               END-IF
               ADD 1 TO MAP-ENTRY-COUNT
               SET MAP-INDEX TO MAP-ENTRY-COUNT
               MOVE CM-MAP-TYPE TO MAP-TYPE (MAP-INDEX)
               MOVE CM-CLEARER-CODE TO MAP-CLEARER-CODE (MAP-INDEX)
               MOVE CM-OUR-CODE TO MAP-OUR-CODE (MAP-INDEX)
           ELSE
               DISPLAY "BS-CLEAR-RECON: IGNORING CLEARER MAP "
                   "RECORD OF TYPE '" CM-MAP-TYPE "'"
           END-IF
           PERFORM READ-MAP-RECORD.

      *> The whole master is read in key order. Barrier styles are
      *> traded bilaterally and never appear on a clearer's
      *> statement, so they are counted and left out.
       LOAD-MASTER-POSITIONS.
           OPEN INPUT POSITION-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               AND MASTER-FILE-STATUS NOT = "05"
               DISPLAY "BS-CLEAR-RECON: CANNOT OPEN POSITION "
                   "MASTER, FILE STATUS=" MASTER-FILE-STATUS
               PERFORM REFUSE-STATEMENT
           END-IF
           PERFORM READ-MASTER-RECORD
           PERFORM LOAD-ONE-MASTER-POSITION
               UNTIL END-OF-MASTER-FILE = "Y"
           CLOSE POSITION-MASTER-FILE.

       READ-MASTER-RECORD.
           READ POSITION-MASTER-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-MASTER-FILE
           END-READ.

      *> A stock hedge has no expiry; whatever the expiry field
      *> holds is blanked so it meets the clearer's equity line.
       LOAD-ONE-MASTER-POSITION.
           ADD 1 TO MASTER-RECORD-COUNT
           IF PM-BARRIER-STYLE
               ADD 1 TO NOT-CLEARED-COUNT
           ELSE
               MOVE PM-BOOK-CODE TO TERM-BOOK-CODE
               MOVE PM-UNDERLYING TO TERM-UNDERLYING
               MOVE PM-OPTION-STYLE TO TERM-OPTION-STYLE
               MOVE PM-EXPIRY-DATE TO TERM-EXPIRY-DATE
               IF PM-LINEAR-STYLE
                   MOVE SPACE TO TERM-OPTION-TYPE
                   MOVE 0 TO TERM-K
                   IF PM-OPTION-STYLE = "S"
                       MOVE SPACES TO TERM-EXPIRY-DATE
                   END-IF
               ELSE
                   MOVE PM-OPTION-TYPE TO TERM-OPTION-TYPE
                   COMPUTE TERM-K ROUNDED = PM-K
               END-IF
               MOVE PM-POSITION-QTY TO TERM-QTY
               PERFORM ADD-TERMS-TO-OUR-TABLE
           END-IF
           PERFORM READ-MASTER-RECORD.

       ADD-TERMS-TO-OUR-TABLE.
           SET OUR-INDEX TO 1
           SEARCH OUR-ENTRY
               AT END
                   IF OUR-ENTRY-COUNT NOT < OUR-TABLE-MAX
                       DISPLAY "BS-CLEAR-RECON: MASTER HOLDS MORE "
                           "THAN " OUR-TABLE-MAX " CONTRACTS"
                       PERFORM REFUSE-STATEMENT
                   END-IF
                   ADD 1 TO OUR-ENTRY-COUNT
                   SET OUR-INDEX TO OUR-ENTRY-COUNT
                   MOVE TERM-CONTRACT-KEY
                       TO OUR-CONTRACT-KEY (OUR-INDEX)
                   MOVE TERM-QTY TO OUR-QTY (OUR-INDEX)
                   MOVE "N" TO OUR-MATCHED (OUR-INDEX)
               WHEN OUR-INDEX NOT > OUR-ENTRY-COUNT
                   AND OUR-CONTRACT-KEY (OUR-INDEX)
                       = TERM-CONTRACT-KEY
                   ADD TERM-QTY TO OUR-QTY (OUR-INDEX)
           END-SEARCH.

      *> A statement that cannot be read whole - none at all, the
      *> wrong day's, or one whose trailer does not agree with its
      *> detail - is not reconciled: every break it showed would be
      *> a false one, and the open breaks are carried untouched to
      *> the next good run.
       LOAD-CLEARER-STATEMENT.
           OPEN INPUT CLEARER-STATEMENT-FILE
           IF STATEMENT-FILE-STATUS NOT = "00"
               DISPLAY "BS-CLEAR-RECON: CANNOT OPEN CLEARER "
                   "STATEMENT, FILE STATUS=" STATEMENT-FILE-STATUS
               PERFORM REFUSE-STATEMENT
           END-IF
           PERFORM READ-STATEMENT-RECORD
           PERFORM LOAD-ONE-STATEMENT-RECORD
               UNTIL END-OF-STATEMENT-FILE = "Y"
           CLOSE CLEARER-STATEMENT-FILE
           IF NOT TRAILER-SEEN
               PERFORM REFUSE-STATEMENT
           END-IF
           IF TRAILER-DETAIL-COUNT NOT = DETAIL-READ-COUNT
               OR TRAILER-LONG-TOTAL NOT = LONG-READ-TOTAL
               OR TRAILER-SHORT-TOTAL NOT = SHORT-READ-TOTAL
               DISPLAY "BS-CLEAR-RECON: STATEMENT TRAILER SAYS "
                   TRAILER-DETAIL-COUNT " RECORDS, LONG "
                   TRAILER-LONG-TOTAL " SHORT " TRAILER-SHORT-TOTAL
               DISPLAY "BS-CLEAR-RECON: STATEMENT DETAIL HAS   "
                   DETAIL-READ-COUNT " RECORDS, LONG "
                   LONG-READ-TOTAL " SHORT " SHORT-READ-TOTAL
               PERFORM REFUSE-STATEMENT
           END-IF
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "STATEMENT FROM " STATEMENT-CLEARER-ID
               "  " DETAIL-READ-COUNT " DETAIL RECORDS AGREE WITH "
               "THE TRAILER"
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE.

       READ-STATEMENT-RECORD.
           READ CLEARER-STATEMENT-FILE
               AT END MOVE "Y" TO END-OF-STATEMENT-FILE
           END-READ.

       LOAD-ONE-STATEMENT-RECORD.
           EVALUATE TRUE
               WHEN CP-HEADER AND NOT HEADER-SEEN
                   SET HEADER-SEEN TO TRUE
                   MOVE CP-CLEARER-ID TO STATEMENT-CLEARER-ID
                   IF CP-STATEMENT-DATE NOT = RUN-DATE-TEXT
                       DISPLAY "BS-CLEAR-RECON: STATEMENT IS DATED "
                           CP-STATEMENT-DATE ", BUSINESS DATE IS "
                           RUN-DATE-TEXT
                       PERFORM REFUSE-STATEMENT
                   END-IF
               WHEN CP-DETAIL AND HEADER-SEEN AND NOT TRAILER-SEEN
                   PERFORM LOAD-ONE-STATEMENT-DETAIL
               WHEN CP-TRAILER AND HEADER-SEEN AND NOT TRAILER-SEEN
                   SET TRAILER-SEEN TO TRUE
                   MOVE CP-DETAIL-COUNT TO TRAILER-DETAIL-COUNT
                   MOVE CP-TOTAL-LONG-QTY TO TRAILER-LONG-TOTAL
                   MOVE CP-TOTAL-SHORT-QTY TO TRAILER-SHORT-TOTAL
               WHEN OTHER
                   DISPLAY "BS-CLEAR-RECON: STATEMENT RECORD OF TYPE '"
                       CP-RECORD-TYPE "' OUT OF PLACE"
                   PERFORM REFUSE-STATEMENT
           END-EVALUATE
           PERFORM READ-STATEMENT-RECORD.

      *> Nothing has been judged yet when a statement is refused,
      *> so last night's breaks go to BRKOUT record for record -
      *> neither aged nor resolved - and tonight's swap of BRKOUT
      *> in as BRKIN loses none of them. With no BRKIN there are
      *> none to carry and BRKOUT is written empty. Any other error
      *> before BRKOUT is written comes here too; BRKIN is read
      *> again from the start even if the breaks were loaded.
       REFUSE-STATEMENT.
           OPEN OUTPUT OPEN-BREAK-FILE
           IF OPEN-BREAK-STATUS NOT = "00"
               DISPLAY "BS-CLEAR-RECON: CANNOT OPEN BRKOUT, "
                   "FILE STATUS=" OPEN-BREAK-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO END-OF-PRIOR-FILE
           OPEN INPUT PRIOR-BREAK-FILE
           IF PRIOR-BREAK-STATUS = "00"
               PERFORM READ-PRIOR-BREAK
               PERFORM CARRY-ONE-PRIOR-BREAK
                   UNTIL END-OF-PRIOR-FILE = "Y"
               CLOSE PRIOR-BREAK-FILE
           END-IF
           CLOSE OPEN-BREAK-FILE
           DISPLAY "BS-CLEAR-RECON: STATEMENT NOT RECONCILED, OPEN "
               "BREAKS CARRIED UNCHANGED"
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       CARRY-ONE-PRIOR-BREAK.
           WRITE OPEN-BREAK-RECORD FROM RECON-BREAK-RECORD
           IF OPEN-BREAK-STATUS NOT = "00"
               DISPLAY "BS-CLEAR-RECON: BRKOUT WRITE ERROR, "
                   "FILE STATUS=" OPEN-BREAK-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-PRIOR-BREAK.

      *> The detail's own quantities feed the control totals before
      *> anything is judged about it, so a record that cannot be
      *> put in our terms still counts toward the trailer.
       LOAD-ONE-STATEMENT-DETAIL.
           ADD 1 TO DETAIL-READ-COUNT
           IF CP-LONG-QTY NOT NUMERIC OR CP-SHORT-QTY NOT NUMERIC
               DISPLAY "BS-CLEAR-RECON: STATEMENT QUANTITY NOT "
                   "NUMERIC FOR " CP-ACCOUNT " " CP-OSI-SYMBOL
               PERFORM REFUSE-STATEMENT
           END-IF
           ADD CP-LONG-QTY TO LONG-READ-TOTAL
           ADD CP-SHORT-QTY TO SHORT-READ-TOTAL
           PERFORM MAP-CLEARER-ACCOUNT
           IF MAPPED-BOOK-CODE NOT = SPACES
               PERFORM MAP-CLEARER-CONTRACT
               COMPUTE TERM-QTY = CP-LONG-QTY - CP-SHORT-QTY
               PERFORM ADD-TERMS-TO-CLEARER-TABLE
           END-IF.

       MAP-CLEARER-ACCOUNT.
           MOVE SPACES TO MAPPED-BOOK-CODE
           SET MAP-INDEX TO 1
           SEARCH MAP-ENTRY
               AT END
                   PERFORM NOTE-UNMAPPED-ACCOUNT
               WHEN MAP-INDEX NOT > MAP-ENTRY-COUNT
                   AND MAP-TYPE (MAP-INDEX) = "A"
                   AND MAP-CLEARER-CODE (MAP-INDEX) = CP-ACCOUNT
                   MOVE MAP-OUR-CODE (MAP-INDEX) TO MAPPED-BOOK-CODE
           END-SEARCH.

       NOTE-UNMAPPED-ACCOUNT.
           SET UNMAPPED-INDEX TO 1
           SEARCH UNMAPPED-ACCOUNT
               AT END
                   IF UNMAPPED-COUNT < UNMAPPED-TABLE-MAX
                       ADD 1 TO UNMAPPED-COUNT
                       SET UNMAPPED-INDEX TO UNMAPPED-COUNT
                       MOVE CP-ACCOUNT
                           TO UNMAPPED-ACCOUNT (UNMAPPED-INDEX)
                   END-IF
               WHEN UNMAPPED-INDEX NOT > UNMAPPED-COUNT
                   AND UNMAPPED-ACCOUNT (UNMAPPED-INDEX) = CP-ACCOUNT
                   CONTINUE
           END-SEARCH.

      *> The OCC expiry carries a two-digit year; every listed
      *> expiry is this century's.
       MAP-CLEARER-CONTRACT.
           MOVE MAPPED-BOOK-CODE TO TERM-BOOK-CODE
           MOVE CP-OSI-ROOT TO TERM-UNDERLYING
           SET MAP-INDEX TO 1
           SEARCH MAP-ENTRY
               AT END
                   CONTINUE
               WHEN MAP-INDEX NOT > MAP-ENTRY-COUNT
                   AND MAP-TYPE (MAP-INDEX) = "S"
                   AND MAP-CLEARER-CODE (MAP-INDEX) = CP-OSI-ROOT
                   MOVE MAP-OUR-CODE (MAP-INDEX) TO TERM-UNDERLYING
           END-SEARCH
           MOVE SPACES TO TERM-EXPIRY-DATE
           MOVE SPACE TO TERM-OPTION-TYPE
           MOVE 0 TO TERM-K
           EVALUATE TRUE
               WHEN CP-EQUITY
                   MOVE "S" TO TERM-OPTION-STYLE
               WHEN CP-FUTURE
                   MOVE "F" TO TERM-OPTION-STYLE
                   STRING "20" CP-OSI-EXPIRY
                       DELIMITED BY SIZE INTO TERM-EXPIRY-DATE
               WHEN OTHER
                   MOVE CP-EXERCISE-STYLE TO TERM-OPTION-STYLE
                   STRING "20" CP-OSI-EXPIRY
                       DELIMITED BY SIZE INTO TERM-EXPIRY-DATE
                   MOVE CP-OSI-CALL-PUT TO TERM-OPTION-TYPE
                   IF CP-OSI-STRIKE NUMERIC
                       MOVE CP-OSI-STRIKE TO TERM-K
                   END-IF
           END-EVALUATE.

       ADD-TERMS-TO-CLEARER-TABLE.
           SET CLR-INDEX TO 1
           SEARCH CLR-ENTRY
               AT END
                   IF CLR-ENTRY-COUNT NOT < CLR-TABLE-MAX
                       DISPLAY "BS-CLEAR-RECON: STATEMENT HOLDS MORE "
                           "THAN " CLR-TABLE-MAX " CONTRACTS"
                       PERFORM REFUSE-STATEMENT
                   END-IF
                   ADD 1 TO CLR-ENTRY-COUNT
                   SET CLR-INDEX TO CLR-ENTRY-COUNT
                   MOVE TERM-CONTRACT-KEY
                       TO CLR-CONTRACT-KEY (CLR-INDEX)
                   MOVE TERM-QTY TO CLR-QTY (CLR-INDEX)
                   MOVE "N" TO CLR-MATCHED (CLR-INDEX)
               WHEN CLR-INDEX NOT > CLR-ENTRY-COUNT
                   AND CLR-CONTRACT-KEY (CLR-INDEX)
                       = TERM-CONTRACT-KEY
                   ADD TERM-QTY TO CLR-QTY (CLR-INDEX)
           END-SEARCH.

      *> First pass: the same contract on both sides.
       MATCH-SAME-CONTRACTS.
           SET CLR-INDEX TO 1
           PERFORM MATCH-ONE-CLEARER-CONTRACT
               UNTIL CLR-INDEX > CLR-ENTRY-COUNT.

       MATCH-ONE-CLEARER-CONTRACT.
           SET OUR-INDEX TO 1
           SEARCH OUR-ENTRY
               AT END
                   CONTINUE
               WHEN OUR-INDEX NOT > OUR-ENTRY-COUNT
                   AND OUR-CONTRACT-KEY (OUR-INDEX)
                       = CLR-CONTRACT-KEY (CLR-INDEX)
                   MOVE "Y" TO OUR-MATCHED (OUR-INDEX)
                   MOVE "Y" TO CLR-MATCHED (CLR-INDEX)
                   IF OUR-QTY (OUR-INDEX) = CLR-QTY (CLR-INDEX)
                       ADD 1 TO AGREED-COUNT
                   ELSE
                       PERFORM ADD-QUANTITY-BREAK
                   END-IF
           END-SEARCH
           SET CLR-INDEX UP BY 1.

       ADD-QUANTITY-BREAK.
           MOVE OUR-CONTRACT-KEY (OUR-INDEX) TO BRK-CONTRACT-KEY
           MOVE "Q" TO BRK-BREAK-TYPE
           MOVE OUR-QTY (OUR-INDEX) TO BRK-OUR-QTY
           MOVE CLR-QTY (CLR-INDEX) TO BRK-CLEARER-QTY
           COMPUTE QTY-DIFFERENCE =
               OUR-QTY (OUR-INDEX) - CLR-QTY (CLR-INDEX)
           MOVE QTY-DIFFERENCE TO QTY-EDIT
           MOVE SPACES TO BRK-DETAIL
           STRING "MASTER LESS CLEARER " QTY-EDIT
               DELIMITED BY SIZE INTO BRK-DETAIL
           PERFORM ADD-TONIGHTS-BREAK.

      *> Second pass: what is left unmatched on the clearer's side
      *> is paired with an unmatched master contract in the same
      *> book and underlying with the same option type and the
      *> same quantity - the same position with one term keyed
      *> wrong on one side or the other.
       MATCH-TERM-DIFFERENCES.
           SET CLR-INDEX TO 1
           PERFORM PAIR-ONE-CLEARER-CONTRACT
               UNTIL CLR-INDEX > CLR-ENTRY-COUNT.

       PAIR-ONE-CLEARER-CONTRACT.
           IF CLR-MATCHED (CLR-INDEX) = "N"
               AND CLR-QTY (CLR-INDEX) NOT = 0
               SET OUR-INDEX TO 1
               SEARCH OUR-ENTRY
                   AT END
                       CONTINUE
                   WHEN OUR-INDEX NOT > OUR-ENTRY-COUNT
                       AND OUR-MATCHED (OUR-INDEX) = "N"
                       AND OUR-BOOK-CODE (OUR-INDEX)
                           = CLR-BOOK-CODE (CLR-INDEX)
                       AND OUR-UNDERLYING (OUR-INDEX)
                           = CLR-UNDERLYING (CLR-INDEX)
                       AND OUR-OPTION-TYPE (OUR-INDEX)
                           = CLR-OPTION-TYPE (CLR-INDEX)
                       AND OUR-QTY (OUR-INDEX) = CLR-QTY (CLR-INDEX)
                       MOVE "Y" TO OUR-MATCHED (OUR-INDEX)
                       MOVE "Y" TO CLR-MATCHED (CLR-INDEX)
                       PERFORM ADD-TERM-BREAK
               END-SEARCH
           END-IF
           SET CLR-INDEX UP BY 1.

       ADD-TERM-BREAK.
           MOVE OUR-CONTRACT-KEY (OUR-INDEX) TO BRK-CONTRACT-KEY
           MOVE "T" TO BRK-BREAK-TYPE
           MOVE OUR-QTY (OUR-INDEX) TO BRK-OUR-QTY
           MOVE CLR-QTY (CLR-INDEX) TO BRK-CLEARER-QTY
           MOVE CLR-K (CLR-INDEX) TO K-EDIT
           MOVE SPACES TO BRK-DETAIL
           STRING "CLEARER HAS " CLR-OPTION-STYLE (CLR-INDEX)
               CLR-OPTION-TYPE (CLR-INDEX) " "
               CLR-EXPIRY-DATE (CLR-INDEX) " " K-EDIT
               DELIMITED BY SIZE INTO BRK-DETAIL
           PERFORM ADD-TONIGHTS-BREAK.

      *> Last pass: whatever is still unmatched is missing on the
      *> other side. A contract netted flat on one side and absent
      *> on the other is no break.
       COLLECT-ONE-SIDED-BREAKS.
           SET OUR-INDEX TO 1
           PERFORM COLLECT-ONE-MASTER-MISS
               UNTIL OUR-INDEX > OUR-ENTRY-COUNT
           SET CLR-INDEX TO 1
           PERFORM COLLECT-ONE-CLEARER-MISS
               UNTIL CLR-INDEX > CLR-ENTRY-COUNT.

       COLLECT-ONE-MASTER-MISS.
           IF OUR-MATCHED (OUR-INDEX) = "N"
               AND OUR-QTY (OUR-INDEX) NOT = 0
               MOVE OUR-CONTRACT-KEY (OUR-INDEX) TO BRK-CONTRACT-KEY
               MOVE "C" TO BRK-BREAK-TYPE
               MOVE OUR-QTY (OUR-INDEX) TO BRK-OUR-QTY
               MOVE 0 TO BRK-CLEARER-QTY
               MOVE SPACES TO BRK-DETAIL
               PERFORM ADD-TONIGHTS-BREAK
           END-IF
           SET OUR-INDEX UP BY 1.

       COLLECT-ONE-CLEARER-MISS.
           IF CLR-MATCHED (CLR-INDEX) = "N"
               AND CLR-QTY (CLR-INDEX) NOT = 0
               MOVE CLR-CONTRACT-KEY (CLR-INDEX) TO BRK-CONTRACT-KEY
               MOVE "M" TO BRK-BREAK-TYPE
               MOVE 0 TO BRK-OUR-QTY
               MOVE CLR-QTY (CLR-INDEX) TO BRK-CLEARER-QTY
               MOVE SPACES TO BRK-DETAIL
               PERFORM ADD-TONIGHTS-BREAK
           END-IF
           SET CLR-INDEX UP BY 1.

       ADD-TONIGHTS-BREAK.
           IF TODAY-BREAK-COUNT NOT < TODAY-BREAK-MAX
               DISPLAY "BS-CLEAR-RECON: MORE THAN " TODAY-BREAK-MAX
                   " BREAKS"
               PERFORM REFUSE-STATEMENT
           END-IF
           ADD 1 TO TODAY-BREAK-COUNT
           SET TODAY-BREAK-INDEX TO TODAY-BREAK-COUNT
           MOVE SPACES TO BRK-FIRST-SEEN-DATE
           MOVE SPACES TO BRK-LAST-SEEN-DATE
           MOVE 0 TO BRK-AGE-DAYS
           MOVE BREAK-WORK TO TODAY-BREAK-ENTRY (TODAY-BREAK-INDEX).

      *> The first night there is no BRKIN, and every break is new.
       LOAD-PRIOR-BREAKS.
           OPEN INPUT PRIOR-BREAK-FILE
           IF PRIOR-BREAK-STATUS NOT = "00"
               DISPLAY "BS-CLEAR-RECON: NO PRIOR BREAK FILE "
                   "(STATUS " PRIOR-BREAK-STATUS "), EVERY BREAK "
                   "STARTS NEW"
           ELSE
               PERFORM READ-PRIOR-BREAK
               PERFORM LOAD-ONE-PRIOR-BREAK
                   UNTIL END-OF-PRIOR-FILE = "Y"
               CLOSE PRIOR-BREAK-FILE
           END-IF.

       READ-PRIOR-BREAK.
           READ PRIOR-BREAK-FILE
               AT END MOVE "Y" TO END-OF-PRIOR-FILE
           END-READ.

       LOAD-ONE-PRIOR-BREAK.
           IF PRIOR-BREAK-COUNT NOT < PRIOR-BREAK-MAX
               DISPLAY "BS-CLEAR-RECON: PRIOR BREAK FILE EXCEEDS "
                   PRIOR-BREAK-MAX " RECORDS"
               CLOSE PRIOR-BREAK-FILE
               PERFORM REFUSE-STATEMENT
           END-IF
           ADD 1 TO PRIOR-BREAK-COUNT
           SET PRIOR-BREAK-INDEX TO PRIOR-BREAK-COUNT
           MOVE RB-BREAK-KEY TO PBK-BREAK-KEY (PRIOR-BREAK-INDEX)
           MOVE RB-OUR-QTY TO PBK-OUR-QTY (PRIOR-BREAK-INDEX)
           MOVE RB-CLEARER-QTY TO PBK-CLEARER-QTY (PRIOR-BREAK-INDEX)
           MOVE RB-FIRST-SEEN-DATE
               TO PBK-FIRST-SEEN-DATE (PRIOR-BREAK-INDEX)
           MOVE RB-LAST-SEEN-DATE
               TO PBK-LAST-SEEN-DATE (PRIOR-BREAK-INDEX)
           MOVE RB-AGE-DAYS TO PBK-AGE-DAYS (PRIOR-BREAK-INDEX)
           MOVE RB-DETAIL TO PBK-DETAIL (PRIOR-BREAK-INDEX)
           MOVE "N" TO PBK-STILL-OPEN (PRIOR-BREAK-INDEX)
           PERFORM READ-PRIOR-BREAK.

      *> A break carried from a prior business day ages one day; a
      *> rerun of the same business day finds it already stamped
      *> with tonight's date and leaves its age alone.
       AGE-TONIGHTS-BREAKS.
           SET TODAY-BREAK-INDEX TO 1
           PERFORM AGE-ONE-BREAK
               UNTIL TODAY-BREAK-INDEX > TODAY-BREAK-COUNT.

       AGE-ONE-BREAK.
           SET PRIOR-BREAK-INDEX TO 1
           SEARCH PRIOR-BREAK-ENTRY
               AT END
                   MOVE RUN-DATE-TEXT
                       TO TBK-FIRST-SEEN-DATE (TODAY-BREAK-INDEX)
                   MOVE 0 TO TBK-AGE-DAYS (TODAY-BREAK-INDEX)
                   ADD 1 TO NEW-BREAK-COUNT
               WHEN PRIOR-BREAK-INDEX NOT > PRIOR-BREAK-COUNT
                   AND PBK-BREAK-KEY (PRIOR-BREAK-INDEX)
                       = TBK-BREAK-KEY (TODAY-BREAK-INDEX)
                   MOVE "Y" TO PBK-STILL-OPEN (PRIOR-BREAK-INDEX)
                   MOVE PBK-FIRST-SEEN-DATE (PRIOR-BREAK-INDEX)
                       TO TBK-FIRST-SEEN-DATE (TODAY-BREAK-INDEX)
                   IF PBK-LAST-SEEN-DATE (PRIOR-BREAK-INDEX)
                       = RUN-DATE-TEXT
                       MOVE PBK-AGE-DAYS (PRIOR-BREAK-INDEX)
                           TO TBK-AGE-DAYS (TODAY-BREAK-INDEX)
                   ELSE
                       COMPUTE TBK-AGE-DAYS (TODAY-BREAK-INDEX) =
                           PBK-AGE-DAYS (PRIOR-BREAK-INDEX) + 1
                   END-IF
                   ADD 1 TO CARRIED-BREAK-COUNT
           END-SEARCH
           MOVE RUN-DATE-TEXT TO TBK-LAST-SEEN-DATE (TODAY-BREAK-INDEX)
           IF TBK-AGE-DAYS (TODAY-BREAK-INDEX) NOT < AGED-BREAK-DAYS
               ADD 1 TO AGED-BREAK-COUNT
           END-IF
           SET TODAY-BREAK-INDEX UP BY 1.

       PRINT-OPEN-BREAKS.
           MOVE SPACES TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE "OPEN BREAKS" TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           PERFORM WRITE-COLUMN-HEADING
           SET TODAY-BREAK-INDEX TO 1
           PERFORM PRINT-ONE-OPEN-BREAK
               UNTIL TODAY-BREAK-INDEX > TODAY-BREAK-COUNT.

       PRINT-ONE-OPEN-BREAK.
           MOVE TODAY-BREAK-ENTRY (TODAY-BREAK-INDEX) TO BREAK-WORK
           PERFORM PRINT-BREAK-WORK
           SET TODAY-BREAK-INDEX UP BY 1.

       PRINT-RESOLVED-BREAKS.
           MOVE SPACES TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE "RESOLVED SINCE THE PRIOR RUN" TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           PERFORM WRITE-COLUMN-HEADING
           SET PRIOR-BREAK-INDEX TO 1
           PERFORM PRINT-ONE-RESOLVED-BREAK
               UNTIL PRIOR-BREAK-INDEX > PRIOR-BREAK-COUNT.

       PRINT-ONE-RESOLVED-BREAK.
           IF PBK-STILL-OPEN (PRIOR-BREAK-INDEX) = "N"
               MOVE PBK-BREAK-KEY (PRIOR-BREAK-INDEX) TO BRK-BREAK-KEY
               MOVE PBK-OUR-QTY (PRIOR-BREAK-INDEX) TO BRK-OUR-QTY
               MOVE PBK-CLEARER-QTY (PRIOR-BREAK-INDEX)
                   TO BRK-CLEARER-QTY
               MOVE PBK-FIRST-SEEN-DATE (PRIOR-BREAK-INDEX)
                   TO BRK-FIRST-SEEN-DATE
               MOVE PBK-AGE-DAYS (PRIOR-BREAK-INDEX) TO BRK-AGE-DAYS
               MOVE PBK-DETAIL (PRIOR-BREAK-INDEX) TO BRK-DETAIL
               PERFORM PRINT-BREAK-WORK
               ADD 1 TO RESOLVED-BREAK-COUNT
           END-IF
           SET PRIOR-BREAK-INDEX UP BY 1.

      *> An unmapped account's holdings are not in any book, so
      *> the reconciliation is incomplete until the map is fixed.
       PRINT-UNMAPPED-ACCOUNTS.
           IF UNMAPPED-COUNT > 0
               MOVE SPACES TO REPORT-WORK-LINE
               PERFORM WRITE-REPORT-WORK-LINE
               MOVE SPACES TO REPORT-WORK-LINE
               STRING "CLEARER ACCOUNTS NOT ON THE CLEARER MAP - "
                   "THEIR HOLDINGS ARE NOT RECONCILED"
                   DELIMITED BY SIZE INTO REPORT-WORK-LINE
               PERFORM WRITE-REPORT-WORK-LINE
               SET UNMAPPED-INDEX TO 1
               PERFORM PRINT-ONE-UNMAPPED-ACCOUNT
                   UNTIL UNMAPPED-INDEX > UNMAPPED-COUNT
               MOVE 12 TO RETURN-CODE
               DISPLAY "BS-CLEAR-RECON: " UNMAPPED-COUNT
                   " CLEARER ACCOUNTS NOT ON THE CLEARER MAP"
           END-IF.

       PRINT-ONE-UNMAPPED-ACCOUNT.
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "ACCOUNT " UNMAPPED-ACCOUNT (UNMAPPED-INDEX)
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           SET UNMAPPED-INDEX UP BY 1.

       WRITE-COLUMN-HEADING.
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "BREAK          BOOK UNDERLYING ST EXPIRY      "
               "STRIKE    MASTER   CLEARER FIRST     AGE"
               "     DETAIL"
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE.

      *> A stock or future carries no strike, so its strike column
      *> stays blank.
       PRINT-BREAK-WORK.
           EVALUATE TRUE
               WHEN BRK-MISSING-AT-CLEARER
                   MOVE "NOT AT CLEARER" TO BL-BREAK-TEXT
               WHEN BRK-MISSING-ON-MASTER
                   MOVE "NOT ON MASTER" TO BL-BREAK-TEXT
               WHEN BRK-QTY-MISMATCH
                   MOVE "QTY MISMATCH" TO BL-BREAK-TEXT
               WHEN OTHER
                   MOVE "TERM MISMATCH" TO BL-BREAK-TEXT
           END-EVALUATE
           MOVE BRK-BOOK-CODE TO BL-BOOK-CODE
           MOVE BRK-UNDERLYING TO BL-UNDERLYING
           MOVE BRK-OPTION-STYLE TO BL-OPTION-STYLE
           MOVE BRK-OPTION-TYPE TO BL-OPTION-TYPE
           MOVE BRK-EXPIRY-DATE TO BL-EXPIRY-DATE
           IF BRK-OPTION-TYPE = SPACE
               MOVE SPACES TO BL-K-AREA
           ELSE
               MOVE BRK-K TO BL-K
           END-IF
           MOVE BRK-OUR-QTY TO BL-OUR-QTY
           MOVE BRK-CLEARER-QTY TO BL-CLEARER-QTY
           MOVE BRK-FIRST-SEEN-DATE TO BL-FIRST-SEEN-DATE
           MOVE BRK-AGE-DAYS TO BL-AGE-DAYS
           IF BRK-AGE-DAYS NOT < AGED-BREAK-DAYS
               MOVE "AGED" TO BL-AGED-FLAG
           ELSE
               MOVE SPACES TO BL-AGED-FLAG
           END-IF
           MOVE BRK-DETAIL TO BL-DETAIL
           WRITE RECON-REPORT-LINE FROM BREAK-LINE
           IF RECON-REPORT-STATUS NOT = "00"
               DISPLAY "BS-CLEAR-RECON: REPORT WRITE ERROR, "
                   "FILE STATUS=" RECON-REPORT-STATUS
               PERFORM REFUSE-STATEMENT
           END-IF.

       WRITE-OPEN-BREAKS.
           OPEN OUTPUT OPEN-BREAK-FILE
           IF OPEN-BREAK-STATUS NOT = "00"
               DISPLAY "BS-CLEAR-RECON: CANNOT OPEN BRKOUT, "
                   "FILE STATUS=" OPEN-BREAK-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET TODAY-BREAK-INDEX TO 1
           PERFORM WRITE-ONE-OPEN-BREAK
               UNTIL TODAY-BREAK-INDEX > TODAY-BREAK-COUNT
           CLOSE OPEN-BREAK-FILE.

       WRITE-ONE-OPEN-BREAK.
           MOVE SPACES TO OPEN-BREAK-RECORD
           MOVE TBK-BREAK-KEY (TODAY-BREAK-INDEX) TO OB-BREAK-KEY
           MOVE TBK-OUR-QTY (TODAY-BREAK-INDEX) TO OB-OUR-QTY
           MOVE TBK-CLEARER-QTY (TODAY-BREAK-INDEX) TO OB-CLEARER-QTY
           MOVE TBK-FIRST-SEEN-DATE (TODAY-BREAK-INDEX)
               TO OB-FIRST-SEEN-DATE
           MOVE TBK-LAST-SEEN-DATE (TODAY-BREAK-INDEX)
               TO OB-LAST-SEEN-DATE
           MOVE TBK-AGE-DAYS (TODAY-BREAK-INDEX) TO OB-AGE-DAYS
           MOVE TBK-DETAIL (TODAY-BREAK-INDEX) TO OB-DETAIL
           WRITE OPEN-BREAK-RECORD
           IF OPEN-BREAK-STATUS NOT = "00"
               DISPLAY "BS-CLEAR-RECON: BRKOUT WRITE ERROR, "
                   "FILE STATUS=" OPEN-BREAK-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET TODAY-BREAK-INDEX UP BY 1.

       WRITE-REPORT-WORK-LINE.
           WRITE RECON-REPORT-LINE FROM REPORT-WORK-LINE
           IF RECON-REPORT-STATUS NOT = "00"
               DISPLAY "BS-CLEAR-RECON: REPORT WRITE ERROR, "
                   "FILE STATUS=" RECON-REPORT-STATUS
               PERFORM REFUSE-STATEMENT
           END-IF.

       TERMINATE-RUN.
           MOVE SPACES TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "MASTER RECORDS " MASTER-RECORD-COUNT
               "  NOT CLEARED " NOT-CLEARED-COUNT
               "  CONTRACTS AGREED " AGREED-COUNT
               "  OPEN BREAKS " TODAY-BREAK-COUNT
               " (NEW " NEW-BREAK-COUNT "  CARRIED "
               CARRIED-BREAK-COUNT ")  RESOLVED "
               RESOLVED-BREAK-COUNT
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "AGED BREAKS (" AGED-BREAK-DAYS
               " BUSINESS DAYS OR MORE) " AGED-BREAK-COUNT
               "  LIMIT " AGED-BREAK-LIMIT
               "  UNMAPPED ACCOUNTS " UNMAPPED-COUNT
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           IF AGED-BREAK-COUNT > AGED-BREAK-LIMIT
               MOVE 12 TO RETURN-CODE
               DISPLAY "BS-CLEAR-RECON: " AGED-BREAK-COUNT
                   " AGED BREAKS EXCEED THE LIMIT OF "
                   AGED-BREAK-LIMIT
           END-IF
           DISPLAY "BS-CLEAR-RECON: " AGREED-COUNT " AGREED, "
               TODAY-BREAK-COUNT " OPEN BREAKS, "
               RESOLVED-BREAK-COUNT " RESOLVED"
           CLOSE RECON-REPORT.
