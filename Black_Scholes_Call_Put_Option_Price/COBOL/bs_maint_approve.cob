      *> ---------------------------------------------------------------
      *> Program: BS-MAINT-APPROVE
      *> Purpose: Maker-checker control over position maintenance.
      *>          Holds every transaction the desk keys on a pending
      *>          queue until a second operator - never the one who
      *>          keyed it - has approved it, and only then releases
      *>          it to BS-POSITION-MAINT, so no single person can
      *>          put a change on the book of record.
      *>
      *> Description:
      *>   - Runs ahead of the night's first BS-POSITION-MAINT pass.
      *>     Reads the queue carried from the prior run (PENDIN,
      *>     BSPNDQUE; none on the first night), then tonight's
      *>     desk transactions (POSTRAN, BSPOSTRN). Each must carry
      *>     the keying operator's ID and the blotter ticket it was
      *>     keyed under, a ticket not already on the queue, a
      *>     blank trade source (the system sources are the expiry
      *>     sweep's and BS-CORP-ACTION's) and no checker of its
      *>     own; anything else is listed and not queued.
      *>   - Each queued transaction is sized against the master as
      *>     it stands: the quantity it moves (the whole quantity on
      *>     an add or a close, the difference on a change) and the
      *>     notional of that quantity at spot. Either one over its
      *>     threshold makes it a large change that needs two
      *>     approvals from two different operators, neither of
      *>     them the maker.
      *>   - Reads the checkers' decisions (APPROVAL, BSAPPRVL) by
      *>     ticket, in the order they were keyed: an approval by
      *>     the maker, a second approval by the first checker, or
      *>     a decision on a ticket not on the queue is refused and
      *>     listed; a decline takes the transaction off the queue.
      *>   - Fully approved transactions are released to APPTRAN, in
      *>     the order they were keyed and stamped with their
      *>     checkers, for BS-POSITION-MAINT to apply; one keyed
      *>     after a still-pending transaction on the same position
      *>     is held back with it, so the two reach the master in
      *>     the order the desk meant.
      *>   - Everything not released or declined goes to PENDOUT,
      *>     which operations swaps in as PENDIN for the next run.
      *>     PENDOUT is written before anything is put on APPTRAN,
      *>     and any error that stops the run ends it with
      *>     RETURN-CODE 12, so a night whose queue was not carried
      *>     is never applied or swapped in.
      *>   - The pending report (PENDRPT) lists what was refused at
      *>     entry, every decision and what became of it, what was
      *>     released and declined, and every transaction still
      *>     waiting with its age in days since it was keyed,
      *>     flagging those at or past the aged threshold.
      *>   - The approval file and the new transactions are both
      *>     optional: a night with neither reprints the pending
      *>     report and releases nothing.
      *>
      *> Dependencies:
      *>   - No external programs called.
      *>
      *> Modification History:
      *>   2026-10-15  The new queue is written before the released
      *>               transactions; every run-stopping error now
      *>               ends with RETURN-CODE 12.
      *>   2026-10-14  Original version, introduced together with the
      *>               maker and checker IDs on the maintenance
      *>               transaction, register and journal.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BS-MAINT-APPROVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIOR-QUEUE-FILE ASSIGN TO "PENDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIOR-QUEUE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "POSTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-FILE-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "APPROVAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-FILE-STATUS.

           SELECT OPTIONAL POSITION-MASTER-FILE ASSIGN TO "POSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-MASTER-KEY
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT NEW-QUEUE-FILE ASSIGN TO "PENDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-QUEUE-STATUS.

           SELECT RELEASED-TRANSACTION-FILE ASSIGN TO "APPTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELEASED-FILE-STATUS.

           SELECT PENDING-REPORT ASSIGN TO "PENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-REPORT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIOR-QUEUE-FILE.
           COPY BSPNDQUE.

       FD  TRANSACTION-FILE.
           COPY BSPOSTRN.

       FD  APPROVAL-FILE.
           COPY BSAPPRVL.

       FD  POSITION-MASTER-FILE.
           COPY BSPOSMST.

       FD  NEW-QUEUE-FILE.
           COPY BSPNDQUE REPLACING LEADING ==PQ-== BY ==NQ-==
               ==PENDING-ITEM-RECORD== BY ==NEW-QUEUE-RECORD==.

       FD  RELEASED-TRANSACTION-FILE.
           COPY BSPOSTRN REPLACING LEADING ==TR-== BY ==RT-==
               ==POSITION-TRANSACTION-RECORD==
               BY ==RELEASED-TRANSACTION-RECORD==.

       FD  PENDING-REPORT.
       01  PENDING-REPORT-LINE     PIC X(132).

       FD  BUSINESS-DATE-FILE.
           COPY BSBUSDAT.

       WORKING-STORAGE SECTION.

      * Run control
       01 END-OF-PRIOR-QUEUE      PIC X(1) VALUE "N".
       01 END-OF-TRANSACTION-FILE PIC X(1) VALUE "N".
       01 END-OF-APPROVAL-FILE    PIC X(1) VALUE "N".
       01 RUN-TIMESTAMP           PIC X(15) VALUE SPACES.
       01 RUN-DATE-NUMERIC        PIC 9(8).
       01 RUN-DATE-INTEGER        PIC 9(8).
       01 RUN-DATE-TEXT           PIC X(8).
       01 CARRIED-COUNT           PIC 9(5) VALUE 0.
       01 QUEUED-COUNT            PIC 9(5) VALUE 0.
       01 REFUSED-ENTRY-COUNT     PIC 9(5) VALUE 0.
       01 DECISION-COUNT          PIC 9(5) VALUE 0.
       01 REFUSED-DECISION-COUNT  PIC 9(5) VALUE 0.
       01 RELEASED-COUNT          PIC 9(5) VALUE 0.
       01 DECLINED-COUNT          PIC 9(5) VALUE 0.
       01 HELD-COUNT              PIC 9(5) VALUE 0.
       01 STILL-PENDING-COUNT     PIC 9(5) VALUE 0.
       01 AGED-PENDING-COUNT      PIC 9(5) VALUE 0.

      * File status bytes
       01 PRIOR-QUEUE-STATUS      PIC XX.
       01 TRANSACTION-FILE-STATUS PIC XX.
       01 APPROVAL-FILE-STATUS    PIC XX.
       01 MASTER-FILE-STATUS      PIC XX.
       01 NEW-QUEUE-STATUS        PIC XX.
       01 RELEASED-FILE-STATUS    PIC XX.
       01 PENDING-REPORT-STATUS   PIC XX.
       01 BUSINESS-DATE-STATUS    PIC XX.

      * Large-change thresholds: a transaction moving more than
      * this many units, or more than this notional at spot (in
      * the position's own currency), needs two approvals. A
      * transaction still waiting this many days after it was
      * keyed is flagged aged on the pending report.
       01 DUAL-APPROVAL-QTY       PIC 9(7) VALUE 500.
       01 DUAL-APPROVAL-NOTIONAL  PIC 9(11)V9(2) VALUE 250000.00.
       01 AGED-PENDING-DAYS       PIC 9(4) VALUE 3.

      * The queue in working storage: the carried items first, in
      * the order they were keyed, then tonight's. QUE-ITEM is
      * laid out as BSPNDQUE so a record moves in and out whole;
      * QUE-POSITION-KEY and QUE-DISPOSITION are this run's own.
       01 QUEUE-TABLE.
           05 QUE-ENTRY OCCURS 500 TIMES INDEXED BY QUE-INDEX.
               10 QUE-ITEM.
                   15 QUE-ENTRY-ID         PIC X(12).
                   15 QUE-MAKER-ID         PIC X(8).
                   15 QUE-ENTRY-DATE       PIC X(8).
                   15 QUE-STATUS           PIC X(1).
                   15 QUE-APPROVALS-REQUIRED
                                           PIC 9(1).
                   15 QUE-FIRST-CHECKER-ID PIC X(8).
                   15 QUE-SECOND-CHECKER-ID
                                           PIC X(8).
                   15 QUE-QTY-MOVED        PIC 9(7).
                   15 QUE-NOTIONAL         PIC 9(11)V9(2).
                   15 QUE-TRANSACTION-IMAGE
                                           PIC X(169).
                   15 FILLER               PIC X(10).
               10 QUE-POSITION-KEY     PIC X(16).
               10 QUE-DISPOSITION      PIC X(1).
       01 QUEUE-COUNT             PIC 9(3) VALUE 0.
       01 QUEUE-MAX               PIC 9(3) VALUE 500.

      * The transaction in hand, off the queue or off POSTRAN
           COPY BSPOSTRN REPLACING LEADING ==TR-== BY ==QT-==
               ==POSITION-TRANSACTION-RECORD==
               BY ==QUEUED-TRANSACTION==.

      * Sizing work for the transaction in hand
       01 SIZING-PRIOR-QTY        PIC S9(7) SIGN LEADING SEPARATE.
       01 SIZING-NEW-QTY          PIC S9(7) SIGN LEADING SEPARATE.
       01 SIZING-QTY-CHANGE       PIC S9(8) SIGN LEADING SEPARATE.
       01 SIZING-SPOT             PIC 9(5)V9(5).
       01 SIZING-QTY-MOVED        PIC 9(7).
       01 SIZING-NOTIONAL         PIC 9(11)V9(2).

      * Entry and decision work fields
       01 ENTRY-VALIDITY-SWITCH   PIC X(1).
           88 ENTRY-ACCEPTED          VALUE "Y".
           88 ENTRY-REFUSED           VALUE "N".
       01 ENTRY-REASON            PIC X(22).
       01 DECISION-DISPOSITION    PIC X(20).
       01 DECISION-SWITCH         PIC X(1).
           88 DECISION-TAKEN          VALUE "Y".
           88 DECISION-REFUSED        VALUE "N".
       01 MASTER-AVAILABLE-SWITCH PIC X(1) VALUE "N".
           88 MASTER-AVAILABLE        VALUE "Y".
       01 HOLDING-ENTRY-ID        PIC X(12).
       01 SOUGHT-ENTRY-ID         PIC X(12).
       01 EARLIER-INDEX           PIC 9(3).
       01 AGE-DAYS                PIC 9(4).
       01 ENTRY-DATE-NUMERIC      PIC 9(8).

      * Report work areas
       01 ITEM-LINE.
           05 IL-ENTRY-ID             PIC X(12).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 IL-MAKER-ID             PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 IL-ACTION               PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 IL-UNDERLYING           PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 IL-SEQUENCE-NUMBER      PIC X(6).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 IL-QTY-MOVED            PIC Z(6)9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 IL-NOTIONAL             PIC Z(10)9.99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 IL-APPROVALS            PIC X(6).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 IL-CHECKER-ID           PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 IL-SECOND-CHECKER-ID    PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 IL-ENTRY-DATE           PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 IL-AGE-AREA             PIC X(4).
           05 IL-AGE-DAYS REDEFINES IL-AGE-AREA
                                      PIC Z(3)9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 IL-NOTE                 PIC X(22).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 IL-AGED-FLAG            PIC X(4).
       01 DECISION-LINE.
           05 DL-ENTRY-ID             PIC X(12).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DL-CHECKER-ID           PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DL-DECISION             PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DL-MAKER-ID             PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DL-DISPOSITION          PIC X(20).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DL-COMMENT              PIC X(30).
           05 FILLER                  PIC X(48) VALUE SPACES.
       01 REPORT-WORK-LINE        PIC X(132).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-PRIOR-QUEUE
           PERFORM QUEUE-NEW-TRANSACTIONS
           PERFORM APPLY-DECISIONS
           PERFORM RELEASE-APPROVED-ITEMS
           PERFORM PRINT-DECLINED-ITEMS
           PERFORM PRINT-PENDING-ITEMS
           PERFORM TERMINATE-RUN
           STOP RUN.

       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TIMESTAMP(1:14)
           PERFORM READ-BUSINESS-DATE
           MOVE RUN-DATE-NUMERIC TO RUN-DATE-TEXT
           OPEN OUTPUT PENDING-REPORT
           IF PENDING-REPORT-STATUS NOT = "00"
               DISPLAY "BS-MAINT-APPROVE: CANNOT OPEN REPORT FILE, "
                   "FILE STATUS=" PENDING-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "POSITION MAINTENANCE PENDING QUEUE  "
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
               DISPLAY "BS-MAINT-APPROVE: CANNOT OPEN BUSINESS "
                   "DATE FILE, FILE STATUS=" BUSINESS-DATE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END CONTINUE
           END-READ
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "BS-MAINT-APPROVE: BUSINESS DATE FILE IS "
                   "EMPTY OR UNREADABLE, FILE STATUS="
                   BUSINESS-DATE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE BUSINESS-DATE-FILE
           IF BD-BUSINESS-DATE NOT NUMERIC
               DISPLAY "BS-MAINT-APPROVE: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BD-BUSINESS-DATE TO RUN-DATE-NUMERIC
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUMERIC)
           IF RUN-DATE-INTEGER = 0
               DISPLAY "BS-MAINT-APPROVE: BUSINESS DATE IS NOT "
                   "A DATE: " BD-BUSINESS-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> The first night there is no PENDIN, and the queue starts
      *> empty.
       LOAD-PRIOR-QUEUE.
           OPEN INPUT PRIOR-QUEUE-FILE
           IF PRIOR-QUEUE-STATUS NOT = "00"
               DISPLAY "BS-MAINT-APPROVE: NO PRIOR QUEUE (STATUS "
                   PRIOR-QUEUE-STATUS "), STARTING FROM AN EMPTY "
                   "ONE"
           ELSE
               PERFORM READ-PRIOR-QUEUE
               PERFORM LOAD-ONE-QUEUED-ITEM
                   UNTIL END-OF-PRIOR-QUEUE = "Y"
               CLOSE PRIOR-QUEUE-FILE
           END-IF.

       READ-PRIOR-QUEUE.
           READ PRIOR-QUEUE-FILE
               AT END MOVE "Y" TO END-OF-PRIOR-QUEUE
           END-READ.

       LOAD-ONE-QUEUED-ITEM.
           PERFORM ADD-QUEUE-ENTRY
           MOVE PENDING-ITEM-RECORD TO QUE-ITEM (QUE-INDEX)
           MOVE QUE-TRANSACTION-IMAGE (QUE-INDEX)
               TO QUEUED-TRANSACTION
           MOVE QT-UNDERLYING TO QUE-POSITION-KEY (QUE-INDEX) (1:10)
           MOVE QT-SEQUENCE-NUMBER
               TO QUE-POSITION-KEY (QUE-INDEX) (11:6)
           ADD 1 TO CARRIED-COUNT
           PERFORM READ-PRIOR-QUEUE.

       ADD-QUEUE-ENTRY.
           IF QUEUE-COUNT NOT < QUEUE-MAX
               DISPLAY "BS-MAINT-APPROVE: PENDING QUEUE EXCEEDS "
                   QUEUE-MAX " TRANSACTIONS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO QUEUE-COUNT
           SET QUE-INDEX TO QUEUE-COUNT
           MOVE SPACE TO QUE-DISPOSITION (QUE-INDEX).

      *> Tonight's keyed transactions are optional: a night when the
      *> desk keyed nothing has no POSTRAN. The master is only read
      *> to size a change or close against what it holds; before
      *> the first load there is no master, and every transaction
      *> is sized on its own quantity.
       QUEUE-NEW-TRANSACTIONS.
           MOVE SPACES TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE "TRANSACTIONS KEYED FOR THIS RUN" TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           PERFORM WRITE-ITEM-HEADING
           OPEN INPUT TRANSACTION-FILE
           IF TRANSACTION-FILE-STATUS NOT = "00"
               DISPLAY "BS-MAINT-APPROVE: NO NEW TRANSACTIONS "
                   "(STATUS " TRANSACTION-FILE-STATUS ")"
           ELSE
               OPEN INPUT POSITION-MASTER-FILE
               IF MASTER-FILE-STATUS NOT = "00"
                   AND MASTER-FILE-STATUS NOT = "05"
                   DISPLAY "BS-MAINT-APPROVE: CANNOT OPEN POSITION "
                       "MASTER, FILE STATUS=" MASTER-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF MASTER-FILE-STATUS = "00"
                   SET MASTER-AVAILABLE TO TRUE
               END-IF
               PERFORM READ-TRANSACTION-RECORD
               PERFORM QUEUE-ONE-TRANSACTION
                   UNTIL END-OF-TRANSACTION-FILE = "Y"
               CLOSE TRANSACTION-FILE
               CLOSE POSITION-MASTER-FILE
           END-IF.

       READ-TRANSACTION-RECORD.
           READ TRANSACTION-FILE
               AT END MOVE "Y" TO END-OF-TRANSACTION-FILE
           END-READ.

       QUEUE-ONE-TRANSACTION.
           MOVE POSITION-TRANSACTION-RECORD TO QUEUED-TRANSACTION
           PERFORM SIZE-QUEUED-TRANSACTION
           PERFORM VALIDATE-NEW-ENTRY
           IF ENTRY-ACCEPTED
               PERFORM ADD-QUEUE-ENTRY
               MOVE SPACES TO QUE-ITEM (QUE-INDEX)
               MOVE TR-ENTRY-ID TO QUE-ENTRY-ID (QUE-INDEX)
               MOVE TR-MAKER-ID TO QUE-MAKER-ID (QUE-INDEX)
               MOVE RUN-DATE-TEXT TO QUE-ENTRY-DATE (QUE-INDEX)
               MOVE "P" TO QUE-STATUS (QUE-INDEX)
               IF SIZING-QTY-MOVED > DUAL-APPROVAL-QTY
                   OR SIZING-NOTIONAL > DUAL-APPROVAL-NOTIONAL
                   MOVE 2 TO QUE-APPROVALS-REQUIRED (QUE-INDEX)
               ELSE
                   MOVE 1 TO QUE-APPROVALS-REQUIRED (QUE-INDEX)
               END-IF
               MOVE SIZING-QTY-MOVED TO QUE-QTY-MOVED (QUE-INDEX)
               MOVE SIZING-NOTIONAL TO QUE-NOTIONAL (QUE-INDEX)
               MOVE POSITION-TRANSACTION-RECORD
                   TO QUE-TRANSACTION-IMAGE (QUE-INDEX)
               MOVE TR-UNDERLYING
                   TO QUE-POSITION-KEY (QUE-INDEX) (1:10)
               MOVE TR-SEQUENCE-NUMBER
                   TO QUE-POSITION-KEY (QUE-INDEX) (11:6)
               ADD 1 TO QUEUED-COUNT
               PERFORM FILL-ITEM-LINE-FROM-QUEUE
               MOVE "QUEUED" TO IL-NOTE
           ELSE
               ADD 1 TO REFUSED-ENTRY-COUNT
               PERFORM FILL-ITEM-LINE-FROM-TRANSACTION
               MOVE ENTRY-REASON TO IL-NOTE
           END-IF
           PERFORM WRITE-ITEM-LINE
           PERFORM READ-TRANSACTION-RECORD.

      *> The maker keys the ticket and nothing else of the control
      *> fields: the checkers are stamped here when they decide, and
      *> the trade sources belong to the jobs that derive their
      *> transactions from the master.
       VALIDATE-NEW-ENTRY.
           SET ENTRY-ACCEPTED TO TRUE
           MOVE SPACES TO ENTRY-REASON
           EVALUATE TRUE
               WHEN TR-MAKER-ID = SPACES
                   MOVE "NO MAKER ID" TO ENTRY-REASON
               WHEN TR-ENTRY-ID = SPACES
                   MOVE "NO TICKET" TO ENTRY-REASON
               WHEN NOT TR-DESK-TRADE
                   MOVE "SOURCE NOT THE DESK'S" TO ENTRY-REASON
               WHEN TR-CHECKER-ID NOT = SPACES
                   OR TR-SECOND-CHECKER-ID NOT = SPACES
                   MOVE "CHECKER KEYED BY MAKER" TO ENTRY-REASON
               WHEN OTHER
                   MOVE TR-ENTRY-ID TO SOUGHT-ENTRY-ID
                   PERFORM FIND-QUEUED-TICKET
                   IF QUE-INDEX NOT > QUEUE-COUNT
                       MOVE "TICKET ALREADY QUEUED" TO ENTRY-REASON
                   END-IF
           END-EVALUATE
           IF ENTRY-REASON NOT = SPACES
               SET ENTRY-REFUSED TO TRUE
           END-IF.

       FIND-QUEUED-TICKET.
           SET QUE-INDEX TO 1
           SEARCH QUE-ENTRY
               AT END
                   SET QUE-INDEX TO QUEUE-MAX
                   SET QUE-INDEX UP BY 1
               WHEN QUE-INDEX > QUEUE-COUNT
                   CONTINUE
               WHEN QUE-ENTRY-ID (QUE-INDEX) = SOUGHT-ENTRY-ID
                   CONTINUE
           END-SEARCH.

      *> The quantity a transaction moves is the whole of it on an
      *> add or a close and the difference on a change; a change or
      *> close whose key is not on the master is sized on its own
      *> quantity (BS-POSITION-MAINT will reject it anyway). The
      *> notional is that quantity at spot - the transaction's own
      *> spot, or the master's on a close, which carries none.
       SIZE-QUEUED-TRANSACTION.
           MOVE 0 TO SIZING-PRIOR-QTY
           MOVE 0 TO SIZING-NEW-QTY
           MOVE 0 TO SIZING-SPOT
           IF QT-POSITION-QTY NUMERIC
               AND NOT QT-CLOSE-ACTION
               MOVE QT-POSITION-QTY TO SIZING-NEW-QTY
           END-IF
           IF QT-S NUMERIC
               AND NOT QT-CLOSE-ACTION
               MOVE QT-S TO SIZING-SPOT
           END-IF
           IF (QT-CHANGE-ACTION OR QT-CLOSE-ACTION)
               AND QT-SEQUENCE-NUMBER NUMERIC
               AND MASTER-AVAILABLE
               MOVE QT-UNDERLYING TO PM-UNDERLYING
               MOVE QT-SEQUENCE-NUMBER TO PM-SEQUENCE-NUMBER
               READ POSITION-MASTER-FILE
               IF MASTER-FILE-STATUS = "00"
                   MOVE PM-POSITION-QTY TO SIZING-PRIOR-QTY
                   IF QT-CLOSE-ACTION
                       MOVE PM-S TO SIZING-SPOT
                   END-IF
               ELSE
                   IF MASTER-FILE-STATUS NOT = "23"
                       DISPLAY "BS-MAINT-APPROVE: MASTER READ "
                           "ERROR, FILE STATUS=" MASTER-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF
           COMPUTE SIZING-QTY-CHANGE =
               SIZING-NEW-QTY - SIZING-PRIOR-QTY
           IF SIZING-QTY-CHANGE < 0
               COMPUTE SIZING-QTY-CHANGE = - SIZING-QTY-CHANGE
           END-IF
           MOVE SIZING-QTY-CHANGE TO SIZING-QTY-MOVED
           COMPUTE SIZING-NOTIONAL ROUNDED =
               SIZING-QTY-MOVED * SIZING-SPOT.

      *> Decisions are optional input: most nights some arrive, but
      *> a night with none simply leaves the queue as it was.
       APPLY-DECISIONS.
           MOVE SPACES TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE "CHECKER DECISIONS" TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "TICKET       CHECKER  D MAKER    DISPOSITION"
               "          COMMENT"
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           OPEN INPUT APPROVAL-FILE
           IF APPROVAL-FILE-STATUS NOT = "00"
               DISPLAY "BS-MAINT-APPROVE: NO APPROVAL FILE (STATUS "
                   APPROVAL-FILE-STATUS "), NOTHING DECIDED"
           ELSE
               PERFORM READ-APPROVAL-RECORD
               PERFORM APPLY-ONE-DECISION
                   UNTIL END-OF-APPROVAL-FILE = "Y"
               CLOSE APPROVAL-FILE
           END-IF.

       READ-APPROVAL-RECORD.
           READ APPROVAL-FILE
               AT END MOVE "Y" TO END-OF-APPROVAL-FILE
           END-READ.

      *> A refused decision leaves the transaction where it was:
      *> the checker keys it again, or another checker does.
       APPLY-ONE-DECISION.
           ADD 1 TO DECISION-COUNT
           MOVE SPACES TO DECISION-LINE
           MOVE AP-ENTRY-ID TO DL-ENTRY-ID
           MOVE AP-CHECKER-ID TO DL-CHECKER-ID
           MOVE AP-DECISION TO DL-DECISION
           MOVE AP-COMMENT TO DL-COMMENT
           MOVE AP-ENTRY-ID TO SOUGHT-ENTRY-ID
           PERFORM FIND-QUEUED-TICKET
           MOVE SPACES TO DECISION-DISPOSITION
           SET DECISION-REFUSED TO TRUE
           IF QUE-INDEX > QUEUE-COUNT
               MOVE "NOT ON THE QUEUE" TO DECISION-DISPOSITION
           ELSE
               MOVE QUE-MAKER-ID (QUE-INDEX) TO DL-MAKER-ID
               EVALUATE TRUE
                   WHEN QUE-DISPOSITION (QUE-INDEX) NOT = SPACE
                       MOVE "ALREADY DECLINED"
                           TO DECISION-DISPOSITION
                   WHEN AP-CHECKER-ID = SPACES
                       MOVE "NO CHECKER ID" TO DECISION-DISPOSITION
                   WHEN AP-CHECKER-ID = QUE-MAKER-ID (QUE-INDEX)
                       MOVE "CHECKER IS THE MAKER"
                           TO DECISION-DISPOSITION
                   WHEN AP-DECLINE
                       MOVE "X" TO QUE-DISPOSITION (QUE-INDEX)
                       MOVE AP-CHECKER-ID
                           TO QUE-SECOND-CHECKER-ID (QUE-INDEX)
                       MOVE "DECLINED" TO DECISION-DISPOSITION
                       SET DECISION-TAKEN TO TRUE
                   WHEN NOT AP-APPROVE
                       MOVE "DECISION NOT A OR D"
                           TO DECISION-DISPOSITION
                   WHEN OTHER
                       PERFORM RECORD-APPROVAL
               END-EVALUATE
           END-IF
           IF DECISION-REFUSED
               ADD 1 TO REFUSED-DECISION-COUNT
           END-IF
           MOVE DECISION-DISPOSITION TO DL-DISPOSITION
           WRITE PENDING-REPORT-LINE FROM DECISION-LINE
           IF PENDING-REPORT-STATUS NOT = "00"
               DISPLAY "BS-MAINT-APPROVE: REPORT WRITE ERROR, "
                   "FILE STATUS=" PENDING-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-APPROVAL-RECORD.

      *> A large change is approved twice, by two operators who are
      *> neither of them its maker.
       RECORD-APPROVAL.
           EVALUATE TRUE
               WHEN QUE-STATUS (QUE-INDEX) = "A"
                   MOVE "ALREADY APPROVED" TO DECISION-DISPOSITION
               WHEN QUE-STATUS (QUE-INDEX) = "H"
                   IF AP-CHECKER-ID = QUE-FIRST-CHECKER-ID (QUE-INDEX)
                       MOVE "SAME CHECKER TWICE"
                           TO DECISION-DISPOSITION
                   ELSE
                       MOVE AP-CHECKER-ID
                           TO QUE-SECOND-CHECKER-ID (QUE-INDEX)
                       MOVE "A" TO QUE-STATUS (QUE-INDEX)
                       MOVE "SECOND OF TWO" TO DECISION-DISPOSITION
                       SET DECISION-TAKEN TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE AP-CHECKER-ID
                       TO QUE-FIRST-CHECKER-ID (QUE-INDEX)
                   SET DECISION-TAKEN TO TRUE
                   IF QUE-APPROVALS-REQUIRED (QUE-INDEX) > 1
                       MOVE "H" TO QUE-STATUS (QUE-INDEX)
                       MOVE "FIRST OF TWO" TO DECISION-DISPOSITION
                   ELSE
                       MOVE "A" TO QUE-STATUS (QUE-INDEX)
                       MOVE "APPROVED" TO DECISION-DISPOSITION
                   END-IF
           END-EVALUATE.

      *> Released in the order keyed. A transaction keyed after one
      *> on the same position that is still on the queue waits for
      *> it, so a change is never applied ahead of the add it
      *> changes. The releases are decided first and the new queue
      *> written before any of them reaches APPTRAN: APPTRAN is
      *> opened (emptying last night's) ahead of both, so a queue
      *> that cannot be written leaves nothing released for the
      *> maintenance pass to apply.
       RELEASE-APPROVED-ITEMS.
           OPEN OUTPUT RELEASED-TRANSACTION-FILE
           IF RELEASED-FILE-STATUS NOT = "00"
               DISPLAY "BS-MAINT-APPROVE: CANNOT OPEN APPTRAN, "
                   "FILE STATUS=" RELEASED-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE "RELEASED TO POSITION MAINTENANCE"
               TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           PERFORM WRITE-ITEM-HEADING
           SET QUE-INDEX TO 1
           PERFORM RELEASE-ONE-ITEM
               UNTIL QUE-INDEX > QUEUE-COUNT
           PERFORM WRITE-NEW-QUEUE
           SET QUE-INDEX TO 1
           PERFORM WRITE-RELEASED-TRANSACTION
               UNTIL QUE-INDEX > QUEUE-COUNT
           CLOSE RELEASED-TRANSACTION-FILE.

       RELEASE-ONE-ITEM.
           IF QUE-STATUS (QUE-INDEX) = "A"
               AND QUE-DISPOSITION (QUE-INDEX) = SPACE
               PERFORM FIND-EARLIER-ITEM-ON-POSITION
               IF HOLDING-ENTRY-ID = SPACES
                   PERFORM MARK-ITEM-RELEASED
               ELSE
                   ADD 1 TO HELD-COUNT
               END-IF
           END-IF
           SET QUE-INDEX UP BY 1.

       FIND-EARLIER-ITEM-ON-POSITION.
           MOVE SPACES TO HOLDING-ENTRY-ID
           MOVE 1 TO EARLIER-INDEX
           PERFORM CHECK-ONE-EARLIER-ITEM
               UNTIL EARLIER-INDEX NOT < QUE-INDEX
                   OR HOLDING-ENTRY-ID NOT = SPACES.

       CHECK-ONE-EARLIER-ITEM.
           IF QUE-DISPOSITION (EARLIER-INDEX) = SPACE
               AND QUE-POSITION-KEY (EARLIER-INDEX)
                   = QUE-POSITION-KEY (QUE-INDEX)
               MOVE QUE-ENTRY-ID (EARLIER-INDEX) TO HOLDING-ENTRY-ID
           END-IF
           ADD 1 TO EARLIER-INDEX.

       MARK-ITEM-RELEASED.
           MOVE "R" TO QUE-DISPOSITION (QUE-INDEX)
           ADD 1 TO RELEASED-COUNT
           PERFORM FILL-ITEM-LINE-FROM-QUEUE
           MOVE "RELEASED" TO IL-NOTE
           PERFORM WRITE-ITEM-LINE.

       WRITE-RELEASED-TRANSACTION.
           IF QUE-DISPOSITION (QUE-INDEX) = "R"
               MOVE QUE-TRANSACTION-IMAGE (QUE-INDEX)
                   TO RELEASED-TRANSACTION-RECORD
               MOVE QUE-FIRST-CHECKER-ID (QUE-INDEX) TO RT-CHECKER-ID
               MOVE QUE-SECOND-CHECKER-ID (QUE-INDEX)
                   TO RT-SECOND-CHECKER-ID
               WRITE RELEASED-TRANSACTION-RECORD
               IF RELEASED-FILE-STATUS NOT = "00"
                   DISPLAY "BS-MAINT-APPROVE: APPTRAN WRITE ERROR, "
                       "FILE STATUS=" RELEASED-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           SET QUE-INDEX UP BY 1.

       PRINT-DECLINED-ITEMS.
           MOVE SPACES TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE "DECLINED - TAKEN OFF THE QUEUE" TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           PERFORM WRITE-ITEM-HEADING
           SET QUE-INDEX TO 1
           PERFORM PRINT-ONE-DECLINED-ITEM
               UNTIL QUE-INDEX > QUEUE-COUNT.

      *> The declining checker prints in the second checker column.
       PRINT-ONE-DECLINED-ITEM.
           IF QUE-DISPOSITION (QUE-INDEX) = "X"
               ADD 1 TO DECLINED-COUNT
               PERFORM FILL-ITEM-LINE-FROM-QUEUE
               MOVE "DECLINED" TO IL-NOTE
               PERFORM WRITE-ITEM-LINE
           END-IF
           SET QUE-INDEX UP BY 1.

      *> Age is counted in calendar days from the business date the
      *> transaction was queued.
       PRINT-PENDING-ITEMS.
           MOVE SPACES TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE "STILL PENDING" TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           PERFORM WRITE-ITEM-HEADING
           SET QUE-INDEX TO 1
           PERFORM PRINT-ONE-PENDING-ITEM
               UNTIL QUE-INDEX > QUEUE-COUNT.

       PRINT-ONE-PENDING-ITEM.
           IF QUE-DISPOSITION (QUE-INDEX) = SPACE
               ADD 1 TO STILL-PENDING-COUNT
               PERFORM FILL-ITEM-LINE-FROM-QUEUE
               MOVE 0 TO AGE-DAYS
               IF QUE-ENTRY-DATE (QUE-INDEX) NUMERIC
                   MOVE QUE-ENTRY-DATE (QUE-INDEX)
                       TO ENTRY-DATE-NUMERIC
                   COMPUTE AGE-DAYS = RUN-DATE-INTEGER
                       - FUNCTION INTEGER-OF-DATE(ENTRY-DATE-NUMERIC)
               END-IF
               MOVE AGE-DAYS TO IL-AGE-DAYS
               EVALUATE TRUE
                   WHEN QUE-STATUS (QUE-INDEX) = "A"
                       PERFORM FIND-EARLIER-ITEM-ON-POSITION
                       MOVE SPACES TO IL-NOTE
                       STRING "BEHIND " HOLDING-ENTRY-ID
                           DELIMITED BY SIZE INTO IL-NOTE
                   WHEN QUE-STATUS (QUE-INDEX) = "H"
                       MOVE "AWAITING 2ND APPROVAL" TO IL-NOTE
                   WHEN OTHER
                       MOVE "AWAITING APPROVAL" TO IL-NOTE
               END-EVALUATE
               IF AGE-DAYS NOT < AGED-PENDING-DAYS
                   ADD 1 TO AGED-PENDING-COUNT
                   MOVE "AGED" TO IL-AGED-FLAG
               END-IF
               PERFORM WRITE-ITEM-LINE
           END-IF
           SET QUE-INDEX UP BY 1.

       FILL-ITEM-LINE-FROM-TRANSACTION.
           MOVE SPACES TO ITEM-LINE
           MOVE TR-ENTRY-ID TO IL-ENTRY-ID
           MOVE TR-MAKER-ID TO IL-MAKER-ID
           MOVE TR-ACTION TO IL-ACTION
           MOVE TR-UNDERLYING TO IL-UNDERLYING
           MOVE TR-SEQUENCE-NUMBER TO IL-SEQUENCE-NUMBER
           MOVE SIZING-QTY-MOVED TO IL-QTY-MOVED
           MOVE SIZING-NOTIONAL TO IL-NOTIONAL
           MOVE SPACES TO IL-APPROVALS
           MOVE SPACES TO IL-CHECKER-ID
           MOVE SPACES TO IL-SECOND-CHECKER-ID
           MOVE RUN-DATE-TEXT TO IL-ENTRY-DATE
           MOVE SPACES TO IL-AGE-AREA.

       FILL-ITEM-LINE-FROM-QUEUE.
           MOVE SPACES TO ITEM-LINE
           MOVE QUE-TRANSACTION-IMAGE (QUE-INDEX)
               TO QUEUED-TRANSACTION
           MOVE QUE-ENTRY-ID (QUE-INDEX) TO IL-ENTRY-ID
           MOVE QUE-MAKER-ID (QUE-INDEX) TO IL-MAKER-ID
           MOVE QT-ACTION TO IL-ACTION
           MOVE QT-UNDERLYING TO IL-UNDERLYING
           MOVE QT-SEQUENCE-NUMBER TO IL-SEQUENCE-NUMBER
           MOVE QUE-QTY-MOVED (QUE-INDEX) TO IL-QTY-MOVED
           MOVE QUE-NOTIONAL (QUE-INDEX) TO IL-NOTIONAL
           MOVE SPACES TO IL-APPROVALS
           EVALUATE TRUE
               WHEN QUE-STATUS (QUE-INDEX) = "H"
                   MOVE "1 OF 2" TO IL-APPROVALS
               WHEN QUE-STATUS (QUE-INDEX) = "A"
                   MOVE QUE-APPROVALS-REQUIRED (QUE-INDEX)
                       TO IL-APPROVALS (1:1)
                   MOVE " OF " TO IL-APPROVALS (2:4)
                   MOVE QUE-APPROVALS-REQUIRED (QUE-INDEX)
                       TO IL-APPROVALS (6:1)
               WHEN OTHER
                   MOVE "0 OF " TO IL-APPROVALS (1:5)
                   MOVE QUE-APPROVALS-REQUIRED (QUE-INDEX)
                       TO IL-APPROVALS (6:1)
           END-EVALUATE
           MOVE QUE-FIRST-CHECKER-ID (QUE-INDEX) TO IL-CHECKER-ID
           MOVE QUE-SECOND-CHECKER-ID (QUE-INDEX)
               TO IL-SECOND-CHECKER-ID
           MOVE QUE-ENTRY-DATE (QUE-INDEX) TO IL-ENTRY-DATE
           MOVE SPACES TO IL-AGE-AREA.

       WRITE-ITEM-HEADING.
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "TICKET       MAKER    A UNDERLYING SEQ    "
               "  MOVED       NOTIONAL APPRVL CHECKER  CHECKER2 "
               "KEYED     AGE NOTE                   FLAG"
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE.

       WRITE-ITEM-LINE.
           WRITE PENDING-REPORT-LINE FROM ITEM-LINE
           IF PENDING-REPORT-STATUS NOT = "00"
               DISPLAY "BS-MAINT-APPROVE: REPORT WRITE ERROR, "
                   "FILE STATUS=" PENDING-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-NEW-QUEUE.
           OPEN OUTPUT NEW-QUEUE-FILE
           IF NEW-QUEUE-STATUS NOT = "00"
               DISPLAY "BS-MAINT-APPROVE: CANNOT OPEN PENDOUT, "
                   "FILE STATUS=" NEW-QUEUE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET QUE-INDEX TO 1
           PERFORM WRITE-ONE-QUEUED-ITEM
               UNTIL QUE-INDEX > QUEUE-COUNT
           CLOSE NEW-QUEUE-FILE.

       WRITE-ONE-QUEUED-ITEM.
           IF QUE-DISPOSITION (QUE-INDEX) = SPACE
               MOVE QUE-ITEM (QUE-INDEX) TO NEW-QUEUE-RECORD
               WRITE NEW-QUEUE-RECORD
               IF NEW-QUEUE-STATUS NOT = "00"
                   DISPLAY "BS-MAINT-APPROVE: PENDOUT WRITE ERROR, "
                       "FILE STATUS=" NEW-QUEUE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           SET QUE-INDEX UP BY 1.

       WRITE-REPORT-WORK-LINE.
           WRITE PENDING-REPORT-LINE FROM REPORT-WORK-LINE
           IF PENDING-REPORT-STATUS NOT = "00"
               DISPLAY "BS-MAINT-APPROVE: REPORT WRITE ERROR, "
                   "FILE STATUS=" PENDING-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       TERMINATE-RUN.
           MOVE SPACES TO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "CARRIED " CARRIED-COUNT "  QUEUED " QUEUED-COUNT
               "  REFUSED AT ENTRY " REFUSED-ENTRY-COUNT
               "  DECISIONS " DECISION-COUNT
               "  REFUSED DECISIONS " REFUSED-DECISION-COUNT
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           MOVE SPACES TO REPORT-WORK-LINE
           STRING "RELEASED " RELEASED-COUNT
               "  DECLINED " DECLINED-COUNT
               "  STILL PENDING " STILL-PENDING-COUNT
               " (HELD BEHIND AN EARLIER TICKET " HELD-COUNT
               ", AGED " AGED-PENDING-COUNT ")"
               DELIMITED BY SIZE INTO REPORT-WORK-LINE
           PERFORM WRITE-REPORT-WORK-LINE
           DISPLAY "BS-MAINT-APPROVE: " QUEUED-COUNT " QUEUED, "
               RELEASED-COUNT " RELEASED, " DECLINED-COUNT
               " DECLINED, " STILL-PENDING-COUNT " STILL PENDING"
           CLOSE PENDING-REPORT.
