      *> ---------------------------------------------------------------
      *> Program: BS-LAYOUT-CONVERT
      *> Purpose: One-off conversion of the position master and the
      *>          mark-history store to their current record layouts.
      *>          The master grew from 111 to 131 bytes when the cost
      *>          basis (PM-AVERAGE-COST, PM-LAST-TRADE-DATE) was
      *>          added, and the store by 8 bytes when MH-BASIS-DATE
      *>          was; an indexed file keeps its record length, so a
      *>          file written before either change cannot be opened
      *>          by the programs that now use it and has to be
      *>          copied across once.
      *>
      *> Description:
      *>   - Operations renames the old master to OLDPOSM and the old
      *>     store to OLDMKHS and runs this step once, before the
      *>     first night on the new layouts. Each old record is
      *>     copied to the new file whole, in key order, and the new
      *>     fields are defaulted:
      *>       POSMAST   PM-AVERAGE-COST zero, PM-LAST-TRADE-DATE
      *>                 blank - the position was opened before cost
      *>                 basis was carried, which is how every
      *>                 program already reads a cost it has not got,
      *>       MARKHIST  MH-BASIS-DATE the mark's own valuation date
      *>                 - no corporate action has restated it.
      *>   - Either file may be converted on its own: an old file
      *>     that is not there is reported and its new file is left
      *>     alone, so a rerun for the other file cannot empty one
      *>     already converted.
      *>   - BAKMAST copies and maintenance journals taken before
      *>     the conversion hold master images in the old layout, so
      *>     a fresh BAKMAST is taken straight after it; forward
      *>     recovery starts from that copy.
      *>
      *> Dependencies:
      *>   - No external programs called.
      *>
      *> Modification History:
      *>   2026-10-15  Original version.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BS-LAYOUT-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN TO "OLDPOSM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-MASTER-KEY
               FILE STATUS IS OLD-MASTER-STATUS.

           SELECT POSITION-MASTER-FILE ASSIGN TO "POSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-MASTER-KEY
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT OLD-HISTORY-FILE ASSIGN TO "OLDMKHS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OH-HISTORY-KEY
               FILE STATUS IS OLD-HISTORY-STATUS.

           SELECT MARK-HISTORY-FILE ASSIGN TO "MARKHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MH-HISTORY-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The old layouts are the current ones less the fields added
      *> at the end; only the keys need naming.
       FD  OLD-MASTER-FILE.
       01  OLD-MASTER-RECORD.
           05  OM-MASTER-KEY           PIC X(16).
           05  FILLER                  PIC X(95).

       FD  POSITION-MASTER-FILE.
           COPY BSPOSMST.

       FD  OLD-HISTORY-FILE.
       01  OLD-HISTORY-RECORD.
           05  OH-HISTORY-KEY          PIC X(24).
           05  FILLER                  PIC X(140).

       FD  MARK-HISTORY-FILE.
           COPY BSMKHIST.

       WORKING-STORAGE SECTION.

      * Run control
       01 END-OF-OLD-MASTER       PIC X(1) VALUE "N".
       01 END-OF-OLD-HISTORY      PIC X(1) VALUE "N".
       01 MASTER-CONVERTED-COUNT  PIC 9(7) VALUE 0.
       01 HISTORY-CONVERTED-COUNT PIC 9(9) VALUE 0.

      * File status bytes
       01 OLD-MASTER-STATUS       PIC XX.
       01 MASTER-FILE-STATUS      PIC XX.
       01 OLD-HISTORY-STATUS      PIC XX.
       01 HISTORY-FILE-STATUS     PIC XX.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CONVERT-POSITION-MASTER
           PERFORM CONVERT-MARK-HISTORY
           DISPLAY "BS-LAYOUT-CONVERT: " MASTER-CONVERTED-COUNT
               " MASTER RECORDS, " HISTORY-CONVERTED-COUNT
               " MARK-HISTORY RECORDS CONVERTED"
           STOP RUN.

       CONVERT-POSITION-MASTER.
           OPEN INPUT OLD-MASTER-FILE
           IF OLD-MASTER-STATUS NOT = "00"
               DISPLAY "BS-LAYOUT-CONVERT: NO OLD POSITION MASTER "
                   "(STATUS " OLD-MASTER-STATUS "), POSMAST NOT "
                   "CONVERTED"
           ELSE
               OPEN OUTPUT POSITION-MASTER-FILE
               IF MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "BS-LAYOUT-CONVERT: CANNOT CREATE "
                       "POSITION MASTER, FILE STATUS="
                       MASTER-FILE-STATUS
                   STOP RUN
               END-IF
               PERFORM READ-OLD-MASTER-RECORD
               PERFORM CONVERT-ONE-MASTER-RECORD
                   UNTIL END-OF-OLD-MASTER = "Y"
               CLOSE OLD-MASTER-FILE
               CLOSE POSITION-MASTER-FILE
           END-IF.

       READ-OLD-MASTER-RECORD.
           READ OLD-MASTER-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-OLD-MASTER
           END-READ.

      *> The group move carries the old record across byte for byte
      *> and blanks the new tail; the cost is then set to zero.
       CONVERT-ONE-MASTER-RECORD.
           MOVE OLD-MASTER-RECORD TO POSITION-MASTER-RECORD
           MOVE 0 TO PM-AVERAGE-COST
           MOVE SPACES TO PM-LAST-TRADE-DATE
           WRITE POSITION-MASTER-RECORD
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "BS-LAYOUT-CONVERT: MASTER WRITE ERROR AT "
                   PM-UNDERLYING " " PM-SEQUENCE-NUMBER
                   ", FILE STATUS=" MASTER-FILE-STATUS
               STOP RUN
           END-IF
           ADD 1 TO MASTER-CONVERTED-COUNT
           PERFORM READ-OLD-MASTER-RECORD.

       CONVERT-MARK-HISTORY.
           OPEN INPUT OLD-HISTORY-FILE
           IF OLD-HISTORY-STATUS NOT = "00"
               DISPLAY "BS-LAYOUT-CONVERT: NO OLD MARK-HISTORY "
                   "STORE (STATUS " OLD-HISTORY-STATUS "), MARKHIST "
                   "NOT CONVERTED"
           ELSE
               OPEN OUTPUT MARK-HISTORY-FILE
               IF HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "BS-LAYOUT-CONVERT: CANNOT CREATE "
                       "MARK-HISTORY STORE, FILE STATUS="
                       HISTORY-FILE-STATUS
                   STOP RUN
               END-IF
               PERFORM READ-OLD-HISTORY-RECORD
               PERFORM CONVERT-ONE-HISTORY-RECORD
                   UNTIL END-OF-OLD-HISTORY = "Y"
               CLOSE OLD-HISTORY-FILE
               CLOSE MARK-HISTORY-FILE
           END-IF.

       READ-OLD-HISTORY-RECORD.
           READ OLD-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO END-OF-OLD-HISTORY
           END-READ.

       CONVERT-ONE-HISTORY-RECORD.
           MOVE OLD-HISTORY-RECORD TO MARK-HISTORY-RECORD
           MOVE MH-VALUATION-DATE TO MH-BASIS-DATE
           WRITE MARK-HISTORY-RECORD
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "BS-LAYOUT-CONVERT: MARK-HISTORY WRITE "
                   "ERROR AT " MH-UNDERLYING " " MH-SEQUENCE-NUMBER
                   " " MH-VALUATION-DATE ", FILE STATUS="
                   HISTORY-FILE-STATUS
               STOP RUN
           END-IF
           ADD 1 TO HISTORY-CONVERTED-COUNT
           PERFORM READ-OLD-HISTORY-RECORD.
