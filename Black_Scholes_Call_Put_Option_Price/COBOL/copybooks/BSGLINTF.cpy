      *> ---------------------------------------------------------------
      *> Copybook: BSGLINTF
      *> Purpose:  Record layout for the general ledger interface
      *>           file written by BS-GL-FEED. One header record
      *>           ('H': source system, posting date, base currency
      *>           and creation time), one detail record ('D') per
      *>           journal line, and one trailer record ('T') with
      *>           the detail count and the debit and credit totals
      *>           the ledger load must agree with before it posts.
      *>           A detail is one side of a double entry:
      *>           GI-DEBIT-CREDIT says which, and GI-LOCAL-AMOUNT
      *>           (in GI-CURRENCY) and GI-BASE-AMOUNT (in the
      *>           header's base currency, at GI-FX-RATE) are always
      *>           positive. GI-ENTRY-TYPE names the movement:
      *>             'M' mark-to-market revaluation,
      *>             'N' premium on positions opened or added to,
      *>             'C' premium on positions closed or cut,
      *>             'S' expiry settlement cash,
      *>             'F' a future's opening price returned at expiry
      *>                 (its settlement cash is only the move).
      *>           The trailer's local totals add amounts of mixed
      *>           currencies and are a hash control only; the base
      *>           totals are true sums and must be equal.
      *> ---------------------------------------------------------------
       01  GL-INTERFACE-RECORD.
           05  GI-RECORD-TYPE          PIC X(1).
               88  GI-HEADER               VALUE "H".
               88  GI-DETAIL               VALUE "D".
               88  GI-TRAILER              VALUE "T".
           05  GI-RECORD-BODY          PIC X(119).
           05  GI-HEADER-BODY          REDEFINES GI-RECORD-BODY.
               10  GI-SOURCE-SYSTEM    PIC X(8).
               10  GI-BATCH-DATE       PIC X(8).
               10  GI-BASE-CURRENCY    PIC X(3).
               10  GI-CREATED-TIMESTAMP PIC X(14).
               10  FILLER              PIC X(86).
           05  GI-DETAIL-BODY          REDEFINES GI-RECORD-BODY.
               10  GI-POSTING-DATE     PIC X(8).
               10  GI-LINE-NUMBER      PIC 9(6).
               10  GI-BOOK-CODE        PIC X(4).
               10  GI-CURRENCY         PIC X(3).
               10  GI-GL-ACCOUNT       PIC X(12).
               10  GI-ENTRY-TYPE       PIC X(1).
                   88  GI-MTM-REVALUATION  VALUE "M".
                   88  GI-OPENING-PREMIUM  VALUE "N".
                   88  GI-CLOSING-PREMIUM  VALUE "C".
                   88  GI-EXPIRY-SETTLEMENT VALUE "S".
                   88  GI-FUTURE-NOTIONAL  VALUE "F".
               10  GI-DEBIT-CREDIT     PIC X(1).
                   88  GI-DEBIT            VALUE "D".
                   88  GI-CREDIT           VALUE "C".
               10  GI-LOCAL-AMOUNT     PIC 9(13)V9(2).
               10  GI-BASE-AMOUNT      PIC 9(13)V9(2).
               10  GI-FX-RATE          PIC 9(3)V9(6).
               10  GI-NARRATIVE        PIC X(30).
               10  FILLER              PIC X(15).
           05  GI-TRAILER-BODY         REDEFINES GI-RECORD-BODY.
               10  GI-DETAIL-COUNT     PIC 9(7).
               10  GI-TOTAL-LOCAL-DEBITS  PIC 9(15)V9(2).
               10  GI-TOTAL-LOCAL-CREDITS PIC 9(15)V9(2).
               10  GI-TOTAL-BASE-DEBITS   PIC 9(15)V9(2).
               10  GI-TOTAL-BASE-CREDITS  PIC 9(15)V9(2).
               10  FILLER              PIC X(44).
