      *> ---------------------------------------------------------------
      *> Copybook: BSCLRPOS
      *> Purpose:  Record layout for the clearing broker's daily
      *>           position statement read by BS-CLEAR-RECON. The
      *>           clearer sends one header record ('H', the
      *>           statement date and its own firm id), one detail
      *>           record ('D') per account per contract held at the
      *>           close, and one trailer record ('T') carrying the
      *>           detail count and the long and short quantity
      *>           totals the file must add up to.
      *>           A detail names the contract the clearer's way:
      *>             CP-PRODUCT-TYPE 'O' listed option - CP-OSI-SYMBOL
      *>                             is the OCC symbol: a six-byte
      *>                             root, the expiry as YYMMDD, C or
      *>                             P, and the strike to three
      *>                             decimals; CP-EXERCISE-STYLE is
      *>                             'A' American or 'E' European,
      *>                             'S' equity  - the root only,
      *>                             'F' future  - the root and the
      *>                             expiry as YYMMDD.
      *>           The clearer reports long and short quantities
      *>           gross, in contracts (shares for an equity); the
      *>           net position is CP-LONG-QTY less CP-SHORT-QTY.
      *>           The account and the root are the clearer's codes,
      *>           translated to our book and underlying through the
      *>           clearer map (BSCLRMAP).
      *> ---------------------------------------------------------------
       01  CLEARER-POSITION-RECORD.
           05  CP-RECORD-TYPE          PIC X(1).
               88  CP-HEADER               VALUE "H".
               88  CP-DETAIL               VALUE "D".
               88  CP-TRAILER              VALUE "T".
           05  CP-RECORD-BODY          PIC X(79).
           05  CP-HEADER-BODY          REDEFINES CP-RECORD-BODY.
               10  CP-STATEMENT-DATE   PIC X(8).
               10  CP-CLEARER-ID       PIC X(8).
               10  FILLER              PIC X(63).
           05  CP-DETAIL-BODY          REDEFINES CP-RECORD-BODY.
               10  CP-ACCOUNT          PIC X(10).
               10  CP-PRODUCT-TYPE     PIC X(1).
                   88  CP-LISTED-OPTION    VALUE "O".
                   88  CP-EQUITY           VALUE "S".
                   88  CP-FUTURE           VALUE "F".
               10  CP-OSI-SYMBOL.
                   15  CP-OSI-ROOT     PIC X(6).
                   15  CP-OSI-EXPIRY   PIC X(6).
                   15  CP-OSI-CALL-PUT PIC X(1).
                   15  CP-OSI-STRIKE   PIC 9(5)V9(3).
               10  CP-EXERCISE-STYLE   PIC X(1).
                   88  CP-AMERICAN-EXERCISE VALUE "A".
                   88  CP-EUROPEAN-EXERCISE VALUE "E".
               10  CP-LONG-QTY         PIC 9(9).
               10  CP-SHORT-QTY        PIC 9(9).
               10  FILLER              PIC X(28).
           05  CP-TRAILER-BODY         REDEFINES CP-RECORD-BODY.
               10  CP-DETAIL-COUNT     PIC 9(7).
               10  CP-TOTAL-LONG-QTY   PIC 9(11).
               10  CP-TOTAL-SHORT-QTY  PIC 9(11).
               10  FILLER              PIC X(50).
