      *> ---------------------------------------------------------------
      *> Copybook: BSRECBRK
      *> Purpose:  Record layout for the open reconciliation breaks
      *>           carried from one night's BS-CLEAR-RECON run to the
      *>           next. One record per break, keyed on the contract
      *>           (book, underlying, style, expiry, option type and
      *>           strike to the clearer's three decimals) and the
      *>           break type:
      *>             'C' on the master, not on the clearer's statement,
      *>             'M' on the statement, not on the master,
      *>             'Q' on both, quantities differ,
      *>             'T' terms differ - the same book, underlying,
      *>                 option type and quantity on both sides but a
      *>                 different expiry, strike or exercise style
      *>                 (the contract key is the master's side and
      *>                 RB-DETAIL names the clearer's).
      *>           RB-FIRST-SEEN-DATE is the business date the break
      *>           first appeared and RB-AGE-DAYS the business days
      *>           it has stayed open since; RB-LAST-SEEN-DATE lets a
      *>           rerun of the same day leave the age where it was.
      *>           A break that no longer appears is resolved and is
      *>           not carried.
      *> ---------------------------------------------------------------
       01  RECON-BREAK-RECORD.
           05  RB-BREAK-KEY.
               10  RB-CONTRACT-KEY.
                   15  RB-BOOK-CODE        PIC X(4).
                   15  RB-UNDERLYING       PIC X(10).
                   15  RB-OPTION-STYLE     PIC X(1).
                   15  RB-EXPIRY-DATE      PIC X(8).
                   15  RB-OPTION-TYPE      PIC X(1).
                   15  RB-K                PIC 9(5)V9(3).
               10  RB-BREAK-TYPE           PIC X(1).
                   88  RB-MISSING-AT-CLEARER   VALUE "C".
                   88  RB-MISSING-ON-MASTER    VALUE "M".
                   88  RB-QTY-MISMATCH         VALUE "Q".
                   88  RB-TERM-MISMATCH        VALUE "T".
           05  RB-OUR-QTY              PIC S9(9) SIGN LEADING SEPARATE.
           05  RB-CLEARER-QTY          PIC S9(9) SIGN LEADING SEPARATE.
           05  RB-FIRST-SEEN-DATE      PIC X(8).
           05  RB-LAST-SEEN-DATE       PIC X(8).
           05  RB-AGE-DAYS             PIC 9(4).
           05  RB-DETAIL               PIC X(40).
           05  FILLER                  PIC X(10).
