      *>                       required, key must not exist),
      *>                       'C' changes an existing one (all
      *>                       fields required, key must exist),
      *>                       'D' closes one (key fields and the
      *>                       trade fields at the end only; the
      *>                       rest of the record is ignored).
      *>           The data fields mirror BSPORTIN so a transaction
      *>           is keyed the same way a portfolio record always
      *>           was, just with the action code in front.
      *>           TR-BOOK-CODE names the trading book that owns the
      *>           position and is required on adds and changes; a
      *>           close does not need it.
      *>           TR-OPTION-STYLE 'S' (stock) or 'F' (future)
      *>           adds or changes a delta hedge in the
      *>           underlying: it needs S, the book and, for a
      *>           future, the expiry date; the option type is
      *>           left blank and the option-only fields are not
      *>           checked. Its trade price is the price per
      *>           share or per future.
      *>           TR-TRADE-PRICE and TR-TRADE-DATE are the premium
      *>           per unit actually traded and the day it traded.
      *>           They are required on every add, on every change
      *>           that moves the quantity (the price of the
      *>           quantity bought or sold, not of the whole
      *>           position) and on every close (the closing
      *>           premium), because that is what the average cost
      *>           on the master and the realized P&L ledger are
      *>           built from. A change that leaves the quantity
      *>           alone may leave them blank.
      *>           TR-TRADE-SOURCE is blank for a desk trade; the
      *>           expiry sweep marks its closes 'X' (settled at
      *>           the intrinsic value in TR-TRADE-PRICE) or 'U'
      *>           (expired with no mark to settle from - booked at
      *>           zero and to be settled by hand), and
      *>           BS-CORP-ACTION marks its transactions 'K': a
      *>           corporate action restates the position rather
      *>           than trading it, so a 'K' change sets the average
      *>           cost to TR-TRADE-PRICE outright and a 'K' close or
      *>           add (a symbol change re-keying the position) books
      *>           nothing to the realized P&L ledger.
      *>           TR-MAKER-ID is the operator who keyed the
      *>           transaction and TR-ENTRY-ID the blotter ticket it
      *>           was keyed under, unique to the transaction; the
      *>           desk keys both. BS-MAINT-APPROVE holds each desk
      *>           transaction on the pending queue under its ticket
      *>           until a different operator approves it, then
      *>           releases it stamped with TR-CHECKER-ID - and, for
      *>           a change large enough to need two approvals,
      *>           TR-SECOND-CHECKER-ID. BS-POSITION-MAINT refuses a
      *>           desk transaction without a checker who is not its
      *>           maker. The expiry sweep and BS-CORP-ACTION stamp
      *>           their own job as the maker and leave the checker
      *>           blank: their transactions are derived from the
      *>           master and the event file, not keyed.
      *> ---------------------------------------------------------------
       01  POSITION-TRANSACTION-RECORD.
           05  TR-ACTION               PIC X(1).
           05  TR-OPTION-STYLE         PIC X(1).
               88  TR-BARRIER-STYLE        VALUES "U" "D" "I" "J".
               88  TR-UP-BARRIER-STYLE     VALUES "U" "I".
               88  TR-LINEAR-STYLE         VALUES "S" "F".
           05  TR-OPTION-TYPE          PIC X(1).
           05  TR-S                    PIC S9(5)V9(5)
                                            SIGN LEADING SEPARATE.
           05  TR-BOOK-CODE            PIC X(4).
           05  TR-BARRIER-LEVEL        PIC S9(5)V9(5)
                                            SIGN LEADING SEPARATE.
           05  TR-TRADE-PRICE          PIC 9(6)V9(6).
           05  TR-TRADE-DATE           PIC X(8).
           05  TR-TRADE-SOURCE         PIC X(1).
               88  TR-DESK-TRADE           VALUE SPACE.
               88  TR-EXPIRY-SETTLEMENT    VALUE "X".
               88  TR-UNPRICED-EXPIRY      VALUE "U".
               88  TR-CORPORATE-ACTION     VALUE "K".
           05  TR-MAKER-ID             PIC X(8).
           05  TR-ENTRY-ID             PIC X(12).
           05  TR-CHECKER-ID           PIC X(8).
           05  TR-SECOND-CHECKER-ID    PIC X(8).
