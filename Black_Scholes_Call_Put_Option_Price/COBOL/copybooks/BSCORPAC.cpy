      *> ---------------------------------------------------------------
      *> Copybook: BSCORPAC
      *> Purpose:  Record layout for the corporate-action file
      *>           maintained by BS-CORP-ACTION. One record per event
      *>           on an underlying, effective at the open of
      *>           CA-EFFECTIVE-DATE (the first business day the name
      *>           trades on the new basis):
      *>             CA-EVENT-TYPE 'S' split or reverse split:
      *>                           CA-RATIO-NEW new shares for every
      *>                           CA-RATIO-OLD old ones (2 for 1 is
      *>                           0002/0001, a 1 for 10 reverse split
      *>                           is 0001/0010),
      *>                           'D' special cash dividend of
      *>                           CA-CASH-AMOUNT per share, in the
      *>                           underlying's own quote currency,
      *>                           going ex on the effective date,
      *>                           'N' symbol change: the name trades
      *>                           as CA-NEW-UNDERLYING from the
      *>                           effective date.
      *>           The desk keys new events with a blank status; the
      *>           program sets CA-STATUS to 'A' once the event has
      *>           been turned into maintenance transactions, the
      *>           dividend schedule and the mark-history store have
      *>           been put on the new basis, or to 'R' with the
      *>           reason when it could not be applied, and stamps
      *>           CA-PROCESSED-DATE and CA-POSITION-COUNT (the
      *>           positions it adjusted). Applied events stay on the
      *>           file for the retention horizon so BS-PNL-ATTRIB
      *>           can put a prior night's marks on the same basis as
      *>           tonight's. The file is kept in effective date then
      *>           underlying order, so a reader applying several
      *>           events to one name applies them in the order they
      *>           took effect.
      *> ---------------------------------------------------------------
       01  CORPORATE-ACTION-RECORD.
           05  CA-EFFECTIVE-DATE       PIC X(8).
           05  CA-UNDERLYING           PIC X(10).
           05  CA-EVENT-TYPE           PIC X(1).
               88  CA-SPLIT                VALUE "S".
               88  CA-SPECIAL-DIVIDEND     VALUE "D".
               88  CA-SYMBOL-CHANGE        VALUE "N".
           05  CA-RATIO-NEW            PIC 9(4).
           05  CA-RATIO-OLD            PIC 9(4).
           05  CA-CASH-AMOUNT          PIC 9(3)V9(5).
           05  CA-NEW-UNDERLYING       PIC X(10).
           05  CA-STATUS               PIC X(1).
               88  CA-PENDING              VALUE SPACE.
               88  CA-APPLIED              VALUE "A".
               88  CA-REJECTED             VALUE "R".
           05  CA-PROCESSED-DATE       PIC X(8).
           05  CA-POSITION-COUNT       PIC 9(5).
           05  CA-REJECT-REASON        PIC X(40).
           05  FILLER                  PIC X(10).
