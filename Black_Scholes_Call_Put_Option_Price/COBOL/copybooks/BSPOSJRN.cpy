      *>           journal doubles as the change history audit has
      *>           been asking for: what a position looked like
      *>           before a change, and who-keyed-what beyond the
      *>           day's printed register. The maker, the ticket
      *>           and the checker or checkers who approved the
      *>           transaction are carried from BSPOSTRN, so every
      *>           journaled change names who keyed it and who let
      *>           it through. JR-BUSINESS-DATE is the business
      *>           date of the run that applied the transaction -
      *>           the day its premium moved on the book, whatever
      *>           trade date the desk keyed - and is what BS-GL-FEED
      *>           picks the night's trades by.
      *>           The image pictures must match the
      *>           POSITION-MASTER-RECORD length, so a BSPOSMST
      *>           layout change must be made in both copybooks
           05  JR-UNDERLYING           PIC X(10).
           05  JR-SEQUENCE-NUMBER      PIC 9(6).
           05  JR-DISPOSITION          PIC X(8).
           05  JR-BEFORE-IMAGE         PIC X(131).
           05  JR-AFTER-IMAGE          PIC X(131).
           05  JR-MAKER-ID             PIC X(8).
           05  JR-ENTRY-ID             PIC X(12).
           05  JR-CHECKER-ID           PIC X(8).
           05  JR-SECOND-CHECKER-ID    PIC X(8).
           05  JR-BUSINESS-DATE        PIC X(8).
