      *> ---------------------------------------------------------------
      *> Copybook: BSBUSDAT
      *> Purpose:  Record layout for the business-date control file
      *>           (BUSDATE), the one record every batch program
      *>           takes its run date from in place of the system
      *>           clock, so a job that slips past midnight - or a
      *>           deliberate rerun of an earlier night - is struck
      *>           against the business day being processed rather
      *>           than whatever day the machine thinks it is.
      *>
      *>           BD-BALANCED-DATE is stamped by BS-EXTRACT-BALANCE
      *>           when the night's extract reconciles against its
      *>           control record; BS-DATE-ROLL refuses to advance
      *>           BD-BUSINESS-DATE until that stamp matches it, so
      *>           an unbalanced night cannot be rolled past and a
      *>           night already rolled (balanced date left behind
      *>           on the prior date) cannot be rolled twice.
      *> ---------------------------------------------------------------
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE        PIC X(8).
           05  BD-PRIOR-BUSINESS-DATE  PIC X(8).
           05  BD-BALANCED-DATE        PIC X(8).
           05  BD-BALANCE-TIMESTAMP    PIC X(15).
           05  BD-ROLL-TIMESTAMP       PIC X(15).
           05  FILLER                  PIC X(10).
