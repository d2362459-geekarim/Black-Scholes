      *> ---------------------------------------------------------------
      *> Copybook: BSDATREQ
      *> Purpose:  Record layout for the business-date reset request
      *>           read by BS-DATE-ROLL. Present only when operations
      *>           means to set the business date deliberately - to
      *>           rerun a missed or damaged night, or to return to
      *>           the live date after one - instead of rolling it
      *>           forward a day. The requested date must itself be
      *>           a business day on the holiday calendar.
      *>           BS-DATE-ROLL empties the file once the reset is
      *>           applied, so a request is used for one night only.
      *> ---------------------------------------------------------------
       01  DATE-REQUEST-RECORD.
           05  DQ-REQUESTED-DATE       PIC X(8).
           05  DQ-REASON               PIC X(40).
