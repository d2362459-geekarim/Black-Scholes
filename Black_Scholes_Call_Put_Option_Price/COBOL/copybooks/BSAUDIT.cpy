      *>           styles and zero for everything else - it changes
      *>           the quoted price, so it belongs here with the rest
      *>           of the pricing inputs.
      *>           The log is recreated by each night's run; the
      *>           nights are retained, dated, on AUDITHIST by
      *>           BS-AUDIT-HISTORY (BSAUDHST), whose image picture
      *>           must be kept to this record's length.
      *> ---------------------------------------------------------------
       01  AUDIT-RECORD.
           05  AU-RUN-TIMESTAMP        PIC X(15).
