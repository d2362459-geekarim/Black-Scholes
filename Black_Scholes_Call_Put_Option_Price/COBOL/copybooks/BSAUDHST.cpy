      *> ---------------------------------------------------------------
      *> Copybook: BSAUDHST
      *> Purpose:  Record layout for the retained pricing audit
      *>           history kept by BS-AUDIT-HISTORY (AUDHIN ->
      *>           AUDHOUT, swapped in as AUDITHIST) and read by
      *>           BS-MODEL-VALID. AUDITLOG itself only ever holds
      *>           the latest night; each history record is one
      *>           AUDITLOG record as it was written, prefixed by
      *>           the business date of the night it belongs to. The
      *>           audit timestamp cannot stand in for that date: a
      *>           repair priced by BS-REJECT-REPRICE the next morning
      *>           carries the morning's clock.
      *>           The image picture must match the AUDIT-RECORD
      *>           length - 121 bytes, so a history record is 129 -
      *>           and a BSAUDIT layout change must be made in both
      *>           copybooks together, the same discipline BSPOSJRN
      *>           keeps with BSPOSMST.
      *> ---------------------------------------------------------------
       01  AUDIT-HISTORY-RECORD.
           05  AH-BUSINESS-DATE        PIC X(8).
           05  AH-AUDIT-IMAGE          PIC X(121).
