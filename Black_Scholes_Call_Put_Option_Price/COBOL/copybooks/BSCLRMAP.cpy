      *> ---------------------------------------------------------------
      *> Copybook: BSCLRMAP
      *> Purpose:  Record layout for the clearer map read by
      *>           BS-CLEAR-RECON, kept by hand by operations:
      *>             CM-MAP-TYPE 'A' - clearer account CM-CLEARER-CODE
      *>                               belongs to book CM-OUR-CODE
      *>                               (first four bytes); several
      *>                               accounts may feed one book,
      *>                         'S' - the clearer's root symbol
      *>                               CM-CLEARER-CODE is our
      *>                               underlying CM-OUR-CODE.
      *>           Every account on the statement must be mapped; a
      *>           root with no 'S' entry is taken to be our
      *>           underlying as it stands, which covers every name
      *>           whose ticker fits the six-byte root.
      *> ---------------------------------------------------------------
       01  CLEARER-MAP-RECORD.
           05  CM-MAP-TYPE             PIC X(1).
               88  CM-ACCOUNT-MAP          VALUE "A".
               88  CM-SYMBOL-MAP           VALUE "S".
           05  CM-CLEARER-CODE         PIC X(10).
           05  CM-OUR-CODE             PIC X(10).
           05  FILLER                  PIC X(9).
