      *> RNDCOVRQ.cpy
      *> Layout of one mandatory-coverage designation in
      *> ROUNDCOV.MND, read by the coverage analyzer rndcovchk.  Each
      *> record names a cell of the coverage matrix the shop requires
      *> at least one active case (or scenario) to occupy; the run
      *> fails when any designated cell is empty.  Every dimension
      *> may be given as "*" to mean any value, so one record can
      *> demand "a tie case under NEAREST-EVEN at some scale" or "a
      *> negative tie at mil scale under NEAREST-TOWARD-ZERO".
      *>   COVR-MODE     a mode from RNDMODES, or "*"
      *>   COVR-PRECIS   D/C/U/M (as RND-CASE-PRECIS), or "*"
      *>   COVR-OPCODE   space/M/D/A/S (as RND-CASE-OPCODE), or "*"
      *>   COVR-SIGN     "+" or "-" (sign of the value rounded), "*"
      *>   COVR-CLASS    boundary class of the value rounded:
      *>                   E  exact at the case's scale
      *>                   B  below the tie (residue under one half)
      *>                   T  exactly on the tie
      *>                   A  above the tie (residue over one half)
      *>                   S  SIZE ERROR expected
      *>                 or "*"
      *>   COVR-REASON   free text carried onto the report
      *> No enclosing 01 so callers can nest it under an FD record.
           10  COVR-MODE          PIC X(24).
           10  COVR-PRECIS        PIC X(1).
           10  COVR-OPCODE        PIC X(1).
           10  COVR-SIGN          PIC X(1).
           10  COVR-CLASS         PIC X(1).
           10  COVR-REASON        PIC X(40).
