           10  AUD-RESULT         PIC X(4).
           10  AUD-PASS-COUNT     PIC 9(4).
           10  AUD-FAIL-COUNT     PIC 9(4).
      *> The certification as-of date the run selected its cases
      *> by (see RND-CASE-EFF-FROM/-TO): the run date for an
      *> ordinary run, a later date for a pre-certification of a
      *> go-live.  On every record, so each result says which
      *> generation of the case master it certified.  Blank on
      *> records written before effective dating.
           10  AUD-ASOF-DATE      PIC X(8).
