      *> Five decimals so basis-point rates (0.00375) are exact.
           10  RND-CASE-OPND2     PIC S9(5)V9(5) SIGN LEADING
                                  SEPARATE.
      *> The dates the case is in force, YYYYMMDD, both inclusive.
      *> A rounding change with a known go-live date is keyed ahead:
      *> the outgoing cases end the day before, the incoming ones
      *> start on the day, and `prog` certifies whichever set is in
      *> force on its as-of date.  Blank means open -- in force
      *> since always, or until further notice -- which is what
      *> every case carried before these fields existed.  The edit
      *> (RNDCASEEDIT) rejects a bad date, a from after its to, and
      *> two active cases for the same computation in force on the
      *> same day.  (The fields widened the record: indexed copies
      *> were reloaded once through rndeffcvt, the journal through
      *> rndhistcvt; line-sequential files written before read back
      *> with the dates blank.)
           10  RND-CASE-EFF-FROM  PIC X(8).
           10  RND-CASE-EFF-TO    PIC X(8).
