      *> RNDPTRAN.cpy
      *> Layout of one maintenance transaction against the rounding
      *> policy master, the policy twin of RNDTRANS.cpy.  PTRAN-CODE
      *> selects the operation; the rest is a full policy record
      *> (see RNDPOLCY.cpy) so an ADD or CHANGE carries the complete
      *> replacement policy and an INACTIVATE only needs POL-ID
      *> filled in.  No enclosing 01 so callers can nest it under an
      *> FD record.
           10  PTRAN-CODE         PIC X(1).
               88  PTRAN-IS-ADD          VALUE "A".
               88  PTRAN-IS-CHANGE       VALUE "C".
               88  PTRAN-IS-INACTIVATE   VALUE "I".
           COPY RNDPOLCY.
