      *> RNDDECN.cpy
      *> Layout of one checker decision in ROUNDCASE.DCN, read by
      *> rndcaseapr: the pending-queue item decided (see
      *> RNDPEND.cpy), approve or reject, and the reason -- which is
      *> required either way, so the queue always says why a change
      *> was let through or turned back.  The checker is whoever
      *> runs rndcaseapr, never a field of this record.  No
      *> enclosing 01 so callers can nest it under an FD record.
           10  DCN-PEND-ID        PIC 9(6).
           10  DCN-DECISION       PIC X(1).
               88  DCN-IS-APPROVE        VALUE "A".
               88  DCN-IS-REJECT         VALUE "R".
           10  DCN-REASON         PIC X(40).
