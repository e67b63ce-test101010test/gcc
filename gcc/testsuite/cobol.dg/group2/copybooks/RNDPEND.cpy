      *> RNDPEND.cpy
      *> Layout of one item in the case-master pending queue
      *> ROUNDCASE.PND, indexed on PEND-ID.  No change reaches the
      *> master on one person's say-so: a maker stages the change
      *> here (rndcasesub for maintenance transactions, rndcaseimp
      *> for the differences a case pack would make), a second
      *> operator approves or rejects it with a reason
      *> (rndcaseapr), and only an approved item is applied --
      *> by rndcasemaint for source "T", by rndcaseimp for source
      *> "P".  Both appliers refuse an item whose checker is its own
      *> maker, whatever path put it in that state.
      *>
      *> PEND-STATUS moves  P -> A or R (the checker's decision),
      *> then A -> D (applied), E (rejected by the applier's own
      *> rules, e.g. an ADD for an id that now exists) or S
      *> (refused: approved by its own maker).  R, D, E and S are
      *> final; a refused or failed change is submitted again as a
      *> new item.  The queue keeps every item as the record of who
      *> asked for what, who allowed it, and why.
      *>
      *> PEND-TRANS carries the change exactly as a maintenance
      *> transaction (see RNDTRANS.cpy), last so a wider case image
      *> only lengthens the record (the queue was reloaded through
      *> rndeffcvt when the case gained its effective dates).  No
      *> enclosing 01 so callers can nest it under an FD record;
      *> this fragment sits at the 05 level so the transaction image
      *> can nest inside it.
           05  PEND-ID            PIC 9(6).
           05  PEND-SOURCE        PIC X(1).
               88  PEND-FROM-TXN         VALUE "T".
               88  PEND-FROM-PACK        VALUE "P".
           05  PEND-STATUS        PIC X(1).
               88  PEND-IS-AWAITING      VALUE "P".
               88  PEND-IS-APPROVED      VALUE "A".
               88  PEND-IS-REJECTED      VALUE "R".
               88  PEND-IS-APPLIED       VALUE "D".
               88  PEND-IS-FAILED        VALUE "E".
               88  PEND-IS-REFUSED       VALUE "S".
           05  PEND-MAKER         PIC X(8).
           05  PEND-SUBMIT-DATE   PIC X(8).
           05  PEND-SUBMIT-TIME   PIC X(8).
           05  PEND-CHECKER       PIC X(8).
           05  PEND-DECIDE-DATE   PIC X(8).
           05  PEND-DECIDE-TIME   PIC X(8).
           05  PEND-REASON        PIC X(40).
           05  PEND-APPLY-DATE    PIC X(8).
           05  PEND-TRANS.
               COPY RNDTRANS.
