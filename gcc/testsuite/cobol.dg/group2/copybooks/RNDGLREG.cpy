      *> RNDGLREG.cpy
      *> Layout of one record of ROUNDGL.REG, the register of extract
      *> dates whose rounding residue has been journaled.  rndresjrn
      *> appends one record after each journal it completes and
      *> refuses any extract date already on the register, so a
      *> rerun of the step cannot book the same night's residue to
      *> the ledger twice.  A journal that has to be redone is
      *> reversed in the ledger first and its register record then
      *> removed by hand.  No enclosing 01 so callers can nest it
      *> under an FD record.
           10  GLR-EXTRACT-DATE   PIC X(8).
           10  GLR-RUN-DATE       PIC X(8).
           10  GLR-RUN-TIME       PIC X(8).
           10  GLR-JOB-ID         PIC X(8).
           10  GLR-POSTING-COUNT  PIC 9(6).
           10  GLR-ENTRY-COUNT    PIC 9(6).
