      *> RNDRHREG.cpy
      *> Layout of one record of ROUNDREC.REG, the register of extract
      *> dates rndrecmrg has merged into the account reconciliation
      *> history.  One record is appended after each completed merge,
      *> and a night not later than the last one registered is
      *> refused, so a rerun cannot count the same night twice.  A
      *> merge that has to be redone is redone from the prior
      *> generation ROUNDREC.BAK, with its register record removed by
      *> hand.  No enclosing 01 so callers can nest it under an FD
      *> record.
           10  RHR-EXTRACT-DATE   PIC X(8).
           10  RHR-RUN-DATE       PIC X(8).
           10  RHR-RUN-TIME       PIC X(8).
           10  RHR-JOB-ID         PIC X(8).
           10  RHR-RESULT-COUNT   PIC 9(6).
           10  RHR-MISMATCH-COUNT PIC 9(6).
