      *> RNDSTEP.cpy
      *> Communication area for the rndstep subprogram, which keeps
      *> the suite's step ledger ROUNDSTEP.LDG (see RNDLEDG.cpy).
      *> Every batch program of the suite calls it twice: with
      *> STEP-FUNC-BEGIN as its first act, and with STEP-FUNC-END
      *> once its work is done and its RETURN-CODE decided.  The
      *> caller names itself in STEP-PROGRAM; BEGIN hands back the
      *> start stamp in STEP-START-DATE/-TIME and clears the counts.
      *> Before END the caller moves its RETURN-CODE to STEP-RC and
      *> fills up to three STEP-COUNT-LABEL/-VALUE pairs with the
      *> counts an operator would look for (cases swept, postings
      *> replayed, rejects); rndstep sets RETURN-CODE back to
      *> STEP-RC on the way out, so the call never disturbs the
      *> step's own return code.  A run abandoned before its END
      *> call leaves only its BEGIN record, which the run sheet
      *> (rndrunsht) reports as incomplete.  The ledger is evidence,
      *> not control: a ledger that cannot be written is warned
      *> about on the console by rndstep and comes back as
      *> STEP-IO-ERROR, and the step carries on.  No enclosing 01 so
      *> callers can nest it under their own group item.
           10  STEP-FUNC          PIC X(1).
               88  STEP-FUNC-BEGIN      VALUE "B".
               88  STEP-FUNC-END        VALUE "E".
           10  STEP-PROGRAM       PIC X(12).
           10  STEP-RC            PIC 9(4).
           10  STEP-START-DATE    PIC X(8).
           10  STEP-START-TIME    PIC X(8).
           10  STEP-COUNTS        OCCURS 3 TIMES.
               15  STEP-COUNT-LABEL   PIC X(12).
               15  STEP-COUNT-VALUE   PIC 9(9).
           10  STEP-STATUS        PIC X(1).
               88  STEP-OK              VALUE "0".
               88  STEP-IO-ERROR        VALUE "2".
