      *> RNDSTEXP.cpy
      *> Layout of one expected-step rule in ROUNDSTEP.EXP, read by
      *> the run-sheet program rndrunsht to judge a night's steps:
      *>   SEXP-PROGRAM     the step (its PROGRAM-ID, as rndstep
      *>                    records it)
      *>   SEXP-REQUIRED    "Y" when the step must run every night
      *>                    -- a night without it is reported as
      *>                    "NOT RUN"; "N" when it runs only some
      *>                    nights and only its ordering is checked
      *>   SEXP-AFTER       a step that must already have run, and
      *>                    finished, earlier the same night whenever
      *>                    this one runs -- or blank for none
      *>   SEXP-AFTER-MAX-RC  the highest return code of that
      *>                    earlier step that still counts as clean
      *>                    (00 for "prog only after a clean edit")
      *>   SEXP-REASON      free text carried onto the run sheet
      *> A step with several prerequisites has one rule per
      *> prerequisite; it is required if any of its rules says so.
      *> No enclosing 01 so callers can nest it under an FD record.
           10  SEXP-PROGRAM       PIC X(12).
           10  SEXP-REQUIRED      PIC X(1).
               88  SEXP-IS-REQUIRED     VALUE "Y".
               88  SEXP-IS-OPTIONAL     VALUE "N".
           10  SEXP-AFTER         PIC X(12).
           10  SEXP-AFTER-MAX-RC  PIC 9(2).
           10  SEXP-REASON        PIC X(40).
