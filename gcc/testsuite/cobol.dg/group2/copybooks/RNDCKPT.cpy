               88  CKPT-MASTER-DONE     VALUE "D".
           10  CKPT-PASS-COUNT    PIC 9(4).
           10  CKPT-FAIL-COUNT    PIC 9(4).
      *> The as-of date the checkpointed sweep was selecting cases
      *> by; a restart under any other as-of date would certify a
      *> mixture of two generations, so it runs the suite in full.
           10  CKPT-ASOF-DATE     PIC X(8).
