               10  PACK-REGION        PIC X(8).
               10  PACK-EXTRACT-DATE  PIC X(8).
               10  PACK-CASE-COUNT    PIC 9(6).
               10  FILLER             PIC X(59).
           05  PACK-TRAILER-AREA REDEFINES PACK-CASE.
               10  PACK-TRL-COUNT     PIC 9(6).
               10  PACK-HASH-TOTAL    PIC S9(13)V999 SIGN LEADING
                                      SEPARATE.
               10  FILLER             PIC X(58).
