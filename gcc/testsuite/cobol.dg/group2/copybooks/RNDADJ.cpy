      *> RNDADJ.cpy
      *> Layout of one record of the adjustment feed RNDADJUST.DAT
      *> written by rndreplay alongside the reconciliation report.
      *> "D" is written once per mismatched account: the signed
      *> amount the posting system must apply to that account so the
      *> ledger agrees with the certified engine (recomputed amount
      *> minus posted amount -- the opposite sign of the report's
      *> posted-minus-recomputed delta column), in minor units of the
      *> account's own book: pennies for a two-decimal currency,
      *> whole units for yen, fils for dinar.  "T" is written once
      *> per currency at end of feed with that currency's detail
      *> record count and hash total (sum of its signed deltas) so
      *> the posting side can balance each book's part of the feed
      *> before applying a single record -- amounts in different
      *> minor units are never added together.  No enclosing 01 so
      *> callers can nest it under an FD record.
           10  ADJ-REC-TYPE       PIC X(1).
               88  ADJ-IS-DETAIL        VALUE "D".
               88  ADJ-IS-TRAILER       VALUE "T".
           10  ADJ-CURRENCY       PIC X(3).
           10  ADJ-ACCOUNT        PIC X(10).
           10  ADJ-DELTA-MINOR    PIC S9(9) SIGN LEADING SEPARATE.
           10  ADJ-REC-COUNT      PIC 9(6).
           10  ADJ-HASH-TOTAL     PIC S9(11) SIGN LEADING SEPARATE.
