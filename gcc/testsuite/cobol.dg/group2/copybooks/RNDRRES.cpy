      *> RNDRRES.cpy
      *> Layout of one record of RNDRESULT.DAT, the replay verdicts
      *> rndreplay writes beside RNDRECON.RPT: one record for every
      *> posting replayed, clean or not, stamped with the extract
      *> date, so rndrecmrg can carry the night into the account
      *> reconciliation history (see RNDRHIST.cpy).  The clean
      *> records matter as much as the exceptions -- they are how an
      *> account is seen to have stopped mismatching.
      *>   RRES-VERDICT     "M" replayed clean
      *>                    "A" amount differs; an adjustment was
      *>                        written to RNDADJUST.DAT
      *>                    "S" SIZE ERROR on replay
      *>                    "U" mode not in the shared mode table
      *>                    "C" currency not in ROUNDCUR.DAT
      *>   RRES-DELTA-MINOR posted minus recomputed, in minor units
      *>                    of the book, as on the report's delta
      *>                    column; zero where there is no honest
      *>                    recomputed amount ("S", "U", "C")
      *>   RRES-ADJ-MINOR   the amount sent on the adjustment feed
      *>                    (the opposite sign); zero unless "A"
      *> No enclosing 01 so callers can nest it under an FD record.
           10  RRES-EXTRACT-DATE  PIC X(8).
           10  RRES-ACCOUNT       PIC X(10).
           10  RRES-CURRENCY      PIC X(3).
           10  RRES-MODE          PIC X(24).
           10  RRES-VERDICT       PIC X(1).
               88  RRES-IS-CLEAN        VALUE "M".
               88  RRES-IS-ADJUSTED     VALUE "A".
               88  RRES-IS-MISMATCH     VALUE "A" "S" "U" "C".
           10  RRES-DELTA-MINOR   PIC S9(9) SIGN LEADING SEPARATE.
           10  RRES-ADJ-MINOR     PIC S9(9) SIGN LEADING SEPARATE.
