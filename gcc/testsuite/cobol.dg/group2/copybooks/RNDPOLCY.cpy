      *> RNDPOLCY.cpy
      *> Layout of one rounding-policy record: the ROUNDED MODE and
      *> decimal scale the business has sanctioned for a block of
      *> posting accounts, and the dates the sanction is in force.
      *> The certification suite proves each mode rounds correctly
      *> and rndreplay proves the posting system applied the mode it
      *> claims; the policy master is what says which mode it should
      *> have claimed in the first place.  Shared by the indexed
      *> policy master ROUNDPOL.MST (keyed on POL-ID), its backup,
      *> the maintenance transaction and journal records, and the
      *> in-memory policy table of the compliance check.  No
      *> enclosing 01 so callers can nest it under an FD record or
      *> an OCCURS table entry.
      *>
      *> A policy selects the accounts it governs one of two ways:
      *>   POL-MATCH-TYPE "R"  POST-ACCOUNT from POL-ACCT-LOW through
      *>                       POL-ACCT-HIGH inclusive
      *>   POL-MATCH-TYPE "P"  the first POL-PREFIX-LEN characters of
      *>                       POST-ACCOUNT equal the same characters
      *>                       of POL-ACCT-LOW (a product prefix);
      *>                       POL-ACCT-HIGH is not used
      *> Where more than one policy in force covers an account, the
      *> lowest POL-ID wins -- give narrow exceptions the low ids.
           10  POL-ID             PIC 9(4).
           10  POL-MATCH-TYPE     PIC X(1).
               88  POL-BY-RANGE         VALUE "R".
               88  POL-BY-PREFIX        VALUE "P".
           10  POL-ACCT-LOW       PIC X(10).
           10  POL-ACCT-HIGH      PIC X(10).
           10  POL-PREFIX-LEN     PIC 9(2).
           10  POL-MODE           PIC X(24).
      *> Same scale codes as RND-CASE-PRECIS (see RNDCOMP.cpy).
           10  POL-PRECIS         PIC X(1).
               88  POL-IS-DIGIT         VALUE "D".
               88  POL-IS-CURR          VALUE "C".
               88  POL-IS-UNIT          VALUE "U".
               88  POL-IS-MIL           VALUE "M".
      *> YYYYMMDD, both inclusive; an open-ended policy carries
      *> 99999999 as its effective-to date.
           10  POL-EFF-FROM       PIC X(8).
           10  POL-EFF-TO         PIC X(8).
           10  POL-ACTIVE         PIC X(1).
               88  POL-IS-ACTIVE        VALUE "Y".
               88  POL-IS-INACT         VALUE "N".
           10  POL-DESC           PIC X(20).
