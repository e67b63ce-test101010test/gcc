      *> RNDGLCFG.cpy
      *> Layout of one line of ROUNDGL.CFG, the account-group table
      *> the rounding-residue journal rndresjrn books by.  Each line
      *> names an account group, says which posting accounts belong
      *> to it, and gives the two general-ledger accounts its
      *> residue is booked between:
      *>   GLC-GROUP        the group's code, carried onto the
      *>                    journal and the proof
      *>   GLC-PREFIX-LEN   how many leading characters of
      *>                    POST-ACCOUNT must equal the same
      *>                    characters of GLC-ACCT-PREFIX (the same
      *>                    product-prefix test as a "P" policy, see
      *>                    RNDPOLCY.cpy); 00 takes every account,
      *>                    for a catch-all last line
      *>   GLC-CURRENCY     the book the line applies to, or blank
      *>                    for every book
      *>   GLC-SUSPENSE-GL  the rounding gain/loss suspense account
      *>   GLC-OFFSET-GL    the account the residue is booked
      *>                    against -- where the product's postings
      *>                    carry the other side of the difference
      *> Lines are tried in file order and the first that covers a
      *> posting wins, so narrow groups go above wide ones.  A
      *> posting no line covers holds the whole journal back: its
      *> residue has nowhere to go.  No enclosing 01 so callers can
      *> nest it under an FD record or an OCCURS table entry.
           10  GLC-GROUP          PIC X(6).
           10  GLC-PREFIX-LEN     PIC 9(2).
           10  GLC-ACCT-PREFIX    PIC X(10).
           10  GLC-CURRENCY       PIC X(3).
           10  GLC-SUSPENSE-GL    PIC X(12).
           10  GLC-OFFSET-GL      PIC X(12).
           10  GLC-DESC           PIC X(20).
