      *> RNDCURR.cpy
      *> Layout of one entry of the currency reference table
      *> ROUNDCUR.DAT: an ISO 4217 currency code, the decimal scale
      *> its books post at (the same PRECIS codes a boundary case
      *> certifies -- see RNDCOMP.cpy), and whether postings in it
      *> are accepted at all.  rndpostval edits every extract detail
      *> against this table; rndreplay and rndmodestudy take each
      *> posting's rounding scale from it, so a yen book is replayed
      *> at scale 0 and a dinar book at scale 3 instead of everything
      *> at two decimals.  No enclosing 01 so callers can nest it
      *> under an FD record or an OCCURS table entry.
           10  CUR-CODE           PIC X(3).
           10  CUR-PRECIS         PIC X(1).
               88  CUR-IS-DIGIT         VALUE "D".
               88  CUR-IS-CURR          VALUE "C".
               88  CUR-IS-UNIT          VALUE "U".
               88  CUR-IS-MIL           VALUE "M".
           10  CUR-ACTIVE         PIC X(1).
               88  CUR-IS-ACTIVE        VALUE "Y".
               88  CUR-IS-INACT         VALUE "N".
           10  CUR-DESC           PIC X(20).
