      *> replay reconciliation, which recomputes the rounding with
      *> the certified engine and flags any disagreement.  No
      *> enclosing 01 so callers can nest it under an FD record.
      *>
      *> POST-CURRENCY names the book the posting belongs to (ISO
      *> 4217 code, see RNDCURR.cpy); its entry in the currency table
      *> gives the scale the posting rounds at.  POST-ROUNDED-AMT
      *> carries three decimals so a dinar posting is exact; a yen
      *> or dollar posting leaves the surplus low-order digits zero.
      *> Both came in as one layout change to the extract, taken by
      *> the posting side and rndpostval on the same night.
           10  POST-ACCOUNT       PIC X(10).
           10  POST-CURRENCY      PIC X(3).
           10  POST-RAW-AMOUNT    PIC S9(7)V999 SIGN LEADING
                                  SEPARATE.
           10  POST-ROUNDED-AMT   PIC S9(7)V999 SIGN LEADING
                                  SEPARATE.
           10  POST-MODE          PIC X(24).
