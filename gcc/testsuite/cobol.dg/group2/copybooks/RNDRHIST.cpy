      *> RNDRHIST.cpy
      *> Layout of one record of the account reconciliation history
      *> ROUNDREC.HST, indexed on RH-ACCOUNT (POST-ACCOUNT).  An
      *> account gets a record the first night rndreplay finds it in
      *> exception, and rndrecmrg merges every later night's
      *> verdicts for it (see RNDRRES.cpy).  Dates are extract dates.
      *>   RH-CURRENCY         the account's book, from its first
      *>                       exception; every delta below is in
      *>                       minor units of this book
      *>   RH-FIRST-MISMATCH / RH-LAST-MISMATCH
      *>   RH-MISMATCH-NIGHTS  nights with at least one exception
      *>   RH-MISMATCH-COUNT   exception postings over all nights
      *>   RH-CUM-DELTA        posted minus recomputed, all nights
      *>   RH-MODE             the modes its exceptions claimed, in
      *>                       the order first met; RH-MODES-MORE is
      *>                       "Y" once more were met than fit
      *>   RH-ADJ-COUNT        nights an adjustment was sent
      *>   RH-LAST-ADJ-DATE / RH-LAST-ADJ-MINOR
      *>                       the last night one was sent and its
      *>                       net amount as sent on RNDADJUST.DAT
      *>   RH-RECUR-NIGHTS     nights in exception again after an
      *>                       adjustment had been sent on an earlier
      *>                       night -- the adjustment fixed nothing
      *>   RH-LAST-RECUR       the last such night
      *>   RH-OPEN-SINCE       first night of the open discrepancy,
      *>                       blank when none is open.  A
      *>                       discrepancy opens with an exception and
      *>                       stays open until a night on which the
      *>                       account replays clean with no exception
      *>   RH-OPEN-DELTA       posted minus recomputed since it opened
      *>   RH-LAST-CLEAN       the last night the account replayed
      *>                       clean with no exception
      *> No enclosing 01 so callers can nest it under an FD record.
           10  RH-ACCOUNT         PIC X(10).
           10  RH-CURRENCY        PIC X(3).
           10  RH-FIRST-MISMATCH  PIC X(8).
           10  RH-LAST-MISMATCH   PIC X(8).
           10  RH-MISMATCH-NIGHTS PIC 9(5).
           10  RH-MISMATCH-COUNT  PIC 9(7).
           10  RH-CUM-DELTA       PIC S9(11) SIGN LEADING SEPARATE.
           10  RH-MODE-COUNT      PIC 9(1).
           10  RH-MODE            PIC X(24) OCCURS 8 TIMES.
           10  RH-MODES-MORE      PIC X(1).
           10  RH-ADJ-COUNT       PIC 9(5).
           10  RH-LAST-ADJ-DATE   PIC X(8).
           10  RH-LAST-ADJ-MINOR  PIC S9(11) SIGN LEADING SEPARATE.
           10  RH-RECUR-NIGHTS    PIC 9(5).
           10  RH-LAST-RECUR      PIC X(8).
           10  RH-OPEN-SINCE      PIC X(8).
           10  RH-OPEN-DELTA      PIC S9(11) SIGN LEADING SEPARATE.
           10  RH-LAST-CLEAN      PIC X(8).
