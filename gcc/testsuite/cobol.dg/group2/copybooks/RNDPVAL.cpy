      *> RNDPVAL.cpy
      *> Layout of the one record of POSTEXTR.CTL, the proof that
      *> POSTEXTR.ACC is the accepted part of a balanced extract and
      *> which night it belongs to.  rndpostval empties the file as
      *> it starts and writes the record only once the extract has
      *> balanced against its trailer, carrying forward the extract
      *> date the header was checked against; a missing extract, a
      *> control failure or an abended run all leave it empty, with
      *> whatever POSTEXTR.ACC an earlier night left behind.  The
      *> steps that book or merge from POSTEXTR.ACC -- rndresjrn and
      *> rndreplay -- take their extract date from this record and
      *> refuse to run without one for the night they are asked to
      *> process, so a stale POSTEXTR.ACC can never be booked under a
      *> new date.  No enclosing 01 so callers can nest it under an
      *> FD record.
           10  PVAL-EXTRACT-DATE  PIC X(8).
           10  PVAL-ACCEPT-COUNT  PIC 9(6).
           10  PVAL-REJECT-COUNT  PIC 9(6).
           10  PVAL-RUN-DATE      PIC X(8).
           10  PVAL-RUN-TIME      PIC X(8).
