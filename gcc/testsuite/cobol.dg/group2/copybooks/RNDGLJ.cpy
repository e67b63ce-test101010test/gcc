      *> RNDGLJ.cpy
      *> Layout of one record of the rounding-residue general-ledger
      *> journal ROUNDGL.JNL written by rndresjrn for one extract
      *> date.  The residue of a posting is POST-RAW-AMOUNT minus
      *> POST-ROUNDED-AMT: what the computation produced less what
      *> reached the ledger.  It is summed by book, rounding mode
      *> and account group (see RNDGLCFG.cpy) and booked between the
      *> group's suspense and offset accounts -- a positive residue
      *> credits suspense and debits the offset account, a negative
      *> one the reverse, so every entry is a debit line and a credit
      *> line of the same amount.
      *>
      *>   "H"  header, first record: extract date and the run that
      *>        produced the journal
      *>   "D"  one entry line: GL account, debit or credit, amount,
      *>        and the book, mode and group it came from
      *>   "T"  trailer, one per book at the end of the journal:
      *>        that book's entry-line count, the hash total of its
      *>        line amounts, and its debit and credit totals, which
      *>        are equal in a balanced journal
      *>
      *> Amounts are unsigned major units of the book at the three
      *> decimals of the extract -- the residue is not itself rounded
      *> to the book's minor unit, since that would leave a residue
      *> of its own.  As with the adjustment feed (RNDADJ.cpy), books
      *> are balanced separately and never added together.  Fields
      *> not used by a record type are blank.  No enclosing 01 so
      *> callers can nest it under an FD record.
           10  GLJ-REC-TYPE       PIC X(1).
               88  GLJ-IS-HEADER        VALUE "H".
               88  GLJ-IS-ENTRY         VALUE "D".
               88  GLJ-IS-TRAILER       VALUE "T".
           10  GLJ-EXTRACT-DATE   PIC X(8).
           10  GLJ-CURRENCY       PIC X(3).
           10  GLJ-LINE-NO        PIC 9(6).
           10  GLJ-GL-ACCOUNT     PIC X(12).
           10  GLJ-DR-CR          PIC X(1).
               88  GLJ-IS-DEBIT         VALUE "D".
               88  GLJ-IS-CREDIT        VALUE "C".
           10  GLJ-AMOUNT         PIC 9(11)V999.
           10  GLJ-GROUP          PIC X(6).
           10  GLJ-MODE           PIC X(24).
           10  GLJ-ENTRY-COUNT    PIC 9(6).
           10  GLJ-HASH-TOTAL     PIC 9(13)V999.
           10  GLJ-DEBIT-TOTAL    PIC 9(13)V999.
           10  GLJ-CREDIT-TOTAL   PIC 9(13)V999.
           10  GLJ-RUN-DATE       PIC X(8).
           10  GLJ-RUN-TIME       PIC X(8).
           10  GLJ-JOB-ID         PIC X(8).
