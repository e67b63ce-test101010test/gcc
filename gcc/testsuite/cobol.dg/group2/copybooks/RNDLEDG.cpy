      *> RNDLEDG.cpy
      *> Layout of one record in the step ledger ROUNDSTEP.LDG,
      *> written only by the rndstep subprogram (see RNDSTEP.cpy)
      *> and read by the run-sheet program rndrunsht.  The ledger is
      *> appended to for ever, in the order steps begin and end:
      *>   LDG-REC-TYPE "B"  a step has started -- program, job id
      *>                     and start stamp only
      *>   LDG-REC-TYPE "E"  the step has finished its work -- the
      *>                     start stamp again (it pairs the record
      *>                     with its "B"), the end stamp, the
      *>                     elapsed seconds, the return code and up
      *>                     to three labelled counts
      *> A "B" with no matching "E" is a step that abended or was
      *> abandoned on an error path before it got that far.  Job id
      *> is the LOGNAME of the run, as on the audit log.  No
      *> enclosing 01 so callers can nest it under an FD record.
           10  LDG-REC-TYPE       PIC X(1).
               88  LDG-IS-BEGIN         VALUE "B".
               88  LDG-IS-END           VALUE "E".
           10  LDG-PROGRAM        PIC X(12).
           10  LDG-JOB-ID         PIC X(8).
           10  LDG-START-DATE     PIC X(8).
           10  LDG-START-TIME     PIC X(8).
           10  LDG-END-DATE       PIC X(8).
           10  LDG-END-TIME       PIC X(8).
           10  LDG-RC             PIC 9(4).
           10  LDG-ELAPSED-SECS   PIC 9(6).
           10  LDG-COUNTS         OCCURS 3 TIMES.
               15  LDG-COUNT-LABEL    PIC X(12).
               15  LDG-COUNT-VALUE    PIC 9(9).
