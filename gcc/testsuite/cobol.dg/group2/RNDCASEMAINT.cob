      *> table, its capacity ceiling, and the full-file rewrite at
      *> end of run are gone.
      *>
      *> Transactions come from the pending queue ROUNDCASE.PND (see
      *> RNDPEND.cpy): each was submitted there by one operator
      *> through rndcasesub and decided by another through
      *> rndcaseapr.  Only an item from rndcasesub (PEND-FROM-TXN)
      *> that has been approved is applied; items still awaiting a
      *> decision, rejected, or already settled are passed over.
      *> Each carries one transaction (see RNDTRANS.cpy):
      *>   TRANS-CODE "A"  add RND-CASE-ID as a new case (rejected if
      *>                   the id already exists)
      *>   TRANS-CODE "C"  replace an existing case's MODE/PRECIS/
      *>                   INPUT/EXPECT/EXP-ERR/OPCODE/OPND2 and its
      *>                   EFF-FROM/EFF-TO dates
      *>                   (rejected if the id does not exist)
      *>   TRANS-CODE "I"  set an existing case's RND-CASE-ACTIVE to
      *>                   "N" (rejected if the id does not exist)
      *> An ADD or CHANGE whose effective-from date is after its
      *> effective-to date is rejected outright -- such a case could
      *> never be in force.  The finer date checks, and overlaps
      *> between cases, are RNDCASEEDIT's to report.
      *>
      *> An approved item whose checker is blank or is its own maker
      *> is refused, never applied -- rndcaseapr will not record such
      *> an approval, so one found here came in by some other path.
      *> Every item this run takes up is settled on the queue: "D"
      *> applied with the run date, "E" when the transaction was
      *> rejected against the master (the log says why), "S" when
      *> refused.  A settled item is never taken up again; a change
      *> still wanted is submitted afresh.
      *>
      *> ROUNDCASE.PND is optional -- a run with no queue applies
      *> zero transactions and leaves the master's content untouched
      *> (the generation copy is still taken and the journal still
      *> opened; a run without a master to secure stops up front).
      *> RETURN-CODE 8 when any item was refused.
      *>
      *> Every run first copies the master to the prior-generation
      *> file ROUNDCASE.BAK, and every record a transaction touches
      *> is journaled to ROUNDCASE.JRN as a before-image and an
      *> after-image stamped with the run date/time and operator id,
      *> and with the item's maker and checker (see RNDJRNL.cpy) --
      *> so a CHANGE can always be traced to what it replaced, who
      *> asked for it and who allowed it, and RNDCASEBKO can back the
      *> run out from the journal.  A run that cannot secure the
      *> backup or the journal stops before touching the master:
      *> certification evidence is only as trustworthy as the case
               ACCESS MODE IS RANDOM
               RECORD KEY IS RND-CASE-ID OF RND-CASE-REC
               FILE STATUS IS WS-CASE-STATUS.
           SELECT RND-PEND-FILE ASSIGN TO "ROUNDCASE.PND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEND-ID
               FILE STATUS IS WS-PEND-STATUS.
      *> Second path to the master for the generation copy: the
      *> random-access SELECT above serves the keyed updates, this
      *> one reads the whole file in key order before any of them.
       FD  RND-CASE-FILE.
       01  RND-CASE-REC.
           COPY RNDCASE.
       FD  RND-PEND-FILE.
       01  RND-PEND-REC.
           COPY RNDPEND.
       FD  RND-CASE-SEQ-FILE.
       01  RND-CASE-SEQ-REC.
           COPY RNDCASE.
           COPY RNDJRNL.
       WORKING-STORAGE SECTION.
       01  WS-CASE-STATUS        PIC X(2) VALUE "00".
       01  WS-PEND-STATUS        PIC X(2) VALUE "00".
       01  WS-SEQ-STATUS         PIC X(2) VALUE "00".
       01  WS-BACKUP-STATUS      PIC X(2) VALUE "00".
       01  WS-JRNL-STATUS        PIC X(2) VALUE "00".
       01  WS-RUN-DATE           PIC X(8).
       01  WS-RUN-TIME           PIC X(8).
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-PEND-EOF-SW        PIC X(1) VALUE "N".
           88  WS-PEND-EOF           VALUE "Y".
       01  WS-FOUND-SW           PIC X(1).
           88  WS-FOUND-CASE         VALUE "Y".
       01  WS-ADD-COUNT          PIC 9(4) VALUE 0.
       01  WS-CHANGE-COUNT       PIC 9(4) VALUE 0.
       01  WS-INACTIVATE-COUNT   PIC 9(4) VALUE 0.
       01  WS-REJECT-COUNT       PIC 9(4) VALUE 0.
       01  WS-REJECTS-BEFORE     PIC 9(4) VALUE 0.
       01  WS-APPLIED-COUNT      PIC 9(4) VALUE 0.
       01  WS-FAILED-COUNT       PIC 9(4) VALUE 0.
       01  WS-REFUSED-COUNT      PIC 9(4) VALUE 0.
      *> The transaction being applied, lifted off its queue item.
       01  RND-TRANS-REC.
           COPY RNDTRANS.
       01  WS-LOCK-AREA.
           COPY RNDLOCK.
       01  WS-STEP-AREA.
           COPY RNDSTEP.
       PROCEDURE DIVISION.
       0100-MAINLINE.
           PERFORM 0400-BEGIN-STEP
           PERFORM 0200-INITIALIZE
           PERFORM 0300-ACQUIRE-LOCK
           PERFORM 1500-BACKUP-MASTER
           CLOSE RND-JRNL-FILE
           PERFORM 0310-RELEASE-LOCK
           PERFORM 4000-DISPLAY-SUMMARY
           PERFORM 0410-END-STEP
           STOP RUN.

       0200-INITIALIZE.
               DISPLAY "WARNING: UNABLE TO RELEASE RNDSUITE.LCK"
           END-IF.

       0400-BEGIN-STEP.
           SET STEP-FUNC-BEGIN TO TRUE
           MOVE "rndcasemaint" TO STEP-PROGRAM
           CALL "rndstep" USING WS-STEP-AREA.

      *> The return code the step leaves with, and its counts for
      *> the run sheet.
       0410-END-STEP.
           SET STEP-FUNC-END TO TRUE
           MOVE "rndcasemaint" TO STEP-PROGRAM
           MOVE RETURN-CODE TO STEP-RC
           MOVE "APPLIED" TO STEP-COUNT-LABEL (1)
           MOVE WS-APPLIED-COUNT TO STEP-COUNT-VALUE (1)
           MOVE "REJECTED" TO STEP-COUNT-LABEL (2)
           MOVE WS-REJECT-COUNT TO STEP-COUNT-VALUE (2)
           MOVE "REFUSED" TO STEP-COUNT-LABEL (3)
           MOVE WS-REFUSED-COUNT TO STEP-COUNT-VALUE (3)
           CALL "rndstep" USING WS-STEP-AREA.

      *> The prior generation is secured before the first update, so
      *> an abend mid-run can never leave the only copy of the master
      *> half-written: ROUNDCASE.BAK still holds the run's starting
               STOP RUN
           END-IF.

      *> ROUNDCASE.PND is optional -- status 35 (file not found)
      *> means nothing has ever been submitted, so there is nothing
      *> to apply this run, not a fatal error; any other non-zero
      *> status is a genuine I/O problem worth aborting over rather
      *> than silently reporting an empty run.
       2000-APPLY-TRANSACTIONS.
           OPEN I-O RND-PEND-FILE
           IF WS-PEND-STATUS = "35"
               DISPLAY "NO ROUNDCASE.PND FOUND - NO TRANSACTIONS "
                   "TO APPLY"
           ELSE
               IF WS-PEND-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN ROUNDCASE.PND - STATUS "
                       WS-PEND-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-PEND-EOF
                   READ RND-PEND-FILE
                       AT END
                           SET WS-PEND-EOF TO TRUE
                       NOT AT END
                           IF PEND-FROM-TXN AND PEND-IS-APPROVED
                               PERFORM 2010-TAKE-UP-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RND-PEND-FILE
           END-IF.

      *> Whether the transaction went through is read off the reject
      *> count: every rejection path in 2100 and below adds to it.
       2010-TAKE-UP-ITEM.
           IF PEND-CHECKER = SPACES OR PEND-CHECKER = PEND-MAKER
               DISPLAY "ITEM " PEND-ID " REFUSED - APPROVED BY ITS "
                   "OWN SUBMITTER " PEND-MAKER
               SET PEND-IS-REFUSED TO TRUE
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               MOVE PEND-TRANS TO RND-TRANS-REC
               MOVE WS-REJECT-COUNT TO WS-REJECTS-BEFORE
               PERFORM 2100-APPLY-ONE-TRANSACTION
               IF WS-REJECT-COUNT = WS-REJECTS-BEFORE
                   SET PEND-IS-APPLIED TO TRUE
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   SET PEND-IS-FAILED TO TRUE
                   ADD 1 TO WS-FAILED-COUNT
               END-IF
           END-IF
           MOVE WS-RUN-DATE TO PEND-APPLY-DATE
           REWRITE RND-PEND-REC
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "UNABLE TO REWRITE ROUNDCASE.PND ITEM "
                   PEND-ID " - STATUS " WS-PEND-STATUS
                   " - RUN ABANDONED"
               STOP RUN
           END-IF.

       2100-APPLY-ONE-TRANSACTION.
           EVALUATE TRUE
               WHEN (TRANS-IS-ADD OF RND-TRANS-REC
                     OR TRANS-IS-CHANGE OF RND-TRANS-REC)
                 AND RND-CASE-EFF-FROM OF RND-TRANS-REC NOT = SPACES
                 AND RND-CASE-EFF-TO OF RND-TRANS-REC NOT = SPACES
                 AND RND-CASE-EFF-FROM OF RND-TRANS-REC
                     > RND-CASE-EFF-TO OF RND-TRANS-REC
                   DISPLAY "TRANSACTION REJECTED - EFFECTIVE FROM "
                       RND-CASE-EFF-FROM OF RND-TRANS-REC
                       " AFTER EFFECTIVE TO "
                       RND-CASE-EFF-TO OF RND-TRANS-REC
                       " FOR CASE: " RND-CASE-ID OF RND-TRANS-REC
                   ADD 1 TO WS-REJECT-COUNT
               WHEN TRANS-IS-ADD OF RND-TRANS-REC
                   PERFORM 2110-ADD-CASE
               WHEN TRANS-IS-CHANGE OF RND-TRANS-REC
           PERFORM 2050-FIND-CASE-BY-ID
           IF WS-FOUND-CASE
      *> The keyed READ left the current record in RND-CASE-REC; only
      *> the nine documented fields change here (see the header
      *> comment) -- RND-CASE-ACTIVE is deliberately left alone so a
      *> CHANGE transaction that omits it can't accidentally reactivate
      *> or blank out a case's active/inactive status; that's "I"'s
                   TO RND-CASE-OPCODE OF RND-CASE-REC
               MOVE RND-CASE-OPND2 OF RND-TRANS-REC
                   TO RND-CASE-OPND2 OF RND-CASE-REC
               MOVE RND-CASE-EFF-FROM OF RND-TRANS-REC
                   TO RND-CASE-EFF-FROM OF RND-CASE-REC
               MOVE RND-CASE-EFF-TO OF RND-TRANS-REC
                   TO RND-CASE-EFF-TO OF RND-CASE-REC
               PERFORM 2060-REWRITE-CASE
               IF WS-CASE-STATUS = "00"
                   PERFORM 2080-JOURNAL-AFTER
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR
           MOVE TRANS-CODE OF RND-TRANS-REC TO JRN-ACTION
           MOVE RND-CASE-REC TO JRN-CASE
           MOVE PEND-MAKER TO JRN-MAKER
           MOVE PEND-CHECKER TO JRN-CHECKER
           WRITE RND-JRNL-REC
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE ROUNDCASE.JRN - STATUS "
           DISPLAY "ADDED: " WS-ADD-COUNT
               " CHANGED: " WS-CHANGE-COUNT
               " INACTIVATED: " WS-INACTIVATE-COUNT
               " REJECTED: " WS-REJECT-COUNT
           DISPLAY "QUEUE ITEMS APPLIED: " WS-APPLIED-COUNT
               " FAILED: " WS-FAILED-COUNT
               " REFUSED: " WS-REFUSED-COUNT
           IF WS-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
