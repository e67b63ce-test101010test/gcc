       *> { dg-do compile }

      *> RNDRECMRG -- nightly merge of the replay verdicts into the
      *> account reconciliation history.  RNDRECON.RPT and
      *> RNDADJUST.DAT are rewritten every night, so on their own
      *> they cannot say whether an account mismatched once or has
      *> mismatched for twenty nights, or whether an adjustment sent
      *> to it ever fixed anything.  rndreplay writes every posting's
      *> verdict to RNDRESULT.DAT (see RNDRRES.cpy); this step runs
      *> after it and folds the night into ROUNDREC.HST, indexed on
      *> POST-ACCOUNT (see RNDRHIST.cpy), for the weekly report
      *> rndrecrpt:
      *>
      *>   - the verdict file is scanned first: every record must
      *>     carry the same extract date, which must be later than
      *>     the last night on the register ROUNDREC.REG (see
      *>     RNDRHREG.cpy) -- a rerun, or a stale verdict file left
      *>     by a night rndreplay did not run, merges nothing;
      *>   - the master is copied to the prior generation
      *>     ROUNDREC.BAK before the first update, as rndpolmaint
      *>     copies the policy master; the first run finds no master
      *>     and creates an empty one;
      *>   - the exceptions are merged first: an account's first
      *>     exception creates its record, and each night it is in
      *>     exception counts once towards its nights, however many
      *>     postings are involved.  A night in exception after an
      *>     adjustment was sent on an earlier night is a recurrence;
      *>   - the clean verdicts are merged second, so the order of
      *>     the extract does not matter: an account that replayed
      *>     clean with no exception the same night has its open
      *>     discrepancy closed.  Clean postings of accounts with no
      *>     history are not recorded;
      *>   - the night is registered once the master is closed.
      *>
      *> An account already in history with an exception in another
      *> book is reported and counted, but its delta is not added --
      *> minor units of different books are never summed.  That
      *> returns 4; a verdict file that cannot be merged returns 12.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rndrecmrg.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RND-RES-FILE ASSIGN TO "RNDRESULT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.
           SELECT RND-REG-FILE ASSIGN TO "ROUNDREC.REG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT RND-HIST-FILE ASSIGN TO "ROUNDREC.HST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RH-ACCOUNT OF RND-HIST-REC
               FILE STATUS IS WS-HIST-STATUS.
      *> Second path to the master for the generation copy, exactly
      *> as RNDPOLMAINT reads the policy master in key order before
      *> its first keyed update.
           SELECT RND-HIST-SEQ-FILE ASSIGN TO "ROUNDREC.HST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RH-ACCOUNT OF RND-HIST-SEQ-REC
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT RND-BACKUP-FILE ASSIGN TO "ROUNDREC.BAK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RH-ACCOUNT OF RND-BACKUP-REC
               FILE STATUS IS WS-BACKUP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RND-RES-FILE.
       01  RND-RES-REC.
           COPY RNDRRES.
       FD  RND-REG-FILE.
       01  RND-REG-REC.
           COPY RNDRHREG.
       FD  RND-HIST-FILE.
       01  RND-HIST-REC.
           COPY RNDRHIST.
       FD  RND-HIST-SEQ-FILE.
       01  RND-HIST-SEQ-REC.
           COPY RNDRHIST.
       FD  RND-BACKUP-FILE.
       01  RND-BACKUP-REC.
           COPY RNDRHIST.
       WORKING-STORAGE SECTION.
       01  WS-RES-STATUS         PIC X(2) VALUE "00".
       01  WS-REG-STATUS         PIC X(2) VALUE "00".
       01  WS-HIST-STATUS        PIC X(2) VALUE "00".
       01  WS-SEQ-STATUS         PIC X(2) VALUE "00".
       01  WS-BACKUP-STATUS      PIC X(2) VALUE "00".
       01  WS-EOF-SW             PIC X(1) VALUE "N".
           88  WS-EOF                VALUE "Y".
       01  WS-SEQ-EOF-SW         PIC X(1) VALUE "N".
           88  WS-SEQ-EOF            VALUE "Y".
       01  WS-NEW-MASTER-SW      PIC X(1) VALUE "N".
           88  WS-NEW-MASTER         VALUE "Y".
       01  WS-FOUND-SW           PIC X(1).
           88  WS-FOUND-ACCOUNT      VALUE "Y".
       01  WS-MODE-FOUND-SW      PIC X(1).
           88  WS-MODE-FOUND         VALUE "Y".
       01  WS-RUN-DATE           PIC X(8).
       01  WS-RUN-TIME           PIC X(8).
       01  WS-JOB-ID             PIC X(8) VALUE SPACES.
       01  WS-NIGHT              PIC X(8) VALUE SPACES.
       01  WS-LAST-MERGED        PIC X(8) VALUE SPACES.
       01  WS-MODE-SUB           PIC 9(2).

       01  WS-RESULT-COUNT       PIC 9(6) VALUE 0.
       01  WS-EXCEPTION-COUNT    PIC 9(6) VALUE 0.
       01  WS-BAD-DATE-COUNT     PIC 9(6) VALUE 0.
       01  WS-BACKUP-COUNT       PIC 9(6) VALUE 0.
       01  WS-NEW-COUNT          PIC 9(6) VALUE 0.
       01  WS-UPDATED-COUNT      PIC 9(6) VALUE 0.
       01  WS-RECUR-COUNT        PIC 9(6) VALUE 0.
       01  WS-CLOSED-COUNT       PIC 9(6) VALUE 0.
       01  WS-OTHER-BOOK-COUNT   PIC 9(6) VALUE 0.
       01  WS-STEP-AREA.
           COPY RNDSTEP.

       PROCEDURE DIVISION.
       0100-MAINLINE.
           PERFORM 0400-BEGIN-STEP
           PERFORM 1000-INITIALIZE
           PERFORM 1100-SCAN-RESULTS
           PERFORM 1200-CHECK-REGISTER
           PERFORM 1500-BACKUP-MASTER
           PERFORM 1600-OPEN-MASTER
           PERFORM 2000-MERGE-EXCEPTIONS
           PERFORM 3000-MERGE-CLEAN-NIGHTS
           CLOSE RND-HIST-FILE
           PERFORM 3800-REGISTER-NIGHT
           PERFORM 4000-DISPLAY-SUMMARY
           IF WS-OTHER-BOOK-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 0410-END-STEP
           STOP RUN.

       0400-BEGIN-STEP.
           SET STEP-FUNC-BEGIN TO TRUE
           MOVE "rndrecmrg" TO STEP-PROGRAM
           CALL "rndstep" USING WS-STEP-AREA.

      *> The return code the step leaves with, and its counts for
      *> the run sheet.
       0410-END-STEP.
           SET STEP-FUNC-END TO TRUE
           MOVE "rndrecmrg" TO STEP-PROGRAM
           MOVE RETURN-CODE TO STEP-RC
           MOVE "VERDICTS" TO STEP-COUNT-LABEL (1)
           MOVE WS-RESULT-COUNT TO STEP-COUNT-VALUE (1)
           MOVE "EXCEPTIONS" TO STEP-COUNT-LABEL (2)
           MOVE WS-EXCEPTION-COUNT TO STEP-COUNT-VALUE (2)
           MOVE "RECURRED" TO STEP-COUNT-LABEL (3)
           MOVE WS-RECUR-COUNT TO STEP-COUNT-VALUE (3)
           CALL "rndstep" USING WS-STEP-AREA.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-JOB-ID FROM ENVIRONMENT "LOGNAME"
           IF WS-JOB-ID = SPACES
               MOVE "BATCH" TO WS-JOB-ID
           END-IF.

      *> Nothing is touched until the whole verdict file is known to
      *> belong to one night.
       1100-SCAN-RESULTS.
           PERFORM 1110-OPEN-RESULTS
           IF WS-RES-STATUS = "35"
               DISPLAY "NO RNDRESULT.DAT FOUND - RUN RNDREPLAY "
                   "FIRST, NOTHING TO MERGE"
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF
               READ RND-RES-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RESULT-COUNT
                       IF WS-RESULT-COUNT = 1
                           MOVE RRES-EXTRACT-DATE TO WS-NIGHT
                       END-IF
                       IF RRES-EXTRACT-DATE NOT = WS-NIGHT
                         OR RRES-EXTRACT-DATE NOT NUMERIC
                           ADD 1 TO WS-BAD-DATE-COUNT
                       END-IF
                       IF RRES-IS-MISMATCH
                           ADD 1 TO WS-EXCEPTION-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RND-RES-FILE
           MOVE "N" TO WS-EOF-SW
           IF WS-RESULT-COUNT = 0
               DISPLAY "RNDRESULT.DAT IS EMPTY - NOTHING TO MERGE"
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF
           IF WS-BAD-DATE-COUNT > 0
               DISPLAY "RNDRESULT.DAT HAS " WS-BAD-DATE-COUNT
                   " VERDICT(S) NOT DATED " WS-NIGHT
                   " - NOTHING MERGED"
               MOVE 12 TO RETURN-CODE
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF.

       1110-OPEN-RESULTS.
           OPEN INPUT RND-RES-FILE
           IF WS-RES-STATUS NOT = "00" AND WS-RES-STATUS NOT = "35"
               DISPLAY "UNABLE TO OPEN RNDRESULT.DAT - STATUS "
                   WS-RES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Nights are merged in order, once each.  A missing register
      *> means nothing has been merged yet.
       1200-CHECK-REGISTER.
           OPEN INPUT RND-REG-FILE
           IF WS-REG-STATUS NOT = "35"
               IF WS-REG-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN ROUNDREC.REG - STATUS "
                       WS-REG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EOF
                   READ RND-REG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF RHR-EXTRACT-DATE > WS-LAST-MERGED
                               MOVE RHR-EXTRACT-DATE
                                   TO WS-LAST-MERGED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RND-REG-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF
           IF WS-NIGHT NOT > WS-LAST-MERGED
               DISPLAY "EXTRACT DATE " WS-NIGHT
                   " IS NOT AFTER THE LAST NIGHT MERGED ("
                   WS-LAST-MERGED ") - NOTHING MERGED"
               MOVE 12 TO RETURN-CODE
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF.

      *> The prior generation is secured before the first update.  A
      *> master that does not exist yet has no prior generation: the
      *> backup is taken empty and 1600 creates the master.
       1500-BACKUP-MASTER.
           OPEN INPUT RND-HIST-SEQ-FILE
           EVALUATE WS-SEQ-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "NO ROUNDREC.HST YET - A NEW HISTORY "
                       "MASTER WILL BE CREATED"
                   SET WS-NEW-MASTER TO TRUE
                   SET WS-SEQ-EOF TO TRUE
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN ROUNDREC.HST FOR BACKUP - "
                       "STATUS " WS-SEQ-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN OUTPUT RND-BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "UNABLE TO CREATE ROUNDREC.BAK - STATUS "
                   WS-BACKUP-STATUS " - RUN ABANDONED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-SEQ-EOF
               READ RND-HIST-SEQ-FILE
                   AT END
                       SET WS-SEQ-EOF TO TRUE
                   NOT AT END
                       MOVE RND-HIST-SEQ-REC TO RND-BACKUP-REC
                       WRITE RND-BACKUP-REC
                       IF WS-BACKUP-STATUS NOT = "00"
                           DISPLAY "UNABLE TO WRITE ROUNDREC.BAK "
                               "- STATUS " WS-BACKUP-STATUS
                               " - RUN ABANDONED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-BACKUP-COUNT
               END-READ
           END-PERFORM
           IF NOT WS-NEW-MASTER
               CLOSE RND-HIST-SEQ-FILE
           END-IF
           CLOSE RND-BACKUP-FILE
           DISPLAY "PRIOR GENERATION SECURED: " WS-BACKUP-COUNT
               " ACCOUNT(S) TO ROUNDREC.BAK".

       1600-OPEN-MASTER.
           IF WS-NEW-MASTER
               OPEN OUTPUT RND-HIST-FILE
               IF WS-HIST-STATUS = "00"
                   CLOSE RND-HIST-FILE
               END-IF
           END-IF
           OPEN I-O RND-HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROUNDREC.HST - STATUS "
                   WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-MERGE-EXCEPTIONS.
           PERFORM 1110-OPEN-RESULTS
           PERFORM UNTIL WS-EOF
               READ RND-RES-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RRES-IS-MISMATCH
                           PERFORM 2100-MERGE-ONE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RND-RES-FILE
           MOVE "N" TO WS-EOF-SW.

       2100-MERGE-ONE-EXCEPTION.
           PERFORM 2050-READ-ACCOUNT
           IF NOT WS-FOUND-ACCOUNT
               PERFORM 2150-START-HISTORY
           END-IF
      *> The account's first exception tonight makes tonight one of
      *> its nights -- and a recurrence, if an earlier night sent it
      *> an adjustment.
           IF RH-LAST-MISMATCH OF RND-HIST-REC < WS-NIGHT
               ADD 1 TO RH-MISMATCH-NIGHTS OF RND-HIST-REC
               IF RH-FIRST-MISMATCH OF RND-HIST-REC = SPACES
                   MOVE WS-NIGHT TO RH-FIRST-MISMATCH OF RND-HIST-REC
               END-IF
               MOVE WS-NIGHT TO RH-LAST-MISMATCH OF RND-HIST-REC
               IF RH-LAST-ADJ-DATE OF RND-HIST-REC NOT = SPACES
                 AND RH-LAST-ADJ-DATE OF RND-HIST-REC < WS-NIGHT
                   ADD 1 TO RH-RECUR-NIGHTS OF RND-HIST-REC
                   MOVE WS-NIGHT TO RH-LAST-RECUR OF RND-HIST-REC
                   ADD 1 TO WS-RECUR-COUNT
                   DISPLAY "ACCOUNT " RRES-ACCOUNT
                       " IN EXCEPTION AGAIN AFTER ADJUSTMENT OF "
                       RH-LAST-ADJ-DATE OF RND-HIST-REC
               END-IF
           END-IF
           ADD 1 TO RH-MISMATCH-COUNT OF RND-HIST-REC
           IF RH-OPEN-SINCE OF RND-HIST-REC = SPACES
               MOVE WS-NIGHT TO RH-OPEN-SINCE OF RND-HIST-REC
               MOVE 0 TO RH-OPEN-DELTA OF RND-HIST-REC
           END-IF
           IF RRES-CURRENCY = RH-CURRENCY OF RND-HIST-REC
               ADD RRES-DELTA-MINOR TO RH-CUM-DELTA OF RND-HIST-REC
               ADD RRES-DELTA-MINOR TO RH-OPEN-DELTA OF RND-HIST-REC
           ELSE
               ADD 1 TO WS-OTHER-BOOK-COUNT
               DISPLAY "ACCOUNT " RRES-ACCOUNT " HISTORY IS IN "
                   RH-CURRENCY OF RND-HIST-REC " - " RRES-CURRENCY
                   " EXCEPTION COUNTED, DELTA NOT ADDED"
           END-IF
           PERFORM 2200-NOTE-MODE
           IF RRES-IS-ADJUSTED
               IF RH-LAST-ADJ-DATE OF RND-HIST-REC = WS-NIGHT
                   ADD RRES-ADJ-MINOR
                       TO RH-LAST-ADJ-MINOR OF RND-HIST-REC
               ELSE
                   ADD 1 TO RH-ADJ-COUNT OF RND-HIST-REC
                   MOVE WS-NIGHT TO RH-LAST-ADJ-DATE OF RND-HIST-REC
                   MOVE RRES-ADJ-MINOR
                       TO RH-LAST-ADJ-MINOR OF RND-HIST-REC
               END-IF
           END-IF
           IF WS-FOUND-ACCOUNT
               PERFORM 2300-REWRITE-ACCOUNT
           ELSE
               WRITE RND-HIST-REC
                   INVALID KEY
                       DISPLAY "UNABLE TO ADD ACCOUNT " RRES-ACCOUNT
                           " TO ROUNDREC.HST - STATUS " WS-HIST-STATUS
                           " - RESTORE ROUNDREC.BAK BEFORE RERUN"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-WRITE
               ADD 1 TO WS-NEW-COUNT
           END-IF.

       2050-READ-ACCOUNT.
           MOVE "N" TO WS-FOUND-SW
           MOVE RRES-ACCOUNT TO RH-ACCOUNT OF RND-HIST-REC
           READ RND-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-FOUND-ACCOUNT TO TRUE
           END-READ.

       2150-START-HISTORY.
           MOVE SPACES TO RND-HIST-REC
           MOVE RRES-ACCOUNT TO RH-ACCOUNT OF RND-HIST-REC
           MOVE RRES-CURRENCY TO RH-CURRENCY OF RND-HIST-REC
           MOVE 0 TO RH-MISMATCH-NIGHTS OF RND-HIST-REC
           MOVE 0 TO RH-MISMATCH-COUNT OF RND-HIST-REC
           MOVE 0 TO RH-CUM-DELTA OF RND-HIST-REC
           MOVE 0 TO RH-MODE-COUNT OF RND-HIST-REC
           MOVE "N" TO RH-MODES-MORE OF RND-HIST-REC
           MOVE 0 TO RH-ADJ-COUNT OF RND-HIST-REC
           MOVE 0 TO RH-LAST-ADJ-MINOR OF RND-HIST-REC
           MOVE 0 TO RH-RECUR-NIGHTS OF RND-HIST-REC
           MOVE 0 TO RH-OPEN-DELTA OF RND-HIST-REC.

       2200-NOTE-MODE.
           MOVE "N" TO WS-MODE-FOUND-SW
           PERFORM VARYING WS-MODE-SUB FROM 1 BY 1
                   UNTIL WS-MODE-SUB > RH-MODE-COUNT OF RND-HIST-REC
               IF RH-MODE OF RND-HIST-REC (WS-MODE-SUB) = RRES-MODE
                   SET WS-MODE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-MODE-FOUND
               IF RH-MODE-COUNT OF RND-HIST-REC < 8
                   ADD 1 TO RH-MODE-COUNT OF RND-HIST-REC
                   MOVE RRES-MODE TO RH-MODE OF RND-HIST-REC
                       (RH-MODE-COUNT OF RND-HIST-REC)
               ELSE
                   MOVE "Y" TO RH-MODES-MORE OF RND-HIST-REC
               END-IF
           END-IF.

       2300-REWRITE-ACCOUNT.
           REWRITE RND-HIST-REC
               INVALID KEY
                   DISPLAY "UNABLE TO REWRITE ACCOUNT "
                       RH-ACCOUNT OF RND-HIST-REC
                       " IN ROUNDREC.HST - STATUS " WS-HIST-STATUS
                       " - RESTORE ROUNDREC.BAK BEFORE RERUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           ADD 1 TO WS-UPDATED-COUNT.

      *> Runs after every exception of the night is in, so "no
      *> exception tonight" is known whatever the extract order.
       3000-MERGE-CLEAN-NIGHTS.
           PERFORM 1110-OPEN-RESULTS
           PERFORM UNTIL WS-EOF
               READ RND-RES-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RRES-IS-CLEAN
                           PERFORM 3100-MERGE-ONE-CLEAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RND-RES-FILE
           MOVE "N" TO WS-EOF-SW.

       3100-MERGE-ONE-CLEAN.
           PERFORM 2050-READ-ACCOUNT
           IF WS-FOUND-ACCOUNT
             AND RH-LAST-MISMATCH OF RND-HIST-REC < WS-NIGHT
             AND RH-LAST-CLEAN OF RND-HIST-REC NOT = WS-NIGHT
               MOVE WS-NIGHT TO RH-LAST-CLEAN OF RND-HIST-REC
               IF RH-OPEN-SINCE OF RND-HIST-REC NOT = SPACES
                   MOVE SPACES TO RH-OPEN-SINCE OF RND-HIST-REC
                   MOVE 0 TO RH-OPEN-DELTA OF RND-HIST-REC
                   ADD 1 TO WS-CLOSED-COUNT
               END-IF
               PERFORM 2300-REWRITE-ACCOUNT
           END-IF.

      *> Written last, once the master is closed.  A night merged
      *> but not registered would be merged again by a rerun, so a
      *> register that cannot be written stops the run loudly.
       3800-REGISTER-NIGHT.
           OPEN EXTEND RND-REG-FILE
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT RND-REG-FILE
           END-IF
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROUNDREC.REG - STATUS "
                   WS-REG-STATUS " - " WS-NIGHT " MERGED BUT NOT "
                   "REGISTERED, REGISTER IT BEFORE ANY RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RND-REG-REC
           MOVE WS-NIGHT TO RHR-EXTRACT-DATE
           MOVE WS-RUN-DATE TO RHR-RUN-DATE
           MOVE WS-RUN-TIME TO RHR-RUN-TIME
           MOVE WS-JOB-ID TO RHR-JOB-ID
           MOVE WS-RESULT-COUNT TO RHR-RESULT-COUNT
           MOVE WS-EXCEPTION-COUNT TO RHR-MISMATCH-COUNT
           WRITE RND-REG-REC
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE ROUNDREC.REG - STATUS "
                   WS-REG-STATUS " - " WS-NIGHT " MERGED BUT NOT "
                   "REGISTERED, REGISTER IT BEFORE ANY RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RND-REG-FILE.

       4000-DISPLAY-SUMMARY.
           DISPLAY "RECON HISTORY MERGE FOR " WS-NIGHT ": "
               WS-RESULT-COUNT " VERDICT(S), "
               WS-EXCEPTION-COUNT " EXCEPTION(S)"
           DISPLAY "ACCOUNTS ADDED: " WS-NEW-COUNT
               "  RECORD UPDATES: " WS-UPDATED-COUNT
               "  RECURRED AFTER ADJUSTMENT: " WS-RECUR-COUNT
               "  DISCREPANCIES CLOSED: " WS-CLOSED-COUNT
           IF WS-OTHER-BOOK-COUNT > 0
               DISPLAY "EXCEPTIONS IN ANOTHER BOOK (DELTA NOT ADDED): "
                   WS-OTHER-BOOK-COUNT
           END-IF.
