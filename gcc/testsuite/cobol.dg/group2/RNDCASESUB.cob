       *> { dg-do compile }

      *> RNDCASESUB -- submission of case-master maintenance
      *> transactions for approval.  A change to the certified case
      *> list is no longer applied on one operator's say-so: the
      *> transactions an operator prepares in ROUNDCASE.TXN (see
      *> RNDTRANS.cpy -- the same add / change / inactivate records
      *> rndcasemaint has always taken) are staged here, one item
      *> each, into the pending queue ROUNDCASE.PND (see RNDPEND.cpy)
      *> with the submitting operator's id as maker.  A second
      *> operator then approves or rejects each item with a reason
      *> through rndcaseapr, and rndcasemaint applies only the items
      *> approved by somebody other than their maker.
      *>
      *> Each staged item is numbered on from the highest PEND-ID
      *> already in the queue and displayed, so the maker can tell
      *> the checker exactly which items to look at.  The queue is
      *> created on first use.  A transaction with an unknown code
      *> is turned away here rather than queued -- no checker should
      *> have to decide something nobody can apply.  Whether the
      *> case id exists is left to apply time, when the master is
      *> in hand: an ADD and a CHANGE for the same case can sit in
      *> the queue together.
      *>
      *> ROUNDCASE.TXN is optional -- a run with none prepared
      *> stages nothing.  Once read, the file is emptied, so a rerun
      *> cannot submit the same transactions twice; one turned away
      *> is named on the log and must be corrected and prepared
      *> again.  RETURN-CODE 8 when any transaction was turned
      *> away.  The queue is updated under the suite-wide
      *> in-use lock (see RNDLOCK.cpy), like every other writer of
      *> the case data.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rndcasesub.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RND-TRANS-FILE ASSIGN TO "ROUNDCASE.TXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT RND-PEND-FILE ASSIGN TO "ROUNDCASE.PND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-ID
               FILE STATUS IS WS-PEND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RND-TRANS-FILE.
       01  RND-TRANS-REC.
           COPY RNDTRANS.
       FD  RND-PEND-FILE.
       01  RND-PEND-REC.
           COPY RNDPEND.
       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS       PIC X(2) VALUE "00".
       01  WS-PEND-STATUS        PIC X(2) VALUE "00".
       01  WS-TRANS-EOF-SW       PIC X(1) VALUE "N".
           88  WS-TRANS-EOF          VALUE "Y".
       01  WS-PEND-EOF-SW        PIC X(1) VALUE "N".
           88  WS-PEND-EOF           VALUE "Y".
       01  WS-RUN-DATE           PIC X(8).
       01  WS-RUN-TIME           PIC X(8).
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-LAST-PEND-ID       PIC 9(6) VALUE 0.
       01  WS-STAGED-COUNT       PIC 9(4) VALUE 0.
       01  WS-REJECT-COUNT       PIC 9(4) VALUE 0.
       01  WS-LOCK-AREA.
           COPY RNDLOCK.
       01  WS-STEP-AREA.
           COPY RNDSTEP.
       PROCEDURE DIVISION.
       0100-MAINLINE.
           PERFORM 0400-BEGIN-STEP
           PERFORM 0200-INITIALIZE
           PERFORM 0300-ACQUIRE-LOCK
           PERFORM 1000-OPEN-QUEUE
           PERFORM 1100-FIND-LAST-ITEM
           PERFORM 2000-STAGE-TRANSACTIONS
           CLOSE RND-PEND-FILE
           PERFORM 0310-RELEASE-LOCK
           PERFORM 4000-DISPLAY-SUMMARY
           PERFORM 0410-END-STEP
           STOP RUN.

       0200-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "LOGNAME"
           IF WS-OPERATOR-ID = SPACES
               MOVE "BATCH" TO WS-OPERATOR-ID
           END-IF.

       0300-ACQUIRE-LOCK.
           SET LOCK-FUNC-ACQUIRE TO TRUE
           MOVE "rndcasesub" TO LOCK-PROGRAM
           CALL "rndlock" USING WS-LOCK-AREA
           EVALUATE TRUE
               WHEN LOCK-OK
                   CONTINUE
               WHEN LOCK-BUSY
                   DISPLAY "SUITE IN USE BY " LOCK-HOLDER-PROG
                       " JOB " LOCK-HOLDER-JOB " SINCE "
                       LOCK-HOLDER-DATE " " LOCK-HOLDER-TIME
                       " - RERUN LATER, OR SET RNDLOCKOVERRIDE=Y "
                       "IF THE LOCK IS STALE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "UNABLE TO ACQUIRE RNDSUITE.LCK - "
                       "RUN ABANDONED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       0310-RELEASE-LOCK.
           SET LOCK-FUNC-RELEASE TO TRUE
           MOVE "rndcasesub" TO LOCK-PROGRAM
           CALL "rndlock" USING WS-LOCK-AREA
           IF NOT LOCK-OK
               DISPLAY "WARNING: UNABLE TO RELEASE RNDSUITE.LCK"
           END-IF.

       0400-BEGIN-STEP.
           SET STEP-FUNC-BEGIN TO TRUE
           MOVE "rndcasesub" TO STEP-PROGRAM
           CALL "rndstep" USING WS-STEP-AREA.

      *> The return code the step leaves with, and its counts for
      *> the run sheet.
       0410-END-STEP.
           SET STEP-FUNC-END TO TRUE
           MOVE "rndcasesub" TO STEP-PROGRAM
           MOVE RETURN-CODE TO STEP-RC
           MOVE "SUBMITTED" TO STEP-COUNT-LABEL (1)
           MOVE WS-STAGED-COUNT TO STEP-COUNT-VALUE (1)
           MOVE "REJECTED" TO STEP-COUNT-LABEL (2)
           MOVE WS-REJECT-COUNT TO STEP-COUNT-VALUE (2)
           CALL "rndstep" USING WS-STEP-AREA.

      *> Status 35 is the first submission ever: the queue is
      *> created empty and reopened for update.
       1000-OPEN-QUEUE.
           OPEN I-O RND-PEND-FILE
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT RND-PEND-FILE
               IF WS-PEND-STATUS = "00"
                   CLOSE RND-PEND-FILE
                   OPEN I-O RND-PEND-FILE
               END-IF
           END-IF
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROUNDCASE.PND - STATUS "
                   WS-PEND-STATUS " - RUN ABANDONED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Items are never deleted, so the last key read in order is
      *> the highest number ever issued.
       1100-FIND-LAST-ITEM.
           PERFORM UNTIL WS-PEND-EOF
               READ RND-PEND-FILE NEXT RECORD
                   AT END
                       SET WS-PEND-EOF TO TRUE
                   NOT AT END
                       MOVE PEND-ID TO WS-LAST-PEND-ID
               END-READ
           END-PERFORM.

      *> ROUNDCASE.TXN is optional -- status 35 (file not found) means
      *> there is nothing to submit this run, not a fatal error.
       2000-STAGE-TRANSACTIONS.
           OPEN INPUT RND-TRANS-FILE
           IF WS-TRANS-STATUS = "35"
               DISPLAY "NO ROUNDCASE.TXN FOUND - NO TRANSACTIONS "
                   "TO SUBMIT"
           ELSE
               IF WS-TRANS-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN ROUNDCASE.TXN - STATUS "
                       WS-TRANS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-TRANS-EOF
                   READ RND-TRANS-FILE
                       AT END
                           SET WS-TRANS-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-STAGE-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE RND-TRANS-FILE
               PERFORM 2900-CLEAR-TRANSACTIONS
           END-IF.

       2100-STAGE-ONE-TRANSACTION.
           IF TRANS-IS-ADD OF RND-TRANS-REC
             OR TRANS-IS-CHANGE OF RND-TRANS-REC
             OR TRANS-IS-INACTIVATE OF RND-TRANS-REC
               PERFORM 2200-WRITE-PENDING-ITEM
           ELSE
               DISPLAY "TRANSACTION NOT SUBMITTED - UNKNOWN CODE: "
                   TRANS-CODE OF RND-TRANS-REC
                   " CASE " RND-CASE-ID OF RND-TRANS-REC
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

      *> A queue that stops taking writes stops the run: the lock is
      *> left held so the next contender looks at what was staged.
       2200-WRITE-PENDING-ITEM.
           ADD 1 TO WS-LAST-PEND-ID
           MOVE SPACES TO RND-PEND-REC
           MOVE WS-LAST-PEND-ID TO PEND-ID
           SET PEND-FROM-TXN TO TRUE
           SET PEND-IS-AWAITING TO TRUE
           MOVE WS-OPERATOR-ID TO PEND-MAKER
           MOVE WS-RUN-DATE TO PEND-SUBMIT-DATE
           MOVE WS-RUN-TIME TO PEND-SUBMIT-TIME
           MOVE RND-TRANS-REC TO PEND-TRANS
           WRITE RND-PEND-REC
               INVALID KEY
                   DISPLAY "UNABLE TO WRITE ROUNDCASE.PND - STATUS "
                       WS-PEND-STATUS " - RUN ABANDONED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           DISPLAY "SUBMITTED FOR APPROVAL: ITEM " PEND-ID
               " " TRANS-CODE OF RND-TRANS-REC
               " CASE " RND-CASE-ID OF RND-TRANS-REC
           ADD 1 TO WS-STAGED-COUNT.

       2900-CLEAR-TRANSACTIONS.
           OPEN OUTPUT RND-TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "WARNING: UNABLE TO EMPTY ROUNDCASE.TXN - "
                   "STATUS " WS-TRANS-STATUS
                   " - REMOVE IT BEFORE THE NEXT SUBMISSION"
               MOVE 4 TO RETURN-CODE
           ELSE
               CLOSE RND-TRANS-FILE
           END-IF.

       4000-DISPLAY-SUMMARY.
           DISPLAY "SUBMITTED: " WS-STAGED-COUNT
               " NOT SUBMITTED: " WS-REJECT-COUNT
               " - SUBMITTED BY " WS-OPERATOR-ID
           IF WS-REJECT-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
