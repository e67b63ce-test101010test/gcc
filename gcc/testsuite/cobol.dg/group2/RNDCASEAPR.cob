       *> { dg-do compile }

      *> RNDCASEAPR -- the checker's half of maker-checker control
      *> over the case master.  Every add / change / inactivate
      *> waits in the pending queue ROUNDCASE.PND (see RNDPEND.cpy)
      *> from the moment it is submitted -- by rndcasesub for a
      *> maintenance transaction, by rndcaseimp for a difference a
      *> case pack would make -- until a second operator decides
      *> it here.  The checker is the operator running this program
      *> (LOGNAME); the decisions are read from ROUNDCASE.DCN (see
      *> RNDDECN.cpy), one per queue item:
      *>   DCN-DECISION "A"  approve -- the item becomes eligible for
      *>                     rndcasemaint or rndcaseimp to apply
      *>   DCN-DECISION "R"  reject -- the item is closed, never
      *>                     applied
      *> A reason is required either way and is kept on the item
      *> with the checker's id and the decision date and time.
      *>
      *> A decision is refused, and the item left awaiting a proper
      *> checker, when:
      *>   - the checker is the item's own maker (nobody approves --
      *>     or quietly withdraws -- their own change);
      *>   - the item does not exist or has already been decided;
      *>   - the decision code is not A or R, or the reason is blank.
      *>
      *> ROUNDCASE.DCN is optional: without it the run only lists
      *> what is awaiting a decision.  The run consumes the file:
      *> once read it is emptied, so a rerun or the next checker's
      *> run never meets the same decisions again as refusals of
      *> items already decided.  Report ROUNDAPPR.RPT shows
      *> every decision read and its outcome, then every item still
      *> awaiting a decision afterwards.  RETURN-CODE 8 when any
      *> decision was refused; 4 when items are left awaiting, or
      *> when ROUNDCASE.DCN could not be emptied.  The queue is
      *> updated under the suite-wide in-use lock (see RNDLOCK.cpy).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rndcaseapr.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RND-PEND-FILE ASSIGN TO "ROUNDCASE.PND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-ID
               FILE STATUS IS WS-PEND-STATUS.
           SELECT RND-DECN-FILE ASSIGN TO "ROUNDCASE.DCN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECN-STATUS.
           SELECT RND-RPT-FILE ASSIGN TO "ROUNDAPPR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RND-PEND-FILE.
       01  RND-PEND-REC.
           COPY RNDPEND.
       FD  RND-DECN-FILE.
       01  RND-DECN-REC.
           COPY RNDDECN.
       FD  RND-RPT-FILE.
       01  RND-RPT-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-PEND-STATUS        PIC X(2) VALUE "00".
       01  WS-DECN-STATUS        PIC X(2) VALUE "00".
       01  WS-RPT-STATUS         PIC X(2) VALUE "00".
       01  WS-DECN-EOF-SW        PIC X(1) VALUE "N".
           88  WS-DECN-EOF           VALUE "Y".
       01  WS-PEND-EOF-SW        PIC X(1) VALUE "N".
           88  WS-PEND-EOF           VALUE "Y".
       01  WS-FOUND-SW           PIC X(1).
           88  WS-FOUND-ITEM         VALUE "Y".
       01  WS-RUN-DATE           PIC X(8).
       01  WS-RUN-TIME           PIC X(8).
       01  WS-CHECKER-ID         PIC X(8) VALUE SPACES.
       01  WS-OUTCOME            PIC X(20).
       01  WS-DECISION-COUNT     PIC 9(4) VALUE 0.
       01  WS-APPROVED-COUNT     PIC 9(4) VALUE 0.
       01  WS-REJECTED-COUNT     PIC 9(4) VALUE 0.
       01  WS-REFUSED-COUNT      PIC 9(4) VALUE 0.
       01  WS-AWAITING-COUNT     PIC 9(4) VALUE 0.
       01  WS-LOCK-AREA.
           COPY RNDLOCK.
       01  WS-STEP-AREA.
           COPY RNDSTEP.

       01  WS-RPT-HEADER.
           05  FILLER            PIC X(30)
               VALUE "CASE MASTER APPROVALS  RUN ON ".
           05  WS-HDR-RUN-DATE   PIC X(8).
           05  FILLER            PIC X(13) VALUE "  CHECKER    ".
           05  WS-HDR-CHECKER    PIC X(8).
       01  WS-RPT-DECN-HEAD.
           05  FILLER            PIC X(40)
               VALUE "DECISIONS   ITEM    D  OUTCOME          ".
           05  FILLER            PIC X(40)
               VALUE "      MAKER    REASON                   ".
       01  WS-RPT-DECN-DETAIL.
           05  FILLER            PIC X(12) VALUE SPACES.
           05  WS-RPT-DCN-ID     PIC 9(6).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-DCN-DEC    PIC X(1).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-DCN-OUT    PIC X(20).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-RPT-DCN-MAKER  PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-DCN-REASON PIC X(40).
       01  WS-RPT-PEND-HEAD.
           05  FILLER            PIC X(40)
               VALUE "AWAITING    ITEM   SRC ACT CASE  MAKER  ".
           05  FILLER            PIC X(40)
               VALUE "  SUBMITTED          MODE               ".
       01  WS-RPT-PEND-DETAIL.
           05  FILLER            PIC X(12) VALUE SPACES.
           05  WS-RPT-PND-ID     PIC 9(6).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-PND-SRC    PIC X(1).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-RPT-PND-ACT    PIC X(1).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-PND-CASE   PIC 9(4).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-PND-MAKER  PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-PND-DATE   PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-PND-TIME   PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-PND-MODE   PIC X(24).

       PROCEDURE DIVISION.
       0100-MAINLINE.
           PERFORM 0400-BEGIN-STEP
           PERFORM 0200-INITIALIZE
           PERFORM 0300-ACQUIRE-LOCK
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-APPLY-DECISIONS
           PERFORM 3000-LIST-AWAITING
           CLOSE RND-PEND-FILE
           CLOSE RND-RPT-FILE
           PERFORM 0310-RELEASE-LOCK
           PERFORM 4000-DISPLAY-SUMMARY
           PERFORM 0410-END-STEP
           STOP RUN.

       0200-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-CHECKER-ID FROM ENVIRONMENT "LOGNAME"
           IF WS-CHECKER-ID = SPACES
               MOVE "BATCH" TO WS-CHECKER-ID
           END-IF.

       0300-ACQUIRE-LOCK.
           SET LOCK-FUNC-ACQUIRE TO TRUE
           MOVE "rndcaseapr" TO LOCK-PROGRAM
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
           MOVE "rndcaseapr" TO LOCK-PROGRAM
           CALL "rndlock" USING WS-LOCK-AREA
           IF NOT LOCK-OK
               DISPLAY "WARNING: UNABLE TO RELEASE RNDSUITE.LCK"
           END-IF.

       0400-BEGIN-STEP.
           SET STEP-FUNC-BEGIN TO TRUE
           MOVE "rndcaseapr" TO STEP-PROGRAM
           CALL "rndstep" USING WS-STEP-AREA.

      *> The return code the step leaves with, and its counts for
      *> the run sheet.
       0410-END-STEP.
           SET STEP-FUNC-END TO TRUE
           MOVE "rndcaseapr" TO STEP-PROGRAM
           MOVE RETURN-CODE TO STEP-RC
           MOVE "APPROVED" TO STEP-COUNT-LABEL (1)
           MOVE WS-APPROVED-COUNT TO STEP-COUNT-VALUE (1)
           MOVE "REJECTED" TO STEP-COUNT-LABEL (2)
           MOVE WS-REJECTED-COUNT TO STEP-COUNT-VALUE (2)
           MOVE "AWAITING" TO STEP-COUNT-LABEL (3)
           MOVE WS-AWAITING-COUNT TO STEP-COUNT-VALUE (3)
           CALL "rndstep" USING WS-STEP-AREA.

      *> No queue at all means nothing has ever been submitted --
      *> there is nothing to decide, and that is not an error.
       1000-OPEN-FILES.
           OPEN I-O RND-PEND-FILE
           IF WS-PEND-STATUS = "35"
               DISPLAY "NO ROUNDCASE.PND FOUND - NOTHING AWAITING "
                   "APPROVAL"
               PERFORM 0310-RELEASE-LOCK
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROUNDCASE.PND - STATUS "
                   WS-PEND-STATUS " - RUN ABANDONED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RND-RPT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROUNDAPPR.RPT - STATUS "
                   WS-RPT-STATUS " - RUN ABANDONED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-CHECKER-ID TO WS-HDR-CHECKER
           MOVE WS-RPT-HEADER TO RND-RPT-LINE
           WRITE RND-RPT-LINE
           MOVE SPACES TO RND-RPT-LINE
           WRITE RND-RPT-LINE.

      *> ROUNDCASE.DCN is optional -- status 35 (file not found)
      *> makes this a listing run.
       2000-APPLY-DECISIONS.
           OPEN INPUT RND-DECN-FILE
           IF WS-DECN-STATUS = "35"
               DISPLAY "NO ROUNDCASE.DCN FOUND - LISTING ITEMS "
                   "AWAITING APPROVAL ONLY"
           ELSE
               IF WS-DECN-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN ROUNDCASE.DCN - STATUS "
                       WS-DECN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-RPT-DECN-HEAD TO RND-RPT-LINE
               WRITE RND-RPT-LINE
               PERFORM UNTIL WS-DECN-EOF
                   READ RND-DECN-FILE
                       AT END
                           SET WS-DECN-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-APPLY-ONE-DECISION
                   END-READ
               END-PERFORM
               CLOSE RND-DECN-FILE
               PERFORM 2950-CLEAR-DECISIONS
               MOVE SPACES TO RND-RPT-LINE
               WRITE RND-RPT-LINE
           END-IF.

       2100-APPLY-ONE-DECISION.
           ADD 1 TO WS-DECISION-COUNT
           MOVE "N" TO WS-FOUND-SW
           MOVE DCN-PEND-ID TO PEND-ID
           READ RND-PEND-FILE
               INVALID KEY
                   MOVE SPACES TO RND-PEND-REC
               NOT INVALID KEY
                   SET WS-FOUND-ITEM TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-FOUND-ITEM
                   MOVE "REFUSED - NO ITEM" TO WS-OUTCOME
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN NOT PEND-IS-AWAITING
                   MOVE "REFUSED - DECIDED" TO WS-OUTCOME
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN NOT DCN-IS-APPROVE AND NOT DCN-IS-REJECT
                   MOVE "REFUSED - BAD CODE" TO WS-OUTCOME
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN DCN-REASON = SPACES
                   MOVE "REFUSED - NO REASON" TO WS-OUTCOME
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN PEND-MAKER = WS-CHECKER-ID
                   MOVE "REFUSED - OWN ITEM" TO WS-OUTCOME
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN OTHER
                   PERFORM 2200-RECORD-DECISION
           END-EVALUATE
           IF WS-OUTCOME (1:7) = "REFUSED"
               DISPLAY "DECISION ON ITEM " DCN-PEND-ID " "
                   WS-OUTCOME
           END-IF
           PERFORM 2900-WRITE-DECISION-LINE.

      *> The reason goes on the item whichever way the decision went.
      *> A queue that stops taking rewrites stops the run.
       2200-RECORD-DECISION.
           IF DCN-IS-APPROVE
               SET PEND-IS-APPROVED TO TRUE
               MOVE "APPROVED" TO WS-OUTCOME
               ADD 1 TO WS-APPROVED-COUNT
           ELSE
               SET PEND-IS-REJECTED TO TRUE
               MOVE "REJECTED" TO WS-OUTCOME
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           MOVE WS-CHECKER-ID TO PEND-CHECKER
           MOVE WS-RUN-DATE TO PEND-DECIDE-DATE
           MOVE WS-RUN-TIME TO PEND-DECIDE-TIME
           MOVE DCN-REASON TO PEND-REASON
           REWRITE RND-PEND-REC
               INVALID KEY
                   DISPLAY "UNABLE TO REWRITE ROUNDCASE.PND ITEM "
                       PEND-ID " - STATUS " WS-PEND-STATUS
                       " - RUN ABANDONED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       2900-WRITE-DECISION-LINE.
           MOVE DCN-PEND-ID TO WS-RPT-DCN-ID
           MOVE DCN-DECISION TO WS-RPT-DCN-DEC
           MOVE WS-OUTCOME TO WS-RPT-DCN-OUT
           MOVE PEND-MAKER TO WS-RPT-DCN-MAKER
           MOVE DCN-REASON TO WS-RPT-DCN-REASON
           MOVE WS-RPT-DECN-DETAIL TO RND-RPT-LINE
           WRITE RND-RPT-LINE.

       2950-CLEAR-DECISIONS.
           OPEN OUTPUT RND-DECN-FILE
           IF WS-DECN-STATUS NOT = "00"
               DISPLAY "WARNING: UNABLE TO EMPTY ROUNDCASE.DCN - "
                   "STATUS " WS-DECN-STATUS
                   " - REMOVE IT BEFORE THE NEXT CHECKER RUN"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               CLOSE RND-DECN-FILE
           END-IF.

      *> The whole queue in key order, after this run's decisions --
      *> what the next checker still has to look at.
       3000-LIST-AWAITING.
           MOVE WS-RPT-PEND-HEAD TO RND-RPT-LINE
           WRITE RND-RPT-LINE
           MOVE 0 TO PEND-ID
           START RND-PEND-FILE KEY IS NOT LESS THAN PEND-ID
               INVALID KEY
                   SET WS-PEND-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-PEND-EOF
               READ RND-PEND-FILE NEXT RECORD
                   AT END
                       SET WS-PEND-EOF TO TRUE
                   NOT AT END
                       IF PEND-IS-AWAITING
                           PERFORM 3100-WRITE-AWAITING-LINE
                       END-IF
               END-READ
           END-PERFORM.

       3100-WRITE-AWAITING-LINE.
           ADD 1 TO WS-AWAITING-COUNT
           MOVE PEND-ID TO WS-RPT-PND-ID
           MOVE PEND-SOURCE TO WS-RPT-PND-SRC
           MOVE TRANS-CODE TO WS-RPT-PND-ACT
           MOVE RND-CASE-ID TO WS-RPT-PND-CASE
           MOVE PEND-MAKER TO WS-RPT-PND-MAKER
           MOVE PEND-SUBMIT-DATE TO WS-RPT-PND-DATE
           MOVE PEND-SUBMIT-TIME TO WS-RPT-PND-TIME
           MOVE RND-CASE-MODE TO WS-RPT-PND-MODE
           MOVE WS-RPT-PEND-DETAIL TO RND-RPT-LINE
           WRITE RND-RPT-LINE.

       4000-DISPLAY-SUMMARY.
           DISPLAY "DECISIONS READ: " WS-DECISION-COUNT
               " APPROVED: " WS-APPROVED-COUNT
               " REJECTED: " WS-REJECTED-COUNT
               " REFUSED: " WS-REFUSED-COUNT
               " STILL AWAITING: " WS-AWAITING-COUNT
           EVALUATE TRUE
               WHEN WS-REFUSED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-AWAITING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
