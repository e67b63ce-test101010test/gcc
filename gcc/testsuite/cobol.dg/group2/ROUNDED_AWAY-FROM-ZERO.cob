       01  WS-RUN-TIME           PIC X(8).
       01  WS-JOB-ID             PIC X(8) VALUE SPACES.

      *> Certification as-of date (see RND-CASE-EFF-FROM/-TO): the
      *> sweep certifies the cases in force on this day.  It is the
      *> run date unless RNDASOFDATE names another -- a go-live date
      *> ahead, for a pre-certification of the incoming cases.
       01  WS-ASOF-DATE          PIC X(8) VALUE SPACES.
       01  WS-IN-FORCE-SW        PIC X(1) VALUE "N".
           88  WS-IN-FORCE           VALUE "Y".
       01  WS-NOT-IN-FORCE-COUNT PIC 9(6) VALUE 0.

      *> Certification token for downstream job gating (see
      *> RNDTOKEN.cpy and the RNDTOKCHK checker).
       01  WS-TOKEN-STATUS       PIC X(2) VALUE "00".
      *> would cover two generations of the master.
       01  WS-LOCK-AREA.
           COPY RNDLOCK.
       01  WS-STEP-AREA.
           COPY RNDSTEP.
       01  WS-LOCK-HELD-SW       PIC X(1) VALUE "N".
           88  WS-LOCK-IS-HELD       VALUE "Y".


       PROCEDURE DIVISION.
       0100-MAINLINE.
           PERFORM 0400-BEGIN-STEP
           PERFORM 0200-INITIALIZE
           PERFORM 0250-ACQUIRE-LOCK
           IF NOT WS-FATAL-ERROR
           END-IF
           PERFORM 4200-WRITE-CERT-TOKEN
           PERFORM 0260-RELEASE-LOCK
           IF NOT WS-FATAL-ERROR
               PERFORM 0410-END-STEP
           END-IF
           STOP RUN.

      *> Callable pre-flight entry point (request 005).  A nightly
           MOVE "N" TO WS-SIZE-ERROR-SW
           MOVE "N" TO WS-AUDIT-OK-SW
           MOVE "N" TO WS-LOCK-HELD-SW
           MOVE 0 TO WS-NOT-IN-FORCE-COUNT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-TIME-NOW FROM TIME
           IF WS-JOB-ID = SPACES
               MOVE "BATCH" TO WS-JOB-ID
           END-IF
      *> An as-of date that is not eight digits would select some
      *> arbitrary set of cases; the run is refused instead.
           MOVE SPACES TO WS-ASOF-DATE
           ACCEPT WS-ASOF-DATE FROM ENVIRONMENT "RNDASOFDATE"
           IF WS-ASOF-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-ASOF-DATE
           END-IF
           IF WS-ASOF-DATE NOT NUMERIC
               DISPLAY "INVALID RNDASOFDATE " WS-ASOF-DATE
                   " - EXPECTED YYYYMMDD, RUN ABANDONED"
               SET WS-FATAL-ERROR TO TRUE
           END-IF
           DISPLAY "CERTIFYING CASES IN FORCE AS OF " WS-ASOF-DATE
           OPEN OUTPUT RND-ERROR-FILE
           IF WS-ERROR-STATUS NOT = "00"
               DISPLAY "WARNING: UNABLE TO INITIALIZE ROUNDCASE.ERR "
               MOVE "N" TO WS-LOCK-HELD-SW
           END-IF.

       0400-BEGIN-STEP.
           SET STEP-FUNC-BEGIN TO TRUE
           MOVE "prog" TO STEP-PROGRAM
           CALL "rndstep" USING WS-STEP-AREA.

      *> The return code the step leaves with, and its counts for
      *> the run sheet.  RETURN-CODE stays zero whatever the sweep
      *> found, so FAILED is the count to read there.  An abandoned
      *> sweep records no end at all and shows as incomplete.  The
      *> PROGCHK entry is not a step of its own -- its caller is.
       0410-END-STEP.
           SET STEP-FUNC-END TO TRUE
           MOVE "prog" TO STEP-PROGRAM
           MOVE RETURN-CODE TO STEP-RC
           MOVE "PASSED" TO STEP-COUNT-LABEL (1)
           MOVE WS-PASS-COUNT TO STEP-COUNT-VALUE (1)
           MOVE "FAILED" TO STEP-COUNT-LABEL (2)
           MOVE WS-FAIL-COUNT TO STEP-COUNT-VALUE (2)
           MOVE "NOT IN FORCE" TO STEP-COUNT-LABEL (3)
           MOVE WS-NOT-IN-FORCE-COUNT TO STEP-COUNT-VALUE (3)
           CALL "rndstep" USING WS-STEP-AREA.

      *> A missing/unreadable ROUNDCASE.MST sets WS-FATAL-ERROR
      *> instead of calling STOP RUN directly -- this paragraph runs
      *> under both the default PROG entry and PROGCHK, and PROGCHK's
                           DISPLAY "CHECKPOINT: NONE - RUNNING "
                               "FULL SUITE"
                       NOT AT END
                           PERFORM 1510-RESTORE-CHECKPOINT
                   END-READ
                   CLOSE RND-CKPT-FILE
      *> Any other status (e.g. permission denied) is a genuine open
                       " - RUNNING FULL SUITE UNCHECKPOINTED"
           END-EVALUATE.

      *> A checkpoint taken under another as-of date covers a
      *> different generation of cases; resuming from it would mix
      *> two generations in one certified run, so it is set aside
      *> and the suite runs in full.  One written before effective
      *> dating carries no as-of date and is honoured as before.
       1510-RESTORE-CHECKPOINT.
           IF CKPT-ASOF-DATE NOT = SPACES
             AND CKPT-ASOF-DATE NOT = WS-ASOF-DATE
               DISPLAY "CHECKPOINT: TAKEN AS OF " CKPT-ASOF-DATE
                   " NOT " WS-ASOF-DATE " - RUNNING FULL SUITE"
           ELSE
               MOVE CKPT-LAST-CASE-ID
                   TO WS-RESTART-CASE-ID
               MOVE CKPT-PHASE TO WS-CKPT-PHASE-SAVE
               ADD CKPT-PASS-COUNT TO WS-PASS-COUNT
               ADD CKPT-FAIL-COUNT TO WS-FAIL-COUNT
               IF WS-MASTER-SWEPT
                   DISPLAY "CHECKPOINT: MASTER SWEEP "
                       "COMPLETE - RESUMING AT THE "
                       "SCENARIO PASS"
               ELSE
                   DISPLAY "CHECKPOINT: RESUMING AFTER "
                       "CASE " WS-RESTART-CASE-ID
               END-IF
           END-IF.

      *> A fatal I/O failure mid-sweep stops the run and leaves the
      *> checkpoint standing -- what it records is exactly what the
      *> restart must not redo; only a run that finishes everything
      *> pre-posting window now reads a 3000-case master once
      *> instead of eight times.  On restart the sweep STARTs past
      *> the last checkpointed key; the checkpoint and a progress
      *> line go out every WS-CKPT-INTERVAL cases.  Only the cases
      *> in force on the as-of date are certified: active, and
      *> within their effective range (see 2105).  An active case
      *> outside its range is counted, not run -- it belongs to an
      *> earlier or a later generation of the case list.
       2100-SWEEP-MASTER.
           OPEN INPUT RND-CASE-FILE
           IF WS-CASE-STATUS NOT = "00"
                           MOVE RND-CASE-ID OF RND-CASE-REC
                               TO WS-LAST-CASE-ID
                           IF RND-CASE-IS-ACTIVE OF RND-CASE-REC
                               PERFORM 2105-CHECK-IN-FORCE
                               IF WS-IN-FORCE
                                   MOVE CORRESPONDING RND-CASE-REC
                                       TO WS-CASE-WORK
                                   MOVE RND-CASE-MODE OF WS-CASE-WORK
                                       TO WS-CURRENT-MODE
                                   PERFORM 2110-RUN-ONE-CASE
                               ELSE
                                   ADD 1 TO WS-NOT-IN-FORCE-COUNT
                               END-IF
                           END-IF
                           ADD 1 TO WS-SINCE-CKPT
                           IF WS-SINCE-CKPT >= WS-CKPT-INTERVAL
               END-IF
           END-IF.

      *> Both ends inclusive; a blank end is open.  The dates are
      *> YYYYMMDD, so they order correctly compared as text.
       2105-CHECK-IN-FORCE.
           SET WS-IN-FORCE TO TRUE
           IF RND-CASE-EFF-FROM OF RND-CASE-REC NOT = SPACES
             AND RND-CASE-EFF-FROM OF RND-CASE-REC > WS-ASOF-DATE
               MOVE "N" TO WS-IN-FORCE-SW
           END-IF
           IF RND-CASE-EFF-TO OF RND-CASE-REC NOT = SPACES
             AND RND-CASE-EFF-TO OF RND-CASE-REC < WS-ASOF-DATE
               MOVE "N" TO WS-IN-FORCE-SW
           END-IF.

       2110-RUN-ONE-CASE.
           MOVE "N" TO WS-SIZE-ERROR-SW
      *> Cleared up front so a SIZE ERROR (the receiving field is left
               MOVE WS-RESULT-TEXT TO AUD-RESULT
               MOVE WS-PASS-COUNT TO AUD-PASS-COUNT
               MOVE WS-FAIL-COUNT TO AUD-FAIL-COUNT
               MOVE WS-ASOF-DATE TO AUD-ASOF-DATE
               WRITE RND-AUDIT-REC
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "WARNING: UNABLE TO WRITE AUDIT DETAIL "
               END-IF
               MOVE WS-PASS-COUNT TO CKPT-PASS-COUNT
               MOVE WS-FAIL-COUNT TO CKPT-FAIL-COUNT
               MOVE WS-ASOF-DATE TO CKPT-ASOF-DATE
               WRITE RND-CKPT-REC
               IF WS-CKPT-STATUS NOT = "00"
                   DISPLAY "WARNING: UNABLE TO WRITE ROUNDCASE.CKP "
       4000-DISPLAY-SUMMARY.
           DISPLAY "TOTAL PASS: " WS-PASS-COUNT
               " TOTAL FAIL: " WS-FAIL-COUNT
           DISPLAY "CASES IN FORCE AS OF " WS-ASOF-DATE
               " - ACTIVE CASES NOT IN FORCE: " WS-NOT-IN-FORCE-COUNT
           IF WS-FATAL-ERROR
               DISPLAY "RUN INCOMPLETE - TOTALS NOT CERTIFIED"
           END-IF.
               MOVE WS-RESULT-TEXT TO AUD-RESULT
               MOVE WS-PASS-COUNT TO AUD-PASS-COUNT
               MOVE WS-FAIL-COUNT TO AUD-FAIL-COUNT
               MOVE WS-ASOF-DATE TO AUD-ASOF-DATE
               WRITE RND-AUDIT-REC
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "WARNING: UNABLE TO WRITE AUDIT DETAIL "
               MOVE SPACES TO AUD-RESULT
               MOVE WS-PASS-COUNT TO AUD-PASS-COUNT
               MOVE WS-FAIL-COUNT TO AUD-FAIL-COUNT
               MOVE WS-ASOF-DATE TO AUD-ASOF-DATE
               WRITE RND-AUDIT-REC
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "WARNING: UNABLE TO WRITE AUDIT SUMMARY "
      *> zero failures simply because most modes never ran -- a token
      *> from it would wave the whole batch schedule through.  Leave
      *> whatever token exists; its expiry already bounds the damage.
      *> A pre-certification (as-of date other than the run date)
      *> proves the cases of another day, not today's, so it must
      *> neither issue nor replace the token today's gate reads.
           EVALUATE TRUE
               WHEN WS-FATAL-ERROR
                   DISPLAY "CERTIFICATION INCOMPLETE - "
                       "ROUNDCERT.TKN NOT WRITTEN"
               WHEN WS-ASOF-DATE NOT = WS-RUN-DATE
                   DISPLAY "PRE-CERTIFICATION AS OF " WS-ASOF-DATE
                       " - ROUNDCERT.TKN NOT WRITTEN"
               WHEN OTHER
                   PERFORM 4250-WRITE-TOKEN-RECORD
           END-EVALUATE.

       4250-WRITE-TOKEN-RECORD.
           OPEN OUTPUT RND-TOKEN-FILE
