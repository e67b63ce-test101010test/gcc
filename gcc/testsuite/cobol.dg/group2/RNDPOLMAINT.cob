       *> { dg-do compile }

      *> RNDPOLMAINT -- batch-driven maintenance of the rounding
      *> policy master ROUNDPOL.MST (see RNDPOLCY.cpy): which ROUNDED
      *> MODE and decimal scale each account range or product prefix
      *> of POST-ACCOUNT is sanctioned to post under, and from when
      *> to when.  rndpolchk holds the nightly extract against it.
      *>
      *> Deliberately the same shape as RNDCASEMAINT, because the
      *> policy master deserves the same discipline as the case
      *> master it sits beside -- a policy quietly edited is as good
      *> as a posting quietly switched:
      *>
      *>   - transactions come from ROUNDPOL.TXN (see RNDPTRAN.cpy),
      *>     one per record:
      *>       PTRAN-CODE "A"  add POL-ID as a new policy (rejected if
      *>                       the id already exists)
      *>       PTRAN-CODE "C"  replace an existing policy's selection,
      *>                       mode, scale, dates and description
      *>                       (rejected if the id does not exist)
      *>       PTRAN-CODE "I"  set an existing policy's POL-ACTIVE to
      *>                       "N" (rejected if the id does not exist)
      *>     ROUNDPOL.TXN is optional; a run with none staged applies
      *>     nothing;
      *>   - an add or change is edited before it touches the master:
      *>     the mode must be one of the certified modes (RNDMODES),
      *>     the scale a known PRECIS code, the match type "R" or "P"
      *>     with a sensible range or prefix length, and the dates
      *>     eight digits with effective-from not after effective-to
      *>     (a blank effective-to is taken as open-ended);
      *>   - every run first copies the master to the prior-
      *>     generation file ROUNDPOL.BAK, and every record a
      *>     transaction touches is journaled to ROUNDPOL.JRN as a
      *>     before-image and an after-image stamped with the run
      *>     date/time and operator id (see RNDPJRNL.cpy).  A run that
      *>     cannot secure either stops before touching the master;
      *>   - the whole run executes under the suite-wide in-use lock
      *>     (see RNDLOCK.cpy), taken before the backup copy and
      *>     released after the journal closes.  A mid-flight stop
      *>     leaves the lock held on purpose.
      *>
      *> The first run on a new installation finds no ROUNDPOL.MST;
      *> status 35 on the backup pass creates an empty master rather
      *> than stopping, so the opening set of policies can be loaded
      *> as ordinary "A" transactions -- and journaled like any other.
      *>
      *> Any rejected transaction returns 8 so the job stream shows
      *> the staged changes did not all land.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rndpolmaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RND-POL-FILE ASSIGN TO "ROUNDPOL.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POL-ID OF RND-POL-REC
               FILE STATUS IS WS-POL-STATUS.
           SELECT RND-PTRAN-FILE ASSIGN TO "ROUNDPOL.TXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTRAN-STATUS.
      *> Second path to the master for the generation copy, exactly
      *> as RNDCASEMAINT reads the case master in key order before
      *> its first keyed update.
           SELECT RND-POL-SEQ-FILE ASSIGN TO "ROUNDPOL.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POL-ID OF RND-POL-SEQ-REC
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT RND-BACKUP-FILE ASSIGN TO "ROUNDPOL.BAK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POL-ID OF RND-BACKUP-REC
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT RND-PJRNL-FILE ASSIGN TO "ROUNDPOL.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RND-POL-FILE.
       01  RND-POL-REC.
           COPY RNDPOLCY.
       FD  RND-PTRAN-FILE.
       01  RND-PTRAN-REC.
           COPY RNDPTRAN.
       FD  RND-POL-SEQ-FILE.
       01  RND-POL-SEQ-REC.
           COPY RNDPOLCY.
       FD  RND-BACKUP-FILE.
       01  RND-BACKUP-REC.
           COPY RNDPOLCY.
       FD  RND-PJRNL-FILE.
       01  RND-PJRNL-REC.
           COPY RNDPJRNL.
       WORKING-STORAGE SECTION.
       01  WS-POL-STATUS         PIC X(2) VALUE "00".
       01  WS-PTRAN-STATUS       PIC X(2) VALUE "00".
       01  WS-SEQ-STATUS         PIC X(2) VALUE "00".
       01  WS-BACKUP-STATUS      PIC X(2) VALUE "00".
       01  WS-JRNL-STATUS        PIC X(2) VALUE "00".
       01  WS-SEQ-EOF-SW         PIC X(1) VALUE "N".
           88  WS-SEQ-EOF            VALUE "Y".
       01  WS-NEW-MASTER-SW      PIC X(1) VALUE "N".
           88  WS-NEW-MASTER         VALUE "Y".
       01  WS-BACKUP-COUNT       PIC 9(4) VALUE 0.
       01  WS-RUN-DATE           PIC X(8).
       01  WS-RUN-TIME           PIC X(8).
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-PTRAN-EOF-SW       PIC X(1) VALUE "N".
           88  WS-PTRAN-EOF          VALUE "Y".
       01  WS-FOUND-SW           PIC X(1).
           88  WS-FOUND-POLICY       VALUE "Y".
       01  WS-MODE-OK-SW         PIC X(1).
           88  WS-MODE-OK            VALUE "Y".
       01  WS-EDIT-REASON        PIC X(40).
       01  WS-ADD-COUNT          PIC 9(4) VALUE 0.
       01  WS-CHANGE-COUNT       PIC 9(4) VALUE 0.
       01  WS-INACTIVATE-COUNT   PIC 9(4) VALUE 0.
       01  WS-REJECT-COUNT       PIC 9(4) VALUE 0.

           COPY RNDMODES.

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
           PERFORM 1600-OPEN-JOURNAL
           PERFORM 1000-OPEN-MASTER
           PERFORM 2000-APPLY-TRANSACTIONS
           CLOSE RND-POL-FILE
           CLOSE RND-PJRNL-FILE
           PERFORM 0310-RELEASE-LOCK
           PERFORM 4000-DISPLAY-SUMMARY
           IF WS-REJECT-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
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
           MOVE "rndpolmaint" TO LOCK-PROGRAM
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
           MOVE "rndpolmaint" TO LOCK-PROGRAM
           CALL "rndlock" USING WS-LOCK-AREA
           IF NOT LOCK-OK
               DISPLAY "WARNING: UNABLE TO RELEASE RNDSUITE.LCK"
           END-IF.

       0400-BEGIN-STEP.
           SET STEP-FUNC-BEGIN TO TRUE
           MOVE "rndpolmaint" TO STEP-PROGRAM
           CALL "rndstep" USING WS-STEP-AREA.

      *> The return code the step leaves with, and its counts for
      *> the run sheet.
       0410-END-STEP.
           SET STEP-FUNC-END TO TRUE
           MOVE "rndpolmaint" TO STEP-PROGRAM
           MOVE RETURN-CODE TO STEP-RC
           MOVE "ADDED" TO STEP-COUNT-LABEL (1)
           MOVE WS-ADD-COUNT TO STEP-COUNT-VALUE (1)
           MOVE "CHANGED" TO STEP-COUNT-LABEL (2)
           MOVE WS-CHANGE-COUNT TO STEP-COUNT-VALUE (2)
           MOVE "REJECTED" TO STEP-COUNT-LABEL (3)
           MOVE WS-REJECT-COUNT TO STEP-COUNT-VALUE (3)
           CALL "rndstep" USING WS-STEP-AREA.

      *> The prior generation is secured before the first update.  A
      *> master that does not exist yet has no prior generation: the
      *> backup is taken empty and 1000 creates the master.
       1500-BACKUP-MASTER.
           OPEN INPUT RND-POL-SEQ-FILE
           EVALUATE WS-SEQ-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "NO ROUNDPOL.MST YET - A NEW POLICY "
                       "MASTER WILL BE CREATED"
                   SET WS-NEW-MASTER TO TRUE
                   SET WS-SEQ-EOF TO TRUE
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN ROUNDPOL.MST FOR BACKUP - "
                       "STATUS " WS-SEQ-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN OUTPUT RND-BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "UNABLE TO CREATE ROUNDPOL.BAK - STATUS "
                   WS-BACKUP-STATUS " - RUN ABANDONED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-SEQ-EOF
               READ RND-POL-SEQ-FILE
                   AT END
                       SET WS-SEQ-EOF TO TRUE
                   NOT AT END
                       MOVE RND-POL-SEQ-REC TO RND-BACKUP-REC
                       WRITE RND-BACKUP-REC
                       IF WS-BACKUP-STATUS NOT = "00"
                           DISPLAY "UNABLE TO WRITE ROUNDPOL.BAK "
                               "- STATUS " WS-BACKUP-STATUS
                               " - RUN ABANDONED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-BACKUP-COUNT
               END-READ
           END-PERFORM
           IF NOT WS-NEW-MASTER
               CLOSE RND-POL-SEQ-FILE
           END-IF
           CLOSE RND-BACKUP-FILE
           DISPLAY "PRIOR GENERATION SECURED: " WS-BACKUP-COUNT
               " POLICY(IES) TO ROUNDPOL.BAK".

       1600-OPEN-JOURNAL.
           OPEN EXTEND RND-PJRNL-FILE
           IF WS-JRNL-STATUS = "35"
               OPEN OUTPUT RND-PJRNL-FILE
           END-IF
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROUNDPOL.JRN - STATUS "
                   WS-JRNL-STATUS " - RUN ABANDONED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-OPEN-MASTER.
           IF WS-NEW-MASTER
               OPEN OUTPUT RND-POL-FILE
               IF WS-POL-STATUS = "00"
                   CLOSE RND-POL-FILE
               END-IF
           END-IF
           OPEN I-O RND-POL-FILE
           IF WS-POL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROUNDPOL.MST - STATUS "
                   WS-POL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> ROUNDPOL.TXN is optional -- status 35 means nothing to apply
      *> this run; any other non-zero status is a real I/O problem.
       2000-APPLY-TRANSACTIONS.
           OPEN INPUT RND-PTRAN-FILE
           IF WS-PTRAN-STATUS = "35"
               DISPLAY "NO ROUNDPOL.TXN FOUND - NO TRANSACTIONS "
                   "TO APPLY"
           ELSE
               IF WS-PTRAN-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN ROUNDPOL.TXN - STATUS "
                       WS-PTRAN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-PTRAN-EOF
                   READ RND-PTRAN-FILE
                       AT END
                           SET WS-PTRAN-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE RND-PTRAN-FILE
           END-IF.

       2100-APPLY-ONE-TRANSACTION.
           EVALUATE TRUE
               WHEN PTRAN-IS-ADD OF RND-PTRAN-REC
                   PERFORM 2110-ADD-POLICY
               WHEN PTRAN-IS-CHANGE OF RND-PTRAN-REC
                   PERFORM 2120-CHANGE-POLICY
               WHEN PTRAN-IS-INACTIVATE OF RND-PTRAN-REC
                   PERFORM 2130-INACTIVATE-POLICY
               WHEN OTHER
                   DISPLAY "TRANSACTION REJECTED - UNKNOWN CODE: "
                       PTRAN-CODE OF RND-PTRAN-REC
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

      *> As with a new case, a blank active flag on an add means the
      *> operator wants it in force; it is defaulted, not rejected.
       2110-ADD-POLICY.
           PERFORM 2050-FIND-POLICY-BY-ID
           IF WS-FOUND-POLICY
               DISPLAY "ADD REJECTED - POLICY ALREADY EXISTS: "
                   POL-ID OF RND-PTRAN-REC
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM 2200-EDIT-POLICY
               IF WS-EDIT-REASON NOT = SPACES
                   DISPLAY "ADD REJECTED - " WS-EDIT-REASON
                       " POLICY: " POL-ID OF RND-PTRAN-REC
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   IF POL-ACTIVE OF RND-PTRAN-REC NOT = "Y"
                           AND POL-ACTIVE OF RND-PTRAN-REC NOT = "N"
                       DISPLAY "ADD: BLANK/INVALID ACTIVE FLAG "
                           "DEFAULTED TO Y FOR POLICY: "
                           POL-ID OF RND-PTRAN-REC
                       MOVE "Y" TO POL-ACTIVE OF RND-PTRAN-REC
                   END-IF
                   MOVE CORRESPONDING RND-PTRAN-REC TO RND-POL-REC
                   WRITE RND-POL-REC
                       INVALID KEY
                           DISPLAY "ADD REJECTED - WRITE FAILED FOR "
                               "POLICY: " POL-ID OF RND-PTRAN-REC
                               " STATUS " WS-POL-STATUS
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           PERFORM 2080-JOURNAL-AFTER
                           DISPLAY "POLICY ADDED: "
                               POL-ID OF RND-PTRAN-REC
                           ADD 1 TO WS-ADD-COUNT
                   END-WRITE
               END-IF
           END-IF.

      *> POL-ACTIVE is left alone on a change, as RND-CASE-ACTIVE is
      *> in RNDCASEMAINT -- taking a policy out of force is "I"'s job.
       2120-CHANGE-POLICY.
           PERFORM 2050-FIND-POLICY-BY-ID
           IF NOT WS-FOUND-POLICY
               DISPLAY "CHANGE REJECTED - POLICY NOT FOUND: "
                   POL-ID OF RND-PTRAN-REC
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM 2200-EDIT-POLICY
               IF WS-EDIT-REASON NOT = SPACES
                   DISPLAY "CHANGE REJECTED - " WS-EDIT-REASON
                       " POLICY: " POL-ID OF RND-PTRAN-REC
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   PERFORM 2070-JOURNAL-BEFORE
                   MOVE POL-MATCH-TYPE OF RND-PTRAN-REC
                       TO POL-MATCH-TYPE OF RND-POL-REC
                   MOVE POL-ACCT-LOW OF RND-PTRAN-REC
                       TO POL-ACCT-LOW OF RND-POL-REC
                   MOVE POL-ACCT-HIGH OF RND-PTRAN-REC
                       TO POL-ACCT-HIGH OF RND-POL-REC
                   MOVE POL-PREFIX-LEN OF RND-PTRAN-REC
                       TO POL-PREFIX-LEN OF RND-POL-REC
                   MOVE POL-MODE OF RND-PTRAN-REC
                       TO POL-MODE OF RND-POL-REC
                   MOVE POL-PRECIS OF RND-PTRAN-REC
                       TO POL-PRECIS OF RND-POL-REC
                   MOVE POL-EFF-FROM OF RND-PTRAN-REC
                       TO POL-EFF-FROM OF RND-POL-REC
                   MOVE POL-EFF-TO OF RND-PTRAN-REC
                       TO POL-EFF-TO OF RND-POL-REC
                   MOVE POL-DESC OF RND-PTRAN-REC
                       TO POL-DESC OF RND-POL-REC
                   PERFORM 2060-REWRITE-POLICY
                   IF WS-POL-STATUS = "00"
                       PERFORM 2080-JOURNAL-AFTER
                       DISPLAY "POLICY CHANGED: "
                           POL-ID OF RND-PTRAN-REC
                       ADD 1 TO WS-CHANGE-COUNT
                   END-IF
               END-IF
           END-IF.

       2130-INACTIVATE-POLICY.
           PERFORM 2050-FIND-POLICY-BY-ID
           IF WS-FOUND-POLICY
               PERFORM 2070-JOURNAL-BEFORE
               SET POL-IS-INACT OF RND-POL-REC TO TRUE
               PERFORM 2060-REWRITE-POLICY
               IF WS-POL-STATUS = "00"
                   PERFORM 2080-JOURNAL-AFTER
                   DISPLAY "POLICY INACTIVATED: "
                       POL-ID OF RND-PTRAN-REC
                   ADD 1 TO WS-INACTIVATE-COUNT
               END-IF
           ELSE
               DISPLAY "INACTIVATE REJECTED - POLICY NOT FOUND: "
                   POL-ID OF RND-PTRAN-REC
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

      *> Keyed lookup; a successful READ leaves the policy in
      *> RND-POL-REC for the caller to update.
       2050-FIND-POLICY-BY-ID.
           MOVE "N" TO WS-FOUND-SW
           MOVE POL-ID OF RND-PTRAN-REC TO POL-ID OF RND-POL-REC
           READ RND-POL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-FOUND-POLICY TO TRUE
           END-READ.

       2060-REWRITE-POLICY.
           REWRITE RND-POL-REC
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR POLICY: "
                       POL-ID OF RND-PTRAN-REC
                       " STATUS " WS-POL-STATUS
                   ADD 1 TO WS-REJECT-COUNT
           END-REWRITE.

      *> Same funnel as the case journal: "B" carries the policy as
      *> the keyed READ returned it, "F" as written back or new.
       2070-JOURNAL-BEFORE.
           SET PJRN-BEFORE-IMAGE TO TRUE
           PERFORM 2090-WRITE-JOURNAL.

       2080-JOURNAL-AFTER.
           SET PJRN-AFTER-IMAGE TO TRUE
           PERFORM 2090-WRITE-JOURNAL.

       2090-WRITE-JOURNAL.
           MOVE WS-RUN-DATE TO PJRN-RUN-DATE
           MOVE WS-RUN-TIME TO PJRN-RUN-TIME
           MOVE WS-OPERATOR-ID TO PJRN-OPERATOR
           MOVE PTRAN-CODE OF RND-PTRAN-REC TO PJRN-ACTION
           MOVE RND-POL-REC TO PJRN-POLICY
           WRITE RND-PJRNL-REC
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE ROUNDPOL.JRN - STATUS "
                   WS-JRNL-STATUS " - RUN ABANDONED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Field edits for an add or change; WS-EDIT-REASON stays blank
      *> when the policy is fit to apply.  A blank effective-to is
      *> filled in as open-ended here so every stored policy carries
      *> a real date the compliance check can compare against.
       2200-EDIT-POLICY.
           MOVE SPACES TO WS-EDIT-REASON
           IF POL-EFF-TO OF RND-PTRAN-REC = SPACES
               MOVE "99999999" TO POL-EFF-TO OF RND-PTRAN-REC
           END-IF
           MOVE "N" TO WS-MODE-OK-SW
           PERFORM VARYING WS-MODE-IDX FROM 1 BY 1
                   UNTIL WS-MODE-IDX > WS-MODE-COUNT
               IF WS-MODE-ENTRY (WS-MODE-IDX)
                       = POL-MODE OF RND-PTRAN-REC
                   SET WS-MODE-OK TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT WS-MODE-OK
                   MOVE "MODE NOT A CERTIFIED ROUNDED MODE"
                       TO WS-EDIT-REASON
               WHEN NOT (POL-IS-DIGIT OF RND-PTRAN-REC
                         OR POL-IS-CURR OF RND-PTRAN-REC
                         OR POL-IS-UNIT OF RND-PTRAN-REC
                         OR POL-IS-MIL OF RND-PTRAN-REC)
                   MOVE "SCALE NOT D, C, U OR M" TO WS-EDIT-REASON
               WHEN POL-ACCT-LOW OF RND-PTRAN-REC = SPACES
                   MOVE "NO ACCOUNT RANGE OR PREFIX"
                       TO WS-EDIT-REASON
               WHEN POL-BY-RANGE OF RND-PTRAN-REC
                       AND POL-ACCT-HIGH OF RND-PTRAN-REC
                           < POL-ACCT-LOW OF RND-PTRAN-REC
                   MOVE "ACCOUNT RANGE HIGH BELOW LOW"
                       TO WS-EDIT-REASON
               WHEN POL-BY-PREFIX OF RND-PTRAN-REC
                       AND (POL-PREFIX-LEN OF RND-PTRAN-REC
                               NOT NUMERIC
                         OR POL-PREFIX-LEN OF RND-PTRAN-REC < 1
                         OR POL-PREFIX-LEN OF RND-PTRAN-REC > 10)
                   MOVE "PREFIX LENGTH NOT 01-10" TO WS-EDIT-REASON
               WHEN NOT (POL-BY-RANGE OF RND-PTRAN-REC
                         OR POL-BY-PREFIX OF RND-PTRAN-REC)
                   MOVE "MATCH TYPE NOT R OR P" TO WS-EDIT-REASON
               WHEN POL-EFF-FROM OF RND-PTRAN-REC NOT NUMERIC
                       OR POL-EFF-TO OF RND-PTRAN-REC NOT NUMERIC
                   MOVE "EFFECTIVE DATE NOT YYYYMMDD"
                       TO WS-EDIT-REASON
               WHEN POL-EFF-FROM OF RND-PTRAN-REC
                       > POL-EFF-TO OF RND-PTRAN-REC
                   MOVE "EFFECTIVE-FROM AFTER EFFECTIVE-TO"
                       TO WS-EDIT-REASON
           END-EVALUATE.

       4000-DISPLAY-SUMMARY.
           DISPLAY "ADDED: " WS-ADD-COUNT
               " CHANGED: " WS-CHANGE-COUNT
               " INACTIVATED: " WS-INACTIVATE-COUNT
               " REJECTED: " WS-REJECT-COUNT.
