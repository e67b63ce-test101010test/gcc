      *> is journaled to ROUNDCASE.JRN with before/after images, and
      *> the whole run executes under the suite-wide in-use lock.
      *>
      *> A pack change reaches the master only with a second
      *> operator's approval, like any maintenance transaction.  The
      *> first import that finds a case to add (or, under
      *> RNDPAKFORCE=Y, to replace) stages it in the pending queue
      *> ROUNDCASE.PND (see RNDPEND.cpy) as a pack item
      *> (PEND-FROM-PACK) with the importing operator as maker; a
      *> checker decides it through rndcaseapr; a later import of
      *> the same pack finds it approved and applies it.  An item
      *> matches only while its image is exactly the pack case and
      *> its action is still the one needed -- a live item that no
      *> longer matches is closed as failed ("E") and the pack's
      *> current version staged in its place, so nobody can approve
      *> one image and have another applied.
      *>
      *> Each pack case is reported with its disposition and, where
      *> one is involved, its queue item:
      *>   ADDED      not on this master, approved; written,
      *>              after-image journaled;
      *>   IDENTICAL  already on this master byte for byte -- the
      *>              proof of sync a DR test wants;
      *>   UPDATED    differs, RNDPAKFORCE=Y, approved; replaced,
      *>              before and after images journaled;
      *>   CONFLICT   differs and no force -- left untouched;
      *>   STAGED     change submitted for approval this run;
      *>   PENDING    change already submitted, not yet decided;
      *>   DECLINED   this exact change was rejected by a checker --
      *>              not submitted again;
      *>   REFUSED    approved by its own maker -- never applied,
      *>              the item is closed as refused ("S").
      *> Journal images carry the item's maker and checker.
      *>
      *> Without RNDPAKFORCE=Y a run is a safe dry comparison for
      *> everything already present: only missing cases are added.
      *> Report ROUNDPACK.RPT; RETURN-CODE 4 when changes are left
      *> awaiting or declined, 8 when conflicts remain (the masters
      *> are provably NOT in sync) or an item was refused, 12 when
      *> the pack itself fails its controls and nothing is applied.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rndcaseimp.
       ENVIRONMENT DIVISION.
           SELECT RND-JRNL-FILE ASSIGN TO "ROUNDCASE.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT RND-PEND-FILE ASSIGN TO "ROUNDCASE.PND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-ID
               FILE STATUS IS WS-PEND-STATUS.
           SELECT RND-RPT-FILE ASSIGN TO "ROUNDPACK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  RND-JRNL-FILE.
       01  RND-JRNL-REC.
           COPY RNDJRNL.
       FD  RND-PEND-FILE.
       01  RND-PEND-REC.
           COPY RNDPEND.
       FD  RND-RPT-FILE.
       01  RND-RPT-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-BACKUP-STATUS      PIC X(2) VALUE "00".
       01  WS-JRNL-STATUS        PIC X(2) VALUE "00".
       01  WS-RPT-STATUS         PIC X(2) VALUE "00".
       01  WS-PEND-STATUS        PIC X(2) VALUE "00".
       01  WS-EOF-SW             PIC X(1) VALUE "N".
           88  WS-EOF                VALUE "Y".
       01  WS-SEQ-EOF-SW         PIC X(1) VALUE "N".
       01  WS-IDENTICAL-COUNT    PIC 9(6) VALUE 0.
       01  WS-CONFLICT-COUNT     PIC 9(6) VALUE 0.
       01  WS-ERROR-COUNT        PIC 9(6) VALUE 0.
       01  WS-STAGED-COUNT       PIC 9(6) VALUE 0.
       01  WS-PENDING-COUNT      PIC 9(6) VALUE 0.
       01  WS-DECLINED-COUNT     PIC 9(6) VALUE 0.
       01  WS-REFUSED-COUNT      PIC 9(6) VALUE 0.
       01  WS-JRN-ACTION         PIC X(1).
       01  WS-DISPOSITION        PIC X(9).

      *> The live pack items on the queue -- awaiting, approved, or
      *> rejected (kept so a declined change is not resubmitted) --
      *> loaded once; each is re-read by key when a pack case needs
      *> it.  WS-PQ-STATUS follows the item as this run settles it.
       01  WS-PQ-TABLE.
           05  WS-PQ-ENTRY       OCCURS 1000 TIMES
                                 INDEXED BY WS-PQ-IDX.
               10  WS-PQ-ID          PIC 9(6).
               10  WS-PQ-CASE-ID     PIC 9(4).
               10  WS-PQ-STATUS      PIC X(1).
       01  WS-PQ-COUNT           PIC 9(4) VALUE 0.
       01  WS-PQ-MAX             PIC 9(4) VALUE 1000.
       01  WS-PQ-FULL-SW         PIC X(1) VALUE "N".
           88  WS-PQ-FULL            VALUE "Y".
       01  WS-PEND-EOF-SW        PIC X(1) VALUE "N".
           88  WS-PEND-EOF           VALUE "Y".
       01  WS-LAST-PEND-ID       PIC 9(6) VALUE 0.
       01  WS-WANT-CODE          PIC X(1).
       01  WS-MATCH-SW           PIC X(1).
           88  WS-ITEM-MATCHED       VALUE "Y".
      *> A queue item's transaction, split so its case image can be
      *> compared with (or built from) the pack case.
       01  WS-PEND-IMAGE.
           05  WS-PEND-IMAGE-CODE    PIC X(1).
           05  WS-PEND-IMAGE-CASE.
               COPY RNDCASE.

       01  WS-LOCK-AREA.
           COPY RNDLOCK.
       01  WS-STEP-AREA.
           COPY RNDSTEP.

       01  WS-RPT-HEADER.
           05  FILLER            PIC X(22)
           05  WS-RPT-MODE       PIC X(24).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-DISP       PIC X(9).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-PEND-ID    PIC X(6).

       PROCEDURE DIVISION.
       0100-MAINLINE.
           PERFORM 0400-BEGIN-STEP
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BALANCE-PACK
           IF WS-CONTROL-BAD
               DISPLAY "PACK NOT BALANCED - NOTHING APPLIED"
               MOVE 12 TO RETURN-CODE
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF
           PERFORM 2500-ACQUIRE-LOCK
           PERFORM 3000-BACKUP-MASTER
           PERFORM 3100-OPEN-JOURNAL
           PERFORM 3200-OPEN-REPORT
           PERFORM 3300-LOAD-QUEUE
           PERFORM 4000-APPLY-PACK
           CLOSE RND-CASE-FILE
           CLOSE RND-PEND-FILE
           CLOSE RND-JRNL-FILE
           CLOSE RND-RPT-FILE
           PERFORM 8000-RELEASE-LOCK
           PERFORM 9000-DISPLAY-SUMMARY
           PERFORM 0410-END-STEP
           STOP RUN.

       0400-BEGIN-STEP.
           SET STEP-FUNC-BEGIN TO TRUE
           MOVE "rndcaseimp" TO STEP-PROGRAM
           CALL "rndstep" USING WS-STEP-AREA.

      *> The return code the step leaves with, and its counts for
      *> the run sheet.
       0410-END-STEP.
           SET STEP-FUNC-END TO TRUE
           MOVE "rndcaseimp" TO STEP-PROGRAM
           MOVE RETURN-CODE TO STEP-RC
           MOVE "DETAILS" TO STEP-COUNT-LABEL (1)
           MOVE WS-DETAIL-COUNT TO STEP-COUNT-VALUE (1)
           MOVE "STAGED" TO STEP-COUNT-LABEL (2)
           MOVE WS-STAGED-COUNT TO STEP-COUNT-VALUE (2)
           MOVE "CONFLICTS" TO STEP-COUNT-LABEL (3)
           MOVE WS-CONFLICT-COUNT TO STEP-COUNT-VALUE (3)
           CALL "rndstep" USING WS-STEP-AREA.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           IF WS-PACK-STATUS = "35"
               DISPLAY "NO ROUNDCASE.PAK FOUND - NOTHING TO IMPORT"
               MOVE 12 TO RETURN-CODE
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF
           IF WS-PACK-STATUS NOT = "00"
           MOVE SPACES TO RND-RPT-LINE
           WRITE RND-RPT-LINE.

      *> The queue is created on first use, as rndcasesub does.  The
      *> last key read in order is the highest item number issued.
       3300-LOAD-QUEUE.
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
           END-IF
           PERFORM UNTIL WS-PEND-EOF
               READ RND-PEND-FILE NEXT RECORD
                   AT END
                       SET WS-PEND-EOF TO TRUE
                   NOT AT END
                       MOVE PEND-ID TO WS-LAST-PEND-ID
                       IF PEND-FROM-PACK
                         AND (PEND-IS-AWAITING OR PEND-IS-APPROVED
                              OR PEND-IS-REJECTED)
                           PERFORM 3310-REMEMBER-ITEM
                       END-IF
               END-READ
           END-PERFORM.

       3310-REMEMBER-ITEM.
           IF WS-PQ-COUNT < WS-PQ-MAX
               ADD 1 TO WS-PQ-COUNT
               SET WS-PQ-IDX TO WS-PQ-COUNT
               MOVE PEND-ID TO WS-PQ-ID (WS-PQ-IDX)
               MOVE RND-CASE-ID OF RND-PEND-REC
                   TO WS-PQ-CASE-ID (WS-PQ-IDX)
               MOVE PEND-STATUS TO WS-PQ-STATUS (WS-PQ-IDX)
           ELSE
               IF NOT WS-PQ-FULL
                   DISPLAY "WARNING: PENDING QUEUE TABLE FULL - "
                       "LATER PACK ITEMS NOT CONSULTED"
                   SET WS-PQ-FULL TO TRUE
               END-IF
           END-IF.

       4000-APPLY-PACK.
           OPEN I-O RND-CASE-FILE
           IF WS-CASE-STATUS NOT = "00"
      *> the AUD-CASE-ID collision RNDCASEEDIT's E011 exists to
      *> keep out.
       4100-APPLY-ONE-CASE.
           MOVE SPACES TO WS-RPT-PEND-ID
           IF RND-CASE-ID OF WS-PACK-WORK >= 9000
               DISPLAY "PACK CASE " RND-CASE-ID OF WS-PACK-WORK
                   " IS IN THE SCENARIO-RESERVED ID BAND - "
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-FOUND-CASE
                   MOVE "A" TO WS-WANT-CODE
                   PERFORM 4400-CHANGE-UNDER-APPROVAL
               WHEN RND-CASE-REC = WS-PACK-WORK
                   MOVE "IDENTICAL" TO WS-DISPOSITION
                   ADD 1 TO WS-IDENTICAL-COUNT
               WHEN WS-FORCE-UPDATES
                   MOVE "C" TO WS-WANT-CODE
                   PERFORM 4400-CHANGE-UNDER-APPROVAL
               WHEN OTHER
                   MOVE "CONFLICT " TO WS-DISPOSITION
                   ADD 1 TO WS-CONFLICT-COUNT
                   ADD 1 TO WS-UPDATED-COUNT
           END-REWRITE.

      *> The pack case needs the change in WS-WANT-CODE ("A" add,
      *> "C" replace).  4410 leaves the matching item, if any, in
      *> RND-PEND-REC; its state decides what this run does.
       4400-CHANGE-UNDER-APPROVAL.
           PERFORM 4410-FIND-QUEUE-ITEM
           IF NOT WS-ITEM-MATCHED
               PERFORM 4500-STAGE-ITEM
           ELSE
               MOVE PEND-ID TO WS-RPT-PEND-ID
               EVALUATE TRUE
                   WHEN PEND-IS-AWAITING
                       MOVE "PENDING  " TO WS-DISPOSITION
                       ADD 1 TO WS-PENDING-COUNT
                   WHEN PEND-IS-REJECTED
                       MOVE "DECLINED " TO WS-DISPOSITION
                       ADD 1 TO WS-DECLINED-COUNT
                   WHEN PEND-CHECKER = SPACES
                     OR PEND-CHECKER = PEND-MAKER
                       DISPLAY "ITEM " PEND-ID " REFUSED - APPROVED "
                           "BY ITS OWN SUBMITTER " PEND-MAKER
                       MOVE "REFUSED  " TO WS-DISPOSITION
                       ADD 1 TO WS-REFUSED-COUNT
                       SET PEND-IS-REFUSED TO TRUE
                       PERFORM 4590-SETTLE-ITEM
                   WHEN OTHER
                       PERFORM 4420-APPLY-APPROVED-ITEM
               END-EVALUATE
           END-IF.

      *> Live items for this case are read back in item order until
      *> one carries exactly the pack case and the needed action.
      *> Awaiting or approved items passed over on the way are stale
      *> -- closed as failed so no checker spends time on them and
      *> no later run can apply them.  A rejected one is left as the
      *> record of a decision.
       4410-FIND-QUEUE-ITEM.
           MOVE "N" TO WS-MATCH-SW
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                   UNTIL WS-PQ-IDX > WS-PQ-COUNT OR WS-ITEM-MATCHED
               IF WS-PQ-CASE-ID (WS-PQ-IDX)
                       = RND-CASE-ID OF WS-PACK-WORK
                 AND (WS-PQ-STATUS (WS-PQ-IDX) = "P"
                   OR WS-PQ-STATUS (WS-PQ-IDX) = "A"
                   OR WS-PQ-STATUS (WS-PQ-IDX) = "R")
                   PERFORM 4415-EXAMINE-ITEM
               END-IF
           END-PERFORM
           IF WS-ITEM-MATCHED
               SET WS-PQ-IDX DOWN BY 1
           END-IF.

       4415-EXAMINE-ITEM.
           MOVE WS-PQ-ID (WS-PQ-IDX) TO PEND-ID
           READ RND-PEND-FILE
               INVALID KEY
                   DISPLAY "UNABLE TO READ ROUNDCASE.PND ITEM "
                       WS-PQ-ID (WS-PQ-IDX) " - STATUS "
                       WS-PEND-STATUS " - RUN ABANDONED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE PEND-TRANS TO WS-PEND-IMAGE
           IF WS-PEND-IMAGE-CODE = WS-WANT-CODE
             AND WS-PEND-IMAGE-CASE = WS-PACK-WORK
               SET WS-ITEM-MATCHED TO TRUE
           ELSE
               IF NOT PEND-IS-REJECTED
                   DISPLAY "ITEM " PEND-ID " FOR CASE "
                       RND-CASE-ID OF WS-PACK-WORK
                       " NO LONGER MATCHES THE PACK - CLOSED"
                   SET PEND-IS-FAILED TO TRUE
                   IF PEND-REASON = SPACES
                       MOVE "SUPERSEDED BY A DIFFERENT PACK IMAGE"
                           TO PEND-REASON
                   END-IF
                   PERFORM 4590-SETTLE-ITEM
               END-IF
           END-IF.

      *> The add or replace paths below are the ones an unapproved
      *> import used to take directly; the item is settled by what
      *> they report.
       4420-APPLY-APPROVED-ITEM.
           IF WS-WANT-CODE = "A"
               PERFORM 4200-ADD-CASE
           ELSE
               PERFORM 4300-UPDATE-CASE
           END-IF
           IF WS-DISPOSITION = "ERROR    "
               SET PEND-IS-FAILED TO TRUE
           ELSE
               SET PEND-IS-APPLIED TO TRUE
           END-IF
           PERFORM 4590-SETTLE-ITEM.

       4500-STAGE-ITEM.
           ADD 1 TO WS-LAST-PEND-ID
           MOVE SPACES TO RND-PEND-REC
           MOVE WS-LAST-PEND-ID TO PEND-ID
           SET PEND-FROM-PACK TO TRUE
           SET PEND-IS-AWAITING TO TRUE
           MOVE WS-OPERATOR-ID TO PEND-MAKER
           MOVE WS-RUN-DATE TO PEND-SUBMIT-DATE
           MOVE WS-RUN-TIME TO PEND-SUBMIT-TIME
           MOVE WS-WANT-CODE TO WS-PEND-IMAGE-CODE
           MOVE WS-PACK-WORK TO WS-PEND-IMAGE-CASE
           MOVE WS-PEND-IMAGE TO PEND-TRANS
           WRITE RND-PEND-REC
               INVALID KEY
                   DISPLAY "UNABLE TO WRITE ROUNDCASE.PND - STATUS "
                       WS-PEND-STATUS " - RUN ABANDONED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           MOVE PEND-ID TO WS-RPT-PEND-ID
           MOVE "STAGED   " TO WS-DISPOSITION
           ADD 1 TO WS-STAGED-COUNT
           PERFORM 3310-REMEMBER-ITEM.

      *> Writes the item's new status back and keeps the table in
      *> step, so a pack carrying the case twice sees it settled.
       4590-SETTLE-ITEM.
           MOVE WS-RUN-DATE TO PEND-APPLY-DATE
           REWRITE RND-PEND-REC
               INVALID KEY
                   DISPLAY "UNABLE TO REWRITE ROUNDCASE.PND ITEM "
                       PEND-ID " - STATUS " WS-PEND-STATUS
                       " - RUN ABANDONED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           MOVE PEND-STATUS TO WS-PQ-STATUS (WS-PQ-IDX).

      *> The same image pairing rndcasemaint journals: "B" is the
      *> master record as the keyed READ returned it, "F" is what
      *> was written.  RNDCASEBKO can therefore back an import out
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR
           MOVE WS-JRN-ACTION TO JRN-ACTION
           MOVE RND-CASE-REC TO JRN-CASE
           MOVE PEND-MAKER TO JRN-MAKER
           MOVE PEND-CHECKER TO JRN-CHECKER
           WRITE RND-JRNL-REC
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE ROUNDCASE.JRN - STATUS "
               WS-IDENTICAL-COUNT " IDENTICAL, "
               WS-CONFLICT-COUNT " CONFLICT(S), "
               WS-ERROR-COUNT " ERROR(S)"
           DISPLAY "APPROVAL QUEUE: "
               WS-STAGED-COUNT " STAGED, "
               WS-PENDING-COUNT " PENDING, "
               WS-DECLINED-COUNT " DECLINED, "
               WS-REFUSED-COUNT " REFUSED"
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 12 TO RETURN-CODE
                   DISPLAY "MASTERS NOT IN SYNC - RERUN WITH "
                       "RNDPAKFORCE=Y TO TAKE THE PACK'S VERSION"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REFUSED-COUNT > 0
                   DISPLAY "SELF-APPROVED CHANGES REFUSED - "
                       "RESUBMIT FOR A SECOND OPERATOR'S APPROVAL"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-STAGED-COUNT > 0 OR WS-PENDING-COUNT > 0
                 OR WS-DECLINED-COUNT > 0
                   DISPLAY "MASTER NOT YET IN SYNC - CHANGES AWAIT "
                       "APPROVAL THROUGH rndcaseapr"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "MASTER IN SYNC WITH PACK"
           END-EVALUATE.
