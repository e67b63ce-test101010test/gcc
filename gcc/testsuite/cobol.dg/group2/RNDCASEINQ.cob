      *>                    result for it from ROUNDCASE.AUD and the
      *>                    archived history, per mode;
      *>   RNDINQOPER=xxxx  everything a given operator touched --
      *>                    their journal images, whether they ran
      *>                    the applying step or submitted or
      *>                    approved the change, plus audit records
      *>                    whose job-id (the same LOGNAME stamp) is
      *>                    theirs.
      *>
      *> A journaled change that passed maker-checker approval (see
      *> RNDPEND.cpy) gets a second journal line beside its after-
      *> image naming the maker and the checker.
      *>
      *> Exactly one of the two must be set.  Events print newest
      *> first to ROUNDINQ.RPT, the current master record (case
      *> inquiry only) ahead of the list.  The archived history is
           05  FILLER            PIC X(16)
               VALUE "CURRENT MASTER: ".
           05  WS-MST-TEXT       PIC X(116).
       01  WS-STEP-AREA.
           COPY RNDSTEP.

       PROCEDURE DIVISION.
       0100-MAINLINE.
           PERFORM 0400-BEGIN-STEP
           PERFORM 1000-INITIALIZE
           IF WS-BY-CASE
               PERFORM 1500-SHOW-MASTER
                   "BEYOND TABLE CAPACITY (5000) NOT REPORTED"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 0410-END-STEP
           STOP RUN.

       0400-BEGIN-STEP.
           SET STEP-FUNC-BEGIN TO TRUE
           MOVE "rndcaseinq" TO STEP-PROGRAM
           CALL "rndstep" USING WS-STEP-AREA.

      *> The return code the step leaves with, and its counts for
      *> the run sheet.
       0410-END-STEP.
           SET STEP-FUNC-END TO TRUE
           MOVE "rndcaseinq" TO STEP-PROGRAM
           MOVE RETURN-CODE TO STEP-RC
           MOVE "EVENTS" TO STEP-COUNT-LABEL (1)
           MOVE WS-EVT-COUNT TO STEP-COUNT-VALUE (1)
           MOVE "DROPPED" TO STEP-COUNT-LABEL (2)
           MOVE WS-DROPPED-COUNT TO STEP-COUNT-VALUE (2)
           CALL "rndstep" USING WS-STEP-AREA.

      *> One key, not both: a run naming a case and an operator at
      *> once would silently answer only one of the two questions.
       1000-INITIALIZE.
           IF (WS-BY-CASE
                   AND RND-CASE-ID OF JRN-CASE = WS-INQ-CASE-ID)
             OR (NOT WS-BY-CASE
                   AND (JRN-OPERATOR = WS-INQ-OPERATOR
                     OR JRN-MAKER = WS-INQ-OPERATOR
                     OR JRN-CHECKER = WS-INQ-OPERATOR))
               EVALUATE TRUE
                   WHEN JRN-ACT-ADD
                       MOVE "ADD       " TO WS-ACTION-TEXT
                       DELIMITED BY SIZE
                       INTO WS-EVT-LINE (WS-PICK-IDX) (5:109)
               END-IF
               IF JRN-AFTER-IMAGE AND JRN-CHECKER NOT = SPACES
                   PERFORM 2020-COLLECT-APPROVAL
               END-IF
           END-IF.

      *> Journals written before approval existed carry no checker
      *> and get no approval line.
       2020-COLLECT-APPROVAL.
           PERFORM 2900-GRAB-EVENT-SLOT
           IF WS-PICK-IDX > 0
               MOVE JRN-RUN-DATE
                   TO WS-EVT-STAMP (WS-PICK-IDX) (1:8)
               MOVE JRN-RUN-TIME
                   TO WS-EVT-STAMP (WS-PICK-IDX) (9:8)
               MOVE "JRNL" TO WS-EVT-LINE (WS-PICK-IDX) (1:4)
               STRING " APPROVAL " WS-ACTION-TEXT
                   " CASE " RND-CASE-ID OF JRN-CASE
                   " SUBMITTED BY " JRN-MAKER
                   " APPROVED BY " JRN-CHECKER
                   DELIMITED BY SIZE
                   INTO WS-EVT-LINE (WS-PICK-IDX) (5:109)
           END-IF.

       2100-LOAD-AUDIT-LOG.
