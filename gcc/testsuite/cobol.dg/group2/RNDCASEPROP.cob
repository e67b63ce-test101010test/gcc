      *>     the master, sit in the 9000-9999 id band reserved for
      *>     scenarios (see RNDSCEN.cpy), or carry a scale/mode/
      *>     opcode the engine or edit would refuse are flagged;
      *>   - each clean computation is repeated by rndoracle, the
      *>     whole-number reference that uses no ROUNDED (see
      *>     RNDORACLE.cob); a candidate the two disagree on is
      *>     flagged, since its expected value would otherwise rest
      *>     on the one implementation nobody cross-checked;
      *>   - ROUNDPROP.RPT lists every candidate with its computed
      *>     expected value beside the oracle's and flags, for an
      *>     analyst to approve;
      *>   - with RNDPROPAPPLY=Y the clean candidates are also
      *>     written to ROUNDCASE.TXN as "A" transactions in the
      *>     RNDTRANS.cpy layout, expected value filled by the
      *>     engine, ready for rndcasesub to submit for approval
      *>     like any other maintenance.  Flagged candidates are never
      *>     staged automatically -- a SIZE ERROR case may still be
      *>     legitimate (with RND-CASE-EXP-ERR "Y"), but that is the
      *>     analyst's call, not this program's.
       01  WS-COMPUTE-AREA.
           COPY RNDCOMP.
       01  WS-EXPECT-VALUE       PIC S9(7)V999.
       01  WS-ENGINE-STATUS      PIC X(1).
       01  WS-ORACLE-VALUE       PIC S9(7)V999.

       01  WS-RPT-HEADER.
           05  FILLER            PIC X(34)
           05  FILLER            PIC X(14) VALUE "INPUT".
           05  FILLER            PIC X(13) VALUE "OPERAND 2".
           05  FILLER            PIC X(14) VALUE "ENGINE EXPECT".
           05  FILLER            PIC X(13) VALUE "ORACLE".
           05  FILLER            PIC X(8)  VALUE "FLAG".
       01  WS-RPT-DETAIL.
           05  WS-RPT-CASE-ID    PIC 9(4).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-EXPECT     PIC -9(7).999.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-ORACLE     PIC -9(7).999.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-FLAG       PIC X(8).
       01  WS-STEP-AREA.
           COPY RNDSTEP.

       PROCEDURE DIVISION.
       0100-MAINLINE.
           PERFORM 0400-BEGIN-STEP
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-EOF
               READ RND-CAND-FILE
               END-READ
           END-PERFORM
           PERFORM 9000-CLOSE-AND-SUMMARIZE
           PERFORM 0410-END-STEP
           STOP RUN.

       0400-BEGIN-STEP.
           SET STEP-FUNC-BEGIN TO TRUE
           MOVE "rndcaseprop" TO STEP-PROGRAM
           CALL "rndstep" USING WS-STEP-AREA.

      *> The return code the step leaves with, and its counts for
      *> the run sheet.
       0410-END-STEP.
           SET STEP-FUNC-END TO TRUE
           MOVE "rndcaseprop" TO STEP-PROGRAM
           MOVE RETURN-CODE TO STEP-RC
           MOVE "READ" TO STEP-COUNT-LABEL (1)
           MOVE WS-READ-COUNT TO STEP-COUNT-VALUE (1)
           MOVE "FLAGGED" TO STEP-COUNT-LABEL (2)
           MOVE WS-FLAGGED-COUNT TO STEP-COUNT-VALUE (2)
           MOVE "STAGED" TO STEP-COUNT-LABEL (3)
           MOVE WS-STAGED-COUNT TO STEP-COUNT-VALUE (3)
           CALL "rndstep" USING WS-STEP-AREA.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-APPLY-FLAG FROM ENVIRONMENT "RNDPROPAPPLY"
           OPEN INPUT RND-CAND-FILE
           IF WS-CAND-STATUS = "35"
               DISPLAY "NO ROUNDCASE.CND FOUND - NOTHING TO PROPOSE"
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF
           IF WS-CAND-STATUS NOT = "00"
       2000-PROPOSE-ONE-CANDIDATE.
           MOVE SPACES TO WS-FLAG-TEXT
           MOVE 0 TO WS-EXPECT-VALUE
           MOVE 0 TO WS-ORACLE-VALUE
           PERFORM 2050-CHECK-RESERVED-BAND
           IF WS-FLAG-TEXT = SPACES
               PERFORM 2100-CHECK-DUPLICATE
           IF WS-FLAG-TEXT = SPACES
               PERFORM 2300-COMPUTE-EXPECTED
           END-IF
           IF WS-FLAG-TEXT = SPACES
             OR WS-FLAG-TEXT = "SIZE ERR"
               PERFORM 2400-CHECK-ORACLE
           END-IF
           IF WS-FLAG-TEXT = SPACES
               ADD 1 TO WS-CLEAN-COUNT
               IF WS-APPLY-APPROVED
                           MOVE RCOMP-RESULT-CURR
                               TO WS-EXPECT-VALUE
                   END-EVALUATE
           END-EVALUATE
           MOVE RCOMP-STATUS TO WS-ENGINE-STATUS.

      *> The same area, inputs untouched, through the oracle.  A
      *> disagreement -- a different value, or a SIZE ERROR on one
      *> side only -- outranks the engine's own SIZE ERR flag: the
      *> analyst must first learn which side is wrong.  Both sides
      *> raising SIZE ERROR is agreement and keeps SIZE ERR.
       2400-CHECK-ORACLE.
           CALL "rndoracle" USING WS-COMPUTE-AREA
           EVALUATE TRUE
               WHEN RCOMP-IS-DIGIT OR RCOMP-IS-UNIT
                   MOVE RCOMP-RESULT-DIGIT TO WS-ORACLE-VALUE
               WHEN RCOMP-IS-MIL
                   MOVE RCOMP-RESULT-MIL TO WS-ORACLE-VALUE
               WHEN OTHER
                   MOVE RCOMP-RESULT-CURR TO WS-ORACLE-VALUE
           END-EVALUATE
           IF RCOMP-STATUS NOT = WS-ENGINE-STATUS
             OR WS-ORACLE-VALUE NOT = WS-EXPECT-VALUE
               MOVE "ORA DIFF" TO WS-FLAG-TEXT
           END-IF.

      *> A clean candidate becomes a ready-to-submit ADD: the
      *> candidate's own fields, the engine's expected value, and
      *> EXP-ERR "N" -- a clean compute is by definition not an
      *> error case.  rndcasemaint defaults a blank active flag on
               MOVE 0 TO WS-RPT-OPND2
           END-IF
           MOVE WS-EXPECT-VALUE TO WS-RPT-EXPECT
           MOVE WS-ORACLE-VALUE TO WS-RPT-ORACLE
           MOVE WS-FLAG-TEXT TO WS-RPT-FLAG
           MOVE WS-RPT-DETAIL TO RND-PROP-LINE
           WRITE RND-PROP-LINE.
