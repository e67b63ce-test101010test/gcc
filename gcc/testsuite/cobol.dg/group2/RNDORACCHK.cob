       *> { dg-do compile }

      *> RNDORACCHK -- engine-versus-oracle cross-check.  Every
      *> computation the suite certifies or replays comes from
      *> rndengine, which applies the runtime's ROUNDED MODE phrase;
      *> rndoracle (see RNDORACLE.cob) computes the same answers
      *> with whole-number arithmetic and no ROUNDED at all.  This
      *> program CALLs the two with the identical RNDCOMP area and
      *> reports every disagreement -- a different status (one
      *> raised SIZE ERROR, the other did not) or a different
      *> rounded result -- to ROUNDORACLE.RPT:
      *>
      *>   - every case on ROUNDCASE.MST, active or not, under all
      *>     eight modes of the shared mode table: a case's operands
      *>     are a boundary input for every mode, not only its own;
      *>   - every step of every scenario in ROUNDSCEN.DAT, under
      *>     the scenario's own mode and scale, each step fed the
      *>     engine's rounded result of the step before exactly as
      *>     the certification run chains it (a chain stops at the
      *>     engine's first error); the file is optional;
      *>   - with RNDORAPOST=Y, every posting in POSTEXTR.ACC,
      *>     re-rounded under its POST-MODE at its book's scale from
      *>     ROUNDCUR.DAT, as rndreplay does.  A posting whose
      *>     currency is not in the table is counted as not checked.
      *>
      *> Any disagreement returns RETURN-CODE 8: either the runtime
      *> mis-rounds, or the oracle does, and either way the suite's
      *> verdicts cannot be taken on trust until someone finds out
      *> which.  RC 16 on I/O failure.  Read-only against the
      *> master, so no suite lock is taken.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rndoracchk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RND-CASE-FILE ASSIGN TO "ROUNDCASE.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RND-CASE-ID OF RND-CASE-REC
               FILE STATUS IS WS-CASE-STATUS.
           SELECT RND-SCEN-FILE ASSIGN TO "ROUNDSCEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCEN-STATUS.
           SELECT RND-POST-FILE ASSIGN TO "POSTEXTR.ACC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.
           SELECT RND-CURR-FILE ASSIGN TO "ROUNDCUR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURR-STATUS.
           SELECT RND-ORA-FILE ASSIGN TO "ROUNDORACLE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RND-CASE-FILE.
       01  RND-CASE-REC.
           COPY RNDCASE.
       FD  RND-SCEN-FILE.
       01  RND-SCEN-REC.
           COPY RNDSCEN.
       FD  RND-POST-FILE.
       01  RND-POST-REC.
           COPY RNDPOST.
       FD  RND-CURR-FILE.
       01  RND-CURR-REC.
           COPY RNDCURR.
       FD  RND-ORA-FILE.
       01  RND-ORA-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-CASE-STATUS        PIC X(2) VALUE "00".
       01  WS-SCEN-STATUS        PIC X(2) VALUE "00".
       01  WS-POST-STATUS        PIC X(2) VALUE "00".
       01  WS-CURR-STATUS        PIC X(2) VALUE "00".
       01  WS-ORA-STATUS         PIC X(2) VALUE "00".
       01  WS-EOF-SW             PIC X(1) VALUE "N".
           88  WS-EOF                VALUE "Y".
       01  WS-POST-FLAG          PIC X(1) VALUE SPACE.
           88  WS-POST-REQUESTED     VALUE "Y".
       01  WS-RUN-DATE           PIC X(8).
       01  WS-RUN-TIME           PIC X(8).
       01  WS-JOB-ID             PIC X(8) VALUE SPACES.

           COPY RNDMODES.

       01  WS-COMPUTE-AREA.
           COPY RNDCOMP.

      *> What each side said about the computation in hand.
       01  WS-ENG-STATUS         PIC X(1).
       01  WS-ENG-RESULT         PIC S9(7)V999.
       01  WS-ORC-STATUS         PIC X(1).
       01  WS-ORC-RESULT         PIC S9(7)V999.
       01  WS-PICK-RESULT        PIC S9(7)V999.

      *> Comparisons and disagreements per source: case, scenario
      *> step, posting.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 3 TIMES.
               10  WS-SRC-COMPARED   PIC 9(6) VALUE 0.
               10  WS-SRC-DIFFERS    PIC 9(6) VALUE 0.
       01  WS-SRC-SUB            PIC 9(1).
       01  WS-SRC-NAME-VALUES    PIC X(12) VALUE "CASESCENPOST".
       01  WS-SRC-NAME-TABLE REDEFINES WS-SRC-NAME-VALUES.
           05  WS-SRC-NAME OCCURS 3 TIMES PIC X(4).
       01  WS-DIFF-COUNT         PIC 9(6) VALUE 0.
       01  WS-CASE-COUNT         PIC 9(6) VALUE 0.
       01  WS-SCEN-COUNT         PIC 9(6) VALUE 0.
       01  WS-POST-COUNT         PIC 9(6) VALUE 0.
       01  WS-UNCHECKED-COUNT    PIC 9(6) VALUE 0.

      *> Scenario chain state.
       01  WS-SCEN-ACTIVE-SW     PIC X(1) VALUE "N".
           88  WS-SCEN-ACTIVE        VALUE "Y".
       01  WS-SCEN-ID            PIC 9(4).
       01  WS-SCEN-MODE          PIC X(24).
       01  WS-SCEN-PRECIS        PIC X(1).
       01  WS-SCEN-VALUE         PIC S9(7)V999.
       01  WS-SCEN-STEP-NO       PIC 9(3).

      *> The currency reference table rndreplay uses.
       01  WS-CUR-COUNT          PIC 9(3) VALUE 0.
       01  WS-CUR-TABLE.
           05  WS-CUR-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-CUR-IDX.
               COPY RNDCURR.
       01  WS-CUR-FOUND-SW       PIC X(1).
           88  WS-CUR-FOUND          VALUE "Y".

       01  WS-RPT-HEADER.
           05  FILLER            PIC X(34)
               VALUE "ENGINE / ORACLE CROSS-CHECK       ".
           05  FILLER            PIC X(9)  VALUE "RUN DATE ".
           05  WS-HDR-DATE       PIC X(8).
           05  FILLER            PIC X(6)  VALUE " TIME ".
           05  WS-HDR-TIME       PIC X(8).
           05  FILLER            PIC X(5)  VALUE " JOB ".
           05  WS-HDR-JOB        PIC X(8).
       01  WS-RPT-COL-HEADER.
           05  FILLER            PIC X(5)  VALUE "SRC".
           05  FILLER            PIC X(11) VALUE "ITEM".
           05  FILLER            PIC X(25) VALUE "MODE".
           05  FILLER            PIC X(4)  VALUE "P O".
           05  FILLER            PIC X(14) VALUE "INPUT".
           05  FILLER            PIC X(13) VALUE "OPERAND 2".
           05  FILLER            PIC X(13) VALUE "       ENGINE".
           05  FILLER            PIC X(13) VALUE "       ORACLE".
           05  FILLER            PIC X(16) VALUE "REASON".
       01  WS-RPT-DETAIL.
           05  WS-RPT-SOURCE     PIC X(4).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-ITEM       PIC X(10).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-MODE       PIC X(24).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-PRECIS     PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-OPCODE     PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-INPUT      PIC -9(7).999.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-OPND2      PIC -9(5).9(5).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-ENGINE     PIC X(12).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-ORACLE     PIC X(12).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-REASON     PIC X(16).
       01  WS-RPT-ITEM-SCEN.
           05  WS-ITEM-SCEN-ID   PIC 9(4).
           05  FILLER            PIC X(1)  VALUE "/".
           05  WS-ITEM-SCEN-STEP PIC 9(3).
       01  WS-RPT-NUM            PIC -9(7).999.
       01  WS-STATUS-TEXT        PIC X(12).
       01  WS-TOTAL-LINE.
           05  WS-TOT-SOURCE     PIC X(4).
           05  FILLER            PIC X(11) VALUE "  COMPARED ".
           05  WS-TOT-COMPARED   PIC Z(5)9.
           05  FILLER            PIC X(11) VALUE "  DIFFERING".
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-TOT-DIFFERS    PIC Z(5)9.
       01  WS-STEP-AREA.
           COPY RNDSTEP.

       PROCEDURE DIVISION.
       0100-MAINLINE.
           PERFORM 0400-BEGIN-STEP
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-EOF
               READ RND-CASE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CASE-COUNT
                       PERFORM 2000-CHECK-ONE-CASE
               END-READ
           END-PERFORM
           CLOSE RND-CASE-FILE
           PERFORM 2500-CHECK-ALL-SCENARIOS
           IF WS-POST-REQUESTED
               PERFORM 2700-CHECK-ALL-POSTINGS
           END-IF
           PERFORM 4000-WRITE-TOTALS
           CLOSE RND-ORA-FILE
           DISPLAY "ORACLE CROSS-CHECK: " WS-CASE-COUNT " CASE(S), "
               WS-SCEN-COUNT " SCENARIO(S), "
               WS-POST-COUNT " POSTING(S), "
               WS-DIFF-COUNT " DISAGREEMENT(S)"
           IF WS-DIFF-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 0410-END-STEP
           STOP RUN.

       0400-BEGIN-STEP.
           SET STEP-FUNC-BEGIN TO TRUE
           MOVE "rndoracchk" TO STEP-PROGRAM
           CALL "rndstep" USING WS-STEP-AREA.

      *> The return code the step leaves with, and its counts for
      *> the run sheet.
       0410-END-STEP.
           SET STEP-FUNC-END TO TRUE
           MOVE "rndoracchk" TO STEP-PROGRAM
           MOVE RETURN-CODE TO STEP-RC
           MOVE "CASES" TO STEP-COUNT-LABEL (1)
           MOVE WS-CASE-COUNT TO STEP-COUNT-VALUE (1)
           MOVE "POSTINGS" TO STEP-COUNT-LABEL (2)
           MOVE WS-POST-COUNT TO STEP-COUNT-VALUE (2)
           MOVE "DISAGREED" TO STEP-COUNT-LABEL (3)
           MOVE WS-DIFF-COUNT TO STEP-COUNT-VALUE (3)
           CALL "rndstep" USING WS-STEP-AREA.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-JOB-ID FROM ENVIRONMENT "LOGNAME"
           IF WS-JOB-ID = SPACES
               MOVE "BATCH" TO WS-JOB-ID
           END-IF
           ACCEPT WS-POST-FLAG FROM ENVIRONMENT "RNDORAPOST"
           OPEN INPUT RND-CASE-FILE
           IF WS-CASE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROUNDCASE.MST - STATUS "
                   WS-CASE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RND-ORA-FILE
           IF WS-ORA-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROUNDORACLE.RPT - STATUS "
                   WS-ORA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-HDR-DATE
           MOVE WS-RUN-TIME TO WS-HDR-TIME
           MOVE WS-JOB-ID TO WS-HDR-JOB
           MOVE WS-RPT-HEADER TO RND-ORA-LINE
           WRITE RND-ORA-LINE
           MOVE SPACES TO RND-ORA-LINE
           WRITE RND-ORA-LINE
           MOVE WS-RPT-COL-HEADER TO RND-ORA-LINE
           WRITE RND-ORA-LINE.

      *> The case's own operation and operands under every mode.
       2000-CHECK-ONE-CASE.
           MOVE 1 TO WS-SRC-SUB
           PERFORM VARYING WS-MODE-IDX FROM 1 BY 1
                   UNTIL WS-MODE-IDX > WS-MODE-COUNT
               MOVE WS-MODE-ENTRY (WS-MODE-IDX) TO RCOMP-MODE
               MOVE RND-CASE-OPCODE OF RND-CASE-REC TO RCOMP-OPCODE
               MOVE RND-CASE-PRECIS OF RND-CASE-REC TO RCOMP-PRECIS
               MOVE RND-CASE-INPUT OF RND-CASE-REC TO RCOMP-INPUT
               IF RND-CASE-OPND2 OF RND-CASE-REC NUMERIC
                   MOVE RND-CASE-OPND2 OF RND-CASE-REC
                       TO RCOMP-OPND2
               ELSE
                   MOVE 0 TO RCOMP-OPND2
               END-IF
               MOVE SPACES TO WS-RPT-ITEM
               MOVE RND-CASE-ID OF RND-CASE-REC TO WS-RPT-ITEM (1:4)
               PERFORM 3000-CROSS-CHECK
           END-PERFORM.

      *> Same file discipline as the certification run: optional,
      *> a header opens a chain, exactly its step count of steps
      *> follow.  A header arriving before the previous chain's
      *> steps are used up simply starts the new chain -- the
      *> certification run fails the short one; here there is
      *> nothing left of it to compare.
       2500-CHECK-ALL-SCENARIOS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT RND-SCEN-FILE
           EVALUATE WS-SCEN-STATUS
               WHEN "35"
                   CONTINUE
               WHEN "00"
                   PERFORM UNTIL WS-EOF
                       READ RND-SCEN-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 2510-ONE-SCENARIO-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE RND-SCEN-FILE
               WHEN OTHER
                   DISPLAY "WARNING: UNABLE TO OPEN ROUNDSCEN.DAT "
                       "- STATUS " WS-SCEN-STATUS
                       " - SCENARIOS NOT CHECKED"
           END-EVALUATE.

       2510-ONE-SCENARIO-RECORD.
           EVALUATE TRUE
               WHEN SCEN-IS-HEADER
                   ADD 1 TO WS-SCEN-COUNT
                   MOVE SCEN-ID TO WS-SCEN-ID
                   MOVE SCEN-MODE TO WS-SCEN-MODE
                   MOVE SCEN-PRECIS TO WS-SCEN-PRECIS
                   MOVE SCEN-INPUT TO WS-SCEN-VALUE
                   MOVE 0 TO WS-SCEN-STEP-NO
                   SET WS-SCEN-ACTIVE TO TRUE
               WHEN SCEN-IS-STEP
                   IF WS-SCEN-ACTIVE
                       PERFORM 2520-CHECK-SCENARIO-STEP
                   END-IF
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED ROUNDSCEN.DAT RECORD "
                       "TYPE: " SCEN-REC-TYPE
           END-EVALUATE.

      *> The step is compared, then the chain carries the engine's
      *> result forward -- the value the certification run would
      *> carry -- so one disagreement is reported once, at the step
      *> where it happened, not again at every step after it.
       2520-CHECK-SCENARIO-STEP.
           ADD 1 TO WS-SCEN-STEP-NO
           MOVE 2 TO WS-SRC-SUB
           MOVE WS-SCEN-MODE TO RCOMP-MODE
           MOVE SCEN-STEP-OPCODE TO RCOMP-OPCODE
           MOVE WS-SCEN-PRECIS TO RCOMP-PRECIS
           MOVE WS-SCEN-VALUE TO RCOMP-INPUT
           IF SCEN-STEP-OPND2 NUMERIC
               MOVE SCEN-STEP-OPND2 TO RCOMP-OPND2
           ELSE
               MOVE 0 TO RCOMP-OPND2
           END-IF
           MOVE WS-SCEN-ID TO WS-ITEM-SCEN-ID
           MOVE WS-SCEN-STEP-NO TO WS-ITEM-SCEN-STEP
           MOVE WS-RPT-ITEM-SCEN TO WS-RPT-ITEM
           PERFORM 3000-CROSS-CHECK
           IF WS-ENG-STATUS = "0"
               MOVE WS-ENG-RESULT TO WS-SCEN-VALUE
           ELSE
               MOVE "N" TO WS-SCEN-ACTIVE-SW
           END-IF.

       2700-CHECK-ALL-POSTINGS.
           PERFORM 2710-LOAD-CURRENCIES
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT RND-POST-FILE
           EVALUATE WS-POST-STATUS
               WHEN "35"
                   DISPLAY "NO POSTEXTR.ACC FOUND - POSTINGS NOT "
                       "CHECKED"
               WHEN "00"
                   PERFORM UNTIL WS-EOF
                       READ RND-POST-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-POST-COUNT
                               PERFORM 2720-CHECK-ONE-POSTING
                       END-READ
                   END-PERFORM
                   CLOSE RND-POST-FILE
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN POSTEXTR.ACC - STATUS "
                       WS-POST-STATUS
                   CLOSE RND-ORA-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2710-LOAD-CURRENCIES.
           OPEN INPUT RND-CURR-FILE
           IF WS-CURR-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROUNDCUR.DAT - STATUS "
                   WS-CURR-STATUS
               CLOSE RND-ORA-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ RND-CURR-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-CUR-COUNT >= 100
                           DISPLAY "WARNING: CURRENCY TABLE FULL AT "
                               "100 - " CUR-CODE OF RND-CURR-REC
                               " NOT LOADED"
                       ELSE
                           ADD 1 TO WS-CUR-COUNT
                           MOVE RND-CURR-REC
                               TO WS-CUR-ENTRY (WS-CUR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RND-CURR-FILE.

       2720-CHECK-ONE-POSTING.
           MOVE "N" TO WS-CUR-FOUND-SW
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-COUNT OR WS-CUR-FOUND
               IF CUR-CODE OF WS-CUR-ENTRY (WS-CUR-IDX)
                       = POST-CURRENCY OF RND-POST-REC
                   SET WS-CUR-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-CUR-FOUND
               SET WS-CUR-IDX DOWN BY 1
               MOVE 3 TO WS-SRC-SUB
               MOVE POST-MODE OF RND-POST-REC TO RCOMP-MODE
               SET RCOMP-OP-ASSIGN TO TRUE
               MOVE CUR-PRECIS OF WS-CUR-ENTRY (WS-CUR-IDX)
                   TO RCOMP-PRECIS
               MOVE POST-RAW-AMOUNT OF RND-POST-REC TO RCOMP-INPUT
               MOVE 0 TO RCOMP-OPND2
               MOVE POST-ACCOUNT OF RND-POST-REC TO WS-RPT-ITEM
               PERFORM 3000-CROSS-CHECK
           ELSE
               ADD 1 TO WS-UNCHECKED-COUNT
           END-IF.

      *> One computation, both implementations, the area's inputs
      *> untouched between the two CALLs.  Results are compared
      *> only when both sides succeeded; a status mismatch is its
      *> own finding.
       3000-CROSS-CHECK.
           CALL "rndengine" USING WS-COMPUTE-AREA
           MOVE RCOMP-STATUS TO WS-ENG-STATUS
           PERFORM 3100-PICK-RESULT
           MOVE WS-PICK-RESULT TO WS-ENG-RESULT
           CALL "rndoracle" USING WS-COMPUTE-AREA
           MOVE RCOMP-STATUS TO WS-ORC-STATUS
           PERFORM 3100-PICK-RESULT
           MOVE WS-PICK-RESULT TO WS-ORC-RESULT
           ADD 1 TO WS-SRC-COMPARED (WS-SRC-SUB)
           EVALUATE TRUE
               WHEN WS-ENG-STATUS NOT = WS-ORC-STATUS
                   MOVE "STATUS DIFFERS" TO WS-RPT-REASON
                   PERFORM 3200-WRITE-DISAGREEMENT
               WHEN WS-ENG-STATUS = "0"
                 AND WS-ENG-RESULT NOT = WS-ORC-RESULT
                   MOVE "RESULT DIFFERS" TO WS-RPT-REASON
                   PERFORM 3200-WRITE-DISAGREEMENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3100-PICK-RESULT.
           EVALUATE TRUE
               WHEN RCOMP-IS-DIGIT OR RCOMP-IS-UNIT
                   MOVE RCOMP-RESULT-DIGIT TO WS-PICK-RESULT
               WHEN RCOMP-IS-MIL
                   MOVE RCOMP-RESULT-MIL TO WS-PICK-RESULT
               WHEN OTHER
                   MOVE RCOMP-RESULT-CURR TO WS-PICK-RESULT
           END-EVALUATE.

       3200-WRITE-DISAGREEMENT.
           ADD 1 TO WS-SRC-DIFFERS (WS-SRC-SUB)
           ADD 1 TO WS-DIFF-COUNT
           MOVE WS-SRC-NAME (WS-SRC-SUB) TO WS-RPT-SOURCE
           MOVE RCOMP-MODE TO WS-RPT-MODE
           MOVE RCOMP-PRECIS TO WS-RPT-PRECIS
           IF RCOMP-OP-ASSIGN
               MOVE "=" TO WS-RPT-OPCODE
           ELSE
               MOVE RCOMP-OPCODE TO WS-RPT-OPCODE
           END-IF
           MOVE RCOMP-INPUT TO WS-RPT-INPUT
           MOVE RCOMP-OPND2 TO WS-RPT-OPND2
           MOVE WS-ENG-STATUS TO RCOMP-STATUS
           MOVE WS-ENG-RESULT TO WS-RPT-NUM
           PERFORM 3210-FORMAT-OUTCOME
           MOVE WS-STATUS-TEXT TO WS-RPT-ENGINE
           MOVE WS-ORC-STATUS TO RCOMP-STATUS
           MOVE WS-ORC-RESULT TO WS-RPT-NUM
           PERFORM 3210-FORMAT-OUTCOME
           MOVE WS-STATUS-TEXT TO WS-RPT-ORACLE
           MOVE SPACES TO RND-ORA-LINE
           MOVE WS-RPT-DETAIL TO RND-ORA-LINE
           WRITE RND-ORA-LINE.

       3210-FORMAT-OUTCOME.
           EVALUATE TRUE
               WHEN RCOMP-OK
                   MOVE WS-RPT-NUM TO WS-STATUS-TEXT
               WHEN RCOMP-SIZE-ERROR
                   MOVE "    SIZE ERR" TO WS-STATUS-TEXT
               WHEN RCOMP-BAD-MODE
                   MOVE "    BAD MODE" TO WS-STATUS-TEXT
               WHEN RCOMP-BAD-OPCODE
                   MOVE "      BAD OP" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "           ?" TO WS-STATUS-TEXT
           END-EVALUATE.

       4000-WRITE-TOTALS.
           MOVE SPACES TO RND-ORA-LINE
           WRITE RND-ORA-LINE
           IF WS-DIFF-COUNT = 0
               MOVE "NO DISAGREEMENTS" TO RND-ORA-LINE
               WRITE RND-ORA-LINE
           END-IF
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > 3
               MOVE WS-SRC-NAME (WS-SRC-SUB) TO WS-TOT-SOURCE
               MOVE WS-SRC-COMPARED (WS-SRC-SUB) TO WS-TOT-COMPARED
               MOVE WS-SRC-DIFFERS (WS-SRC-SUB) TO WS-TOT-DIFFERS
               MOVE SPACES TO RND-ORA-LINE
               MOVE WS-TOTAL-LINE TO RND-ORA-LINE
               WRITE RND-ORA-LINE
           END-PERFORM
           IF WS-UNCHECKED-COUNT > 0
               DISPLAY "WARNING: " WS-UNCHECKED-COUNT " POSTING(S) "
                   "WITH UNKNOWN CURRENCY NOT CHECKED"
           END-IF.
