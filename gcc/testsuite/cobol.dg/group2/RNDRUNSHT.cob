       *> { dg-do compile }

      *> RNDRUNSHT -- the morning operations run sheet.  Every batch
      *> program of the suite records its start and its finish on the
      *> step ledger ROUNDSTEP.LDG through rndstep (see RNDSTEP.cpy
      *> and RNDLEDG.cpy); this program turns one night of that ledger
      *> into ROUNDRUN.RPT, so the morning shift reads the night from
      *> one page instead of reconstructing it from console logs:
      *>
      *>   - every step in the order it started, with job id, start
      *>     and end stamps, elapsed time, return code and outcome,
      *>     and the counts the step reported beneath it;
      *>   - each step's elapsed time against the trailing average of
      *>     its last ten completed runs on earlier nights, flagged
      *>     SLOWER at RNDSLOWPCT per cent of that average or more
      *>     (default 150, and only once three earlier runs exist),
      *>     so a sweep that is creeping up is seen before it blows
      *>     the window;
      *>   - the exceptions: a step with no end record (abended, or
      *>     abandoned on an error path), an expected step that never
      *>     ran, and a step that ran without the step it depends on
      *>     having finished cleanly before it the same night -- prog
      *>     with no clean rndcaseedit ahead of it, rndreplay with no
      *>     rndpostval.  What is expected, and in what order, comes
      *>     from ROUNDSTEP.EXP (see RNDSTEXP.cpy), one rule per line.
      *>
      *> A night is a batch day: the steps that started from noon on
      *> that date to just before noon the next, so a stream running
      *> across midnight stays on one sheet.  RNDSHEETDATE (YYYYMMDD)
      *> names the batch day to report; by default it is the latest
      *> one on the ledger -- last night, when run in the morning.
      *>
      *> RETURN-CODE 8 when a step is incomplete, not run or out of
      *> order; 4 when a step ended non-zero or ran slower, or the
      *> sheet could not hold every step; 12 when the ledger has no
      *> steps for the day or RNDSHEETDATE is not a date; 16 on an
      *> I/O failure.  ROUNDSTEP.EXP is optional: without it only
      *> the steps that ran are judged, and the sheet says so.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rndrunsht.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RND-LEDG-FILE ASSIGN TO "ROUNDSTEP.LDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.
           SELECT RND-SEXP-FILE ASSIGN TO "ROUNDSTEP.EXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEXP-STATUS.
           SELECT RND-SHEET-FILE ASSIGN TO "ROUNDRUN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHEET-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RND-LEDG-FILE.
       01  RND-LEDG-REC.
           COPY RNDLEDG.
       FD  RND-SEXP-FILE.
       01  RND-SEXP-REC.
           COPY RNDSTEXP.
       FD  RND-SHEET-FILE.
       01  RND-SHEET-LINE        PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-LEDG-STATUS        PIC X(2) VALUE "00".
       01  WS-SEXP-STATUS        PIC X(2) VALUE "00".
       01  WS-SHEET-STATUS       PIC X(2) VALUE "00".
       01  WS-EOF-SW             PIC X(1) VALUE "N".
           88  WS-EOF                VALUE "Y".
       01  WS-RULES-SW           PIC X(1) VALUE "Y".
           88  WS-HAVE-RULES         VALUE "Y".
           88  WS-NO-RULES           VALUE "N".
       01  WS-RUN-DATE           PIC X(8).
       01  WS-RUN-TIME           PIC X(8).
       01  WS-SHEET-DATE         PIC X(8) VALUE SPACES.
       01  WS-SLOW-PCT-IN        PIC X(3) VALUE SPACES.
       01  WS-SLOW-PCT           PIC 9(3) VALUE 150.
      *> The batch day a ledger record belongs to: its start date,
      *> or the day before when it started before noon.
       01  WS-REC-DAY            PIC X(8).
       01  WS-DAY-WORK           PIC X(8).
       01  WS-DAY-PARTS REDEFINES WS-DAY-WORK.
           05  WS-DAY-YYYY           PIC 9(4).
           05  WS-DAY-MM             PIC 9(2).
           05  WS-DAY-DD             PIC 9(2).
       01  WS-MONTH-DAYS-LIST    PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
           05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).
       01  WS-LEAP-QUOT          PIC 9(4).
       01  WS-LEAP-REM-4         PIC 9(3).
       01  WS-LEAP-REM-100       PIC 9(3).
       01  WS-LEAP-REM-400       PIC 9(3).

      *> The night's steps, in the order they started.
       01  WS-STEP-COUNT         PIC 9(3) VALUE 0.
       01  WS-STEP-DROP-COUNT    PIC 9(4) VALUE 0.
       01  WS-STEP-TABLE.
           05  WS-STP-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-STP-IDX WS-PRE-IDX.
               10  WS-STP-PROGRAM    PIC X(12).
               10  WS-STP-JOB-ID     PIC X(8).
               10  WS-STP-START-DATE PIC X(8).
               10  WS-STP-START-TIME PIC X(8).
               10  WS-STP-END-DATE   PIC X(8).
               10  WS-STP-END-TIME   PIC X(8).
               10  WS-STP-RC         PIC 9(4).
               10  WS-STP-ELAPSED    PIC 9(6).
               10  WS-STP-ENDED-SW   PIC X(1).
                   88  WS-STP-ENDED      VALUE "Y".
               10  WS-STP-COUNTS     OCCURS 3 TIMES.
                   15  WS-STP-CNT-LABEL  PIC X(12).
                   15  WS-STP-CNT-VALUE  PIC 9(9).

      *> Each program's last ten completed runs before the night,
      *> kept as a ring: the ledger is in time order, so the slots
      *> overwritten are always the oldest.
       01  WS-HIST-COUNT         PIC 9(2) VALUE 0.
       01  WS-HIST-TABLE.
           05  WS-HST-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-HST-IDX.
               10  WS-HST-PROGRAM    PIC X(12).
               10  WS-HST-FILLED     PIC 9(2).
               10  WS-HST-NEXT       PIC 9(2).
               10  WS-HST-SECS OCCURS 10 TIMES PIC 9(6).
       01  WS-SLOT-IDX           PIC 9(2).
       01  WS-HIST-TOTAL         PIC 9(8).
       01  WS-AVG-SECS           PIC 9(6).
       01  WS-PCT-OF-AVG         PIC 9(5).

       01  WS-RULE-COUNT         PIC 9(3) VALUE 0.
       01  WS-RULE-TABLE.
           05  WS-RUL-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-RUL-IDX WS-RUL-PRIOR.
               10  WS-RUL-PROGRAM    PIC X(12).
               10  WS-RUL-REQUIRED   PIC X(1).
               10  WS-RUL-AFTER      PIC X(12).
               10  WS-RUL-MAX-RC     PIC 9(2).
               10  WS-RUL-REASON     PIC X(40).

       01  WS-FOUND-SW           PIC X(1).
           88  WS-FOUND              VALUE "Y".
       01  WS-SEEN-SW            PIC X(1).
           88  WS-SEEN-BEFORE        VALUE "Y".
       01  WS-CNT-IDX            PIC 9(1).

       01  WS-ENDED-COUNT        PIC 9(3) VALUE 0.
       01  WS-INCOMPLETE-COUNT   PIC 9(3) VALUE 0.
       01  WS-NONZERO-COUNT      PIC 9(3) VALUE 0.
       01  WS-SLOW-COUNT         PIC 9(3) VALUE 0.
       01  WS-NOT-RUN-COUNT      PIC 9(3) VALUE 0.
       01  WS-ORDER-COUNT        PIC 9(3) VALUE 0.

       01  WS-FMT-SECS           PIC 9(6).
       01  WS-FMT-REM            PIC 9(6).
       01  WS-FMT-HMS.
           05  WS-FMT-HH             PIC 9(2).
           05  FILLER                PIC X(1) VALUE ":".
           05  WS-FMT-MM             PIC 9(2).
           05  FILLER                PIC X(1) VALUE ":".
           05  WS-FMT-SS             PIC 9(2).

       01  WS-RPT-HEADER.
           05  FILLER            PIC X(30)
               VALUE "NIGHTLY RUN SHEET   BATCH DAY ".
           05  WS-HDR-DAY        PIC X(8).
           05  FILLER            PIC X(35)
               VALUE " (STEPS STARTED NOON TO NOON)  RUN ".
           05  WS-HDR-RUN-DATE   PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-HDR-RUN-TIME   PIC X(6).
       01  WS-RPT-STEP-HEAD.
           05  FILLER            PIC X(40)
               VALUE "SEQ PROGRAM      JOB      STARTED       ".
           05  FILLER            PIC X(40)
               VALUE "    ENDED               ELAPSED    RC OU".
           05  FILLER            PIC X(40)
               VALUE "TCOME      TRAILING AVG   PCT FLAG      ".
       01  WS-RPT-STEP-DETAIL.
           05  WS-RPT-SEQ        PIC ZZ9.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-PROGRAM    PIC X(12).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-JOB-ID     PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-START-DATE PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-START-TIME PIC X(6).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-RPT-END-DATE   PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-END-TIME   PIC X(6).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-RPT-ELAPSED    PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-RC         PIC X(4).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-OUTCOME    PIC X(10).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-RPT-AVG        PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-PCT        PIC X(6).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-FLAG       PIC X(10).
       01  WS-RPT-RC-EDIT        PIC ZZZ9.
       01  WS-RPT-PCT-EDIT       PIC ZZZZ9.
       01  WS-RPT-COUNT-DETAIL.
           05  FILLER            PIC X(17) VALUE SPACES.
           05  WS-RPT-CNT-GROUP OCCURS 3 TIMES.
               10  WS-RPT-CNT-LABEL  PIC X(12).
               10  FILLER            PIC X(1).
               10  WS-RPT-CNT-VALUE  PIC Z(8)9.
               10  FILLER            PIC X(4).
       01  WS-RPT-EXC-HEAD.
           05  FILLER            PIC X(40)
               VALUE "EXCEPTIONS                              ".
       01  WS-RPT-EXC-DETAIL.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-RPT-EXC-KIND   PIC X(13).
           05  WS-RPT-EXC-PROGRAM PIC X(12).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-EXC-TEXT   PIC X(60).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-EXC-REASON PIC X(40).
       01  WS-EXC-TEXT-WORK      PIC X(60).
       01  WS-RPT-SUMMARY.
           05  FILLER            PIC X(7)  VALUE "STEPS: ".
           05  WS-SUM-STEPS      PIC ZZ9.
           05  FILLER            PIC X(11) VALUE "  COMPLETE ".
           05  WS-SUM-ENDED      PIC ZZ9.
           05  FILLER            PIC X(13) VALUE "  INCOMPLETE ".
           05  WS-SUM-INCOMPLETE PIC ZZ9.
           05  FILLER            PIC X(11) VALUE "  NON-ZERO ".
           05  WS-SUM-NONZERO    PIC ZZ9.
           05  FILLER            PIC X(9)  VALUE "  SLOWER ".
           05  WS-SUM-SLOW       PIC ZZ9.
           05  FILLER            PIC X(10) VALUE "  NOT RUN ".
           05  WS-SUM-NOT-RUN    PIC ZZ9.
           05  FILLER            PIC X(15) VALUE "  OUT OF ORDER ".
           05  WS-SUM-ORDER      PIC ZZ9.

       PROCEDURE DIVISION.
       0100-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-RULES
           PERFORM 2000-FIND-BATCH-DAY
           PERFORM 3000-LOAD-NIGHT
           IF WS-STEP-COUNT = 0
               DISPLAY "ROUNDSTEP.LDG HAS NO STEPS FOR BATCH DAY "
                   WS-SHEET-DATE " - NO RUN SHEET WRITTEN"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4000-OPEN-SHEET
           PERFORM 5000-LIST-STEPS
           PERFORM 6000-LIST-EXCEPTIONS
           PERFORM 7000-WRITE-SUMMARY
           CLOSE RND-SHEET-FILE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-SHEET-DATE FROM ENVIRONMENT "RNDSHEETDATE"
           IF WS-SHEET-DATE NOT = SPACES
             AND WS-SHEET-DATE NOT NUMERIC
               DISPLAY "INVALID RNDSHEETDATE " WS-SHEET-DATE
                   " - EXPECTED YYYYMMDD"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-SLOW-PCT-IN FROM ENVIRONMENT "RNDSLOWPCT"
           IF WS-SLOW-PCT-IN NOT = SPACES
               IF WS-SLOW-PCT-IN NUMERIC AND WS-SLOW-PCT-IN > "100"
                   MOVE WS-SLOW-PCT-IN TO WS-SLOW-PCT
               ELSE
                   DISPLAY "RNDSLOWPCT " WS-SLOW-PCT-IN
                       " IGNORED - NEEDS THREE DIGITS OVER 100, "
                       "USING " WS-SLOW-PCT
               END-IF
           END-IF.

      *> ROUNDSTEP.EXP is optional -- status 35 means no rules, so
      *> only the steps that actually ran can be judged.
       1500-LOAD-RULES.
           OPEN INPUT RND-SEXP-FILE
           IF WS-SEXP-STATUS = "35"
               SET WS-NO-RULES TO TRUE
               DISPLAY "NO ROUNDSTEP.EXP FOUND - EXPECTED STEPS AND "
                   "ORDER NOT CHECKED"
           ELSE
               IF WS-SEXP-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN ROUNDSTEP.EXP - STATUS "
                       WS-SEXP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ RND-SEXP-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 1510-STORE-RULE
                   END-READ
               END-PERFORM
               CLOSE RND-SEXP-FILE
           END-IF.

       1510-STORE-RULE.
           IF WS-RULE-COUNT >= 100
               DISPLAY "ROUNDSTEP.EXP EXCEEDS TABLE CAPACITY (100) - "
                   "RULE FOR " SEXP-PROGRAM " IGNORED"
           ELSE
               ADD 1 TO WS-RULE-COUNT
               MOVE SEXP-PROGRAM TO WS-RUL-PROGRAM (WS-RULE-COUNT)
               MOVE SEXP-REQUIRED TO WS-RUL-REQUIRED (WS-RULE-COUNT)
               MOVE SEXP-AFTER TO WS-RUL-AFTER (WS-RULE-COUNT)
               IF SEXP-AFTER-MAX-RC NUMERIC
                   MOVE SEXP-AFTER-MAX-RC
                       TO WS-RUL-MAX-RC (WS-RULE-COUNT)
               ELSE
                   MOVE 0 TO WS-RUL-MAX-RC (WS-RULE-COUNT)
               END-IF
               MOVE SEXP-REASON TO WS-RUL-REASON (WS-RULE-COUNT)
           END-IF.

      *> Without RNDSHEETDATE, a first pass finds the latest batch
      *> day on the ledger.  A missing ledger means no step of the
      *> suite has ever recorded itself: nothing to report.
       2000-FIND-BATCH-DAY.
           PERFORM 2050-OPEN-LEDGER
           IF WS-SHEET-DATE = SPACES
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ RND-LEDG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-STATE-BATCH-DAY
                           IF WS-REC-DAY NOT = SPACES
                             AND (WS-SHEET-DATE = SPACES
                                  OR WS-REC-DAY > WS-SHEET-DATE)
                               MOVE WS-REC-DAY TO WS-SHEET-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RND-LEDG-FILE
               IF WS-SHEET-DATE = SPACES
                   DISPLAY "ROUNDSTEP.LDG HOLDS NO STEPS - NO RUN "
                       "SHEET WRITTEN"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2050-OPEN-LEDGER
           END-IF.

       2050-OPEN-LEDGER.
           OPEN INPUT RND-LEDG-FILE
           IF WS-LEDG-STATUS = "35"
               DISPLAY "NO ROUNDSTEP.LDG FOUND - NO RUN SHEET WRITTEN"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LEDG-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROUNDSTEP.LDG - STATUS "
                   WS-LEDG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2100-STATE-BATCH-DAY.
           MOVE SPACES TO WS-REC-DAY
           IF LDG-START-DATE NUMERIC
               MOVE LDG-START-DATE TO WS-DAY-WORK
               IF LDG-START-TIME < "12000000"
                   PERFORM 2150-PREVIOUS-DAY
               END-IF
               MOVE WS-DAY-WORK TO WS-REC-DAY
           END-IF.

      *> Steps WS-DAY-WORK back one calendar day.  Gregorian leap
      *> years: divisible by 4, except centuries not divisible by 400.
       2150-PREVIOUS-DAY.
           IF WS-DAY-DD > 1
               SUBTRACT 1 FROM WS-DAY-DD
           ELSE
               IF WS-DAY-MM > 1
                   SUBTRACT 1 FROM WS-DAY-MM
               ELSE
                   MOVE 12 TO WS-DAY-MM
                   SUBTRACT 1 FROM WS-DAY-YYYY
               END-IF
               MOVE WS-MONTH-DAYS (WS-DAY-MM) TO WS-DAY-DD
               IF WS-DAY-MM = 2
                   DIVIDE WS-DAY-YYYY BY 4
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
                   DIVIDE WS-DAY-YYYY BY 100
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100
                   DIVIDE WS-DAY-YYYY BY 400
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400
                   IF WS-LEAP-REM-4 = 0
                     AND (WS-LEAP-REM-100 NOT = 0
                          OR WS-LEAP-REM-400 = 0)
                       MOVE 29 TO WS-DAY-DD
                   END-IF
               END-IF
           END-IF.

      *> The night's "B" records become the step list in start
      *> order; each "E" finishes the entry with the same program,
      *> job and start stamp.  An "E" whose "B" is missing still
      *> makes an entry.  Completed runs from earlier nights feed
      *> the trailing averages; later nights are ignored.
       3000-LOAD-NIGHT.
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ RND-LEDG-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-STATE-BATCH-DAY
                       EVALUATE TRUE
                           WHEN WS-REC-DAY = SPACES
                               CONTINUE
                           WHEN WS-REC-DAY = WS-SHEET-DATE
                               PERFORM 3100-TAKE-NIGHT-RECORD
                           WHEN WS-REC-DAY < WS-SHEET-DATE
                             AND LDG-IS-END
                               PERFORM 3400-ADD-HISTORY
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE RND-LEDG-FILE.

       3100-TAKE-NIGHT-RECORD.
           MOVE "N" TO WS-FOUND-SW
           IF LDG-IS-END
               PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                       UNTIL WS-STP-IDX > WS-STEP-COUNT OR WS-FOUND
                   IF WS-STP-PROGRAM (WS-STP-IDX) = LDG-PROGRAM
                     AND WS-STP-JOB-ID (WS-STP-IDX) = LDG-JOB-ID
                     AND WS-STP-START-DATE (WS-STP-IDX)
                         = LDG-START-DATE
                     AND WS-STP-START-TIME (WS-STP-IDX)
                         = LDG-START-TIME
                     AND NOT WS-STP-ENDED (WS-STP-IDX)
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-FOUND
                   SET WS-STP-IDX DOWN BY 1
               END-IF
           END-IF
           IF NOT WS-FOUND
               PERFORM 3200-NEW-STEP-ENTRY
           END-IF
           IF WS-FOUND AND LDG-IS-END
               PERFORM 3300-FINISH-STEP-ENTRY
           END-IF.

      *> WS-FOUND is left set when the entry was made, so the caller
      *> goes on to finish it for an "E" record.
       3200-NEW-STEP-ENTRY.
           IF WS-STEP-COUNT >= 200
               ADD 1 TO WS-STEP-DROP-COUNT
           ELSE
               ADD 1 TO WS-STEP-COUNT
               SET WS-STP-IDX TO WS-STEP-COUNT
               MOVE LDG-PROGRAM TO WS-STP-PROGRAM (WS-STP-IDX)
               MOVE LDG-JOB-ID TO WS-STP-JOB-ID (WS-STP-IDX)
               MOVE LDG-START-DATE TO WS-STP-START-DATE (WS-STP-IDX)
               MOVE LDG-START-TIME TO WS-STP-START-TIME (WS-STP-IDX)
               MOVE SPACES TO WS-STP-END-DATE (WS-STP-IDX)
               MOVE SPACES TO WS-STP-END-TIME (WS-STP-IDX)
               MOVE 0 TO WS-STP-RC (WS-STP-IDX)
               MOVE 0 TO WS-STP-ELAPSED (WS-STP-IDX)
               MOVE "N" TO WS-STP-ENDED-SW (WS-STP-IDX)
               PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                       UNTIL WS-CNT-IDX > 3
                   MOVE SPACES
                       TO WS-STP-CNT-LABEL (WS-STP-IDX WS-CNT-IDX)
                   MOVE 0 TO WS-STP-CNT-VALUE (WS-STP-IDX WS-CNT-IDX)
               END-PERFORM
               SET WS-FOUND TO TRUE
           END-IF.

       3300-FINISH-STEP-ENTRY.
           SET WS-STP-ENDED (WS-STP-IDX) TO TRUE
           MOVE LDG-END-DATE TO WS-STP-END-DATE (WS-STP-IDX)
           MOVE LDG-END-TIME TO WS-STP-END-TIME (WS-STP-IDX)
           MOVE LDG-RC TO WS-STP-RC (WS-STP-IDX)
           MOVE LDG-ELAPSED-SECS TO WS-STP-ELAPSED (WS-STP-IDX)
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                   UNTIL WS-CNT-IDX > 3
               MOVE LDG-COUNT-LABEL (WS-CNT-IDX)
                   TO WS-STP-CNT-LABEL (WS-STP-IDX WS-CNT-IDX)
               MOVE LDG-COUNT-VALUE (WS-CNT-IDX)
                   TO WS-STP-CNT-VALUE (WS-STP-IDX WS-CNT-IDX)
           END-PERFORM.

       3400-ADD-HISTORY.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                   UNTIL WS-HST-IDX > WS-HIST-COUNT OR WS-FOUND
               IF WS-HST-PROGRAM (WS-HST-IDX) = LDG-PROGRAM
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET WS-HST-IDX DOWN BY 1
           ELSE
               IF WS-HIST-COUNT < 50
                   ADD 1 TO WS-HIST-COUNT
                   SET WS-HST-IDX TO WS-HIST-COUNT
                   MOVE LDG-PROGRAM TO WS-HST-PROGRAM (WS-HST-IDX)
                   MOVE 0 TO WS-HST-FILLED (WS-HST-IDX)
                   MOVE 1 TO WS-HST-NEXT (WS-HST-IDX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-FOUND
               MOVE LDG-ELAPSED-SECS
                   TO WS-HST-SECS (WS-HST-IDX WS-HST-NEXT (WS-HST-IDX))
               IF WS-HST-FILLED (WS-HST-IDX) < 10
                   ADD 1 TO WS-HST-FILLED (WS-HST-IDX)
               END-IF
               IF WS-HST-NEXT (WS-HST-IDX) >= 10
                   MOVE 1 TO WS-HST-NEXT (WS-HST-IDX)
               ELSE
                   ADD 1 TO WS-HST-NEXT (WS-HST-IDX)
               END-IF
           END-IF.

       4000-OPEN-SHEET.
           OPEN OUTPUT RND-SHEET-FILE
           IF WS-SHEET-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROUNDRUN.RPT - STATUS "
                   WS-SHEET-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SHEET-DATE TO WS-HDR-DAY
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-RUN-TIME (1:6) TO WS-HDR-RUN-TIME
           MOVE WS-RPT-HEADER TO RND-SHEET-LINE
           WRITE RND-SHEET-LINE
           MOVE SPACES TO RND-SHEET-LINE
           WRITE RND-SHEET-LINE
           MOVE WS-RPT-STEP-HEAD TO RND-SHEET-LINE
           WRITE RND-SHEET-LINE.

       5000-LIST-STEPS.
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                   UNTIL WS-STP-IDX > WS-STEP-COUNT
               PERFORM 5100-WRITE-STEP-LINE
           END-PERFORM
           IF WS-STEP-DROP-COUNT > 0
               MOVE SPACES TO RND-SHEET-LINE
               STRING "*** " WS-STEP-DROP-COUNT
                   " FURTHER LEDGER RECORD(S) BEYOND TABLE CAPACITY "
                   "(200) NOT SHOWN" DELIMITED BY SIZE
                   INTO RND-SHEET-LINE
               END-STRING
               WRITE RND-SHEET-LINE
           END-IF.

       5100-WRITE-STEP-LINE.
           SET WS-RPT-SEQ TO WS-STP-IDX
           MOVE WS-STP-PROGRAM (WS-STP-IDX) TO WS-RPT-PROGRAM
           MOVE WS-STP-JOB-ID (WS-STP-IDX) TO WS-RPT-JOB-ID
           MOVE WS-STP-START-DATE (WS-STP-IDX) TO WS-RPT-START-DATE
           MOVE WS-STP-START-TIME (WS-STP-IDX) (1:6)
               TO WS-RPT-START-TIME
           MOVE SPACES TO WS-RPT-AVG
           MOVE SPACES TO WS-RPT-PCT
           MOVE SPACES TO WS-RPT-FLAG
           IF WS-STP-ENDED (WS-STP-IDX)
               ADD 1 TO WS-ENDED-COUNT
               MOVE WS-STP-END-DATE (WS-STP-IDX) TO WS-RPT-END-DATE
               MOVE WS-STP-END-TIME (WS-STP-IDX) (1:6)
                   TO WS-RPT-END-TIME
               MOVE WS-STP-ELAPSED (WS-STP-IDX) TO WS-FMT-SECS
               PERFORM 8000-FORMAT-ELAPSED
               MOVE WS-FMT-HMS TO WS-RPT-ELAPSED
               MOVE WS-STP-RC (WS-STP-IDX) TO WS-RPT-RC-EDIT
               MOVE WS-RPT-RC-EDIT TO WS-RPT-RC
               EVALUATE TRUE
                   WHEN WS-STP-RC (WS-STP-IDX) = 0
                       MOVE "OK" TO WS-RPT-OUTCOME
                   WHEN WS-STP-RC (WS-STP-IDX) < 8
                       MOVE "WARNING" TO WS-RPT-OUTCOME
                   WHEN WS-STP-RC (WS-STP-IDX) < 12
                       MOVE "EXCEPTIONS" TO WS-RPT-OUTCOME
                   WHEN WS-STP-RC (WS-STP-IDX) < 16
                       MOVE "FAILED" TO WS-RPT-OUTCOME
                   WHEN OTHER
                       MOVE "ABANDONED" TO WS-RPT-OUTCOME
               END-EVALUATE
               IF WS-STP-RC (WS-STP-IDX) NOT = 0
                   ADD 1 TO WS-NONZERO-COUNT
               END-IF
               PERFORM 5200-COMPARE-TO-AVERAGE
           ELSE
               ADD 1 TO WS-INCOMPLETE-COUNT
               MOVE SPACES TO WS-RPT-END-DATE
               MOVE SPACES TO WS-RPT-END-TIME
               MOVE SPACES TO WS-RPT-ELAPSED
               MOVE SPACES TO WS-RPT-RC
               MOVE "INCOMPLETE" TO WS-RPT-OUTCOME
           END-IF
           MOVE WS-RPT-STEP-DETAIL TO RND-SHEET-LINE
           WRITE RND-SHEET-LINE
           IF WS-STP-CNT-LABEL (WS-STP-IDX 1) NOT = SPACES
               MOVE SPACES TO WS-RPT-COUNT-DETAIL
               PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                       UNTIL WS-CNT-IDX > 3
                   IF WS-STP-CNT-LABEL (WS-STP-IDX WS-CNT-IDX)
                           NOT = SPACES
                       MOVE WS-STP-CNT-LABEL (WS-STP-IDX WS-CNT-IDX)
                           TO WS-RPT-CNT-LABEL (WS-CNT-IDX)
                       MOVE WS-STP-CNT-VALUE (WS-STP-IDX WS-CNT-IDX)
                           TO WS-RPT-CNT-VALUE (WS-CNT-IDX)
                   END-IF
               END-PERFORM
               MOVE WS-RPT-COUNT-DETAIL TO RND-SHEET-LINE
               WRITE RND-SHEET-LINE
           END-IF.

      *> An average of fewer than three earlier runs says little, and
      *> one of zero seconds cannot be a divisor; both leave the
      *> comparison columns blank.
       5200-COMPARE-TO-AVERAGE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                   UNTIL WS-HST-IDX > WS-HIST-COUNT OR WS-FOUND
               IF WS-HST-PROGRAM (WS-HST-IDX)
                       = WS-STP-PROGRAM (WS-STP-IDX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET WS-HST-IDX DOWN BY 1
               IF WS-HST-FILLED (WS-HST-IDX) >= 3
                   MOVE 0 TO WS-HIST-TOTAL
                   PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                           UNTIL WS-SLOT-IDX
                               > WS-HST-FILLED (WS-HST-IDX)
                       ADD WS-HST-SECS (WS-HST-IDX WS-SLOT-IDX)
                           TO WS-HIST-TOTAL
                   END-PERFORM
                   DIVIDE WS-HIST-TOTAL BY WS-HST-FILLED (WS-HST-IDX)
                       GIVING WS-AVG-SECS ROUNDED
                   MOVE WS-AVG-SECS TO WS-FMT-SECS
                   PERFORM 8000-FORMAT-ELAPSED
                   MOVE WS-FMT-HMS TO WS-RPT-AVG
                   IF WS-AVG-SECS > 0
                       COMPUTE WS-PCT-OF-AVG ROUNDED
                           = WS-STP-ELAPSED (WS-STP-IDX) * 100
                             / WS-AVG-SECS
                           ON SIZE ERROR
                               MOVE 99999 TO WS-PCT-OF-AVG
                       END-COMPUTE
                       MOVE WS-PCT-OF-AVG TO WS-RPT-PCT-EDIT
                       MOVE WS-RPT-PCT-EDIT TO WS-RPT-PCT
                       IF WS-PCT-OF-AVG >= WS-SLOW-PCT
                           MOVE "SLOWER" TO WS-RPT-FLAG
                           ADD 1 TO WS-SLOW-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       6000-LIST-EXCEPTIONS.
           MOVE SPACES TO RND-SHEET-LINE
           WRITE RND-SHEET-LINE
           MOVE WS-RPT-EXC-HEAD TO RND-SHEET-LINE
           WRITE RND-SHEET-LINE
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                   UNTIL WS-STP-IDX > WS-STEP-COUNT
               IF NOT WS-STP-ENDED (WS-STP-IDX)
                   MOVE SPACES TO WS-EXC-TEXT-WORK
                   STRING "STARTED " WS-STP-START-DATE (WS-STP-IDX)
                       " " WS-STP-START-TIME (WS-STP-IDX) (1:6)
                       " JOB " WS-STP-JOB-ID (WS-STP-IDX)
                       " - NO END RECORD" DELIMITED BY SIZE
                       INTO WS-EXC-TEXT-WORK
                   END-STRING
                   MOVE "INCOMPLETE" TO WS-RPT-EXC-KIND
                   MOVE WS-STP-PROGRAM (WS-STP-IDX)
                       TO WS-RPT-EXC-PROGRAM
                   MOVE SPACES TO WS-RPT-EXC-REASON
                   PERFORM 6900-WRITE-EXCEPTION
               END-IF
           END-PERFORM
           IF WS-NO-RULES
               MOVE SPACES TO RND-SHEET-LINE
               STRING "    NO ROUNDSTEP.EXP - EXPECTED STEPS AND "
                   "ORDER NOT CHECKED"
                   DELIMITED BY SIZE INTO RND-SHEET-LINE
               WRITE RND-SHEET-LINE
           ELSE
               PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                       UNTIL WS-RUL-IDX > WS-RULE-COUNT
                   PERFORM 6100-CHECK-REQUIRED
                   IF WS-RUL-AFTER (WS-RUL-IDX) NOT = SPACES
                       PERFORM 6200-CHECK-ORDER
                   END-IF
               END-PERFORM
           END-IF
           IF WS-INCOMPLETE-COUNT = 0 AND WS-NOT-RUN-COUNT = 0
             AND WS-ORDER-COUNT = 0
               MOVE "    NONE" TO RND-SHEET-LINE
               WRITE RND-SHEET-LINE
           END-IF.

      *> A step with several rules is reported missing once, under
      *> its first rule that makes it required.
       6100-CHECK-REQUIRED.
           IF WS-RUL-REQUIRED (WS-RUL-IDX) = "Y"
               MOVE "N" TO WS-SEEN-SW
               PERFORM VARYING WS-RUL-PRIOR FROM 1 BY 1
                       UNTIL WS-RUL-PRIOR >= WS-RUL-IDX
                   IF WS-RUL-PROGRAM (WS-RUL-PRIOR)
                           = WS-RUL-PROGRAM (WS-RUL-IDX)
                     AND WS-RUL-REQUIRED (WS-RUL-PRIOR) = "Y"
                       SET WS-SEEN-BEFORE TO TRUE
                   END-IF
               END-PERFORM
               MOVE "N" TO WS-FOUND-SW
               PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                       UNTIL WS-STP-IDX > WS-STEP-COUNT OR WS-FOUND
                   IF WS-STP-PROGRAM (WS-STP-IDX)
                           = WS-RUL-PROGRAM (WS-RUL-IDX)
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND AND NOT WS-SEEN-BEFORE
                   MOVE "NOT RUN" TO WS-RPT-EXC-KIND
                   MOVE WS-RUL-PROGRAM (WS-RUL-IDX)
                       TO WS-RPT-EXC-PROGRAM
                   MOVE "EXPECTED EVERY NIGHT - NO STEP RECORD"
                       TO WS-EXC-TEXT-WORK
                   MOVE WS-RUL-REASON (WS-RUL-IDX) TO WS-RPT-EXC-REASON
                   PERFORM 6900-WRITE-EXCEPTION
                   ADD 1 TO WS-NOT-RUN-COUNT
               END-IF
           END-IF.

      *> Every run of the step that night is held to the rule: the
      *> nearest earlier run of the prerequisite must have finished,
      *> at or under the rule's return code.
       6200-CHECK-ORDER.
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                   UNTIL WS-STP-IDX > WS-STEP-COUNT
               IF WS-STP-PROGRAM (WS-STP-IDX)
                       = WS-RUL-PROGRAM (WS-RUL-IDX)
                   PERFORM 6210-CHECK-ONE-RUN
               END-IF
           END-PERFORM.

       6210-CHECK-ONE-RUN.
           MOVE "N" TO WS-FOUND-SW
           MOVE SPACES TO WS-EXC-TEXT-WORK
           IF WS-STP-IDX > 1
               SET WS-PRE-IDX TO WS-STP-IDX
               SET WS-PRE-IDX DOWN BY 1
               PERFORM UNTIL WS-PRE-IDX < 1 OR WS-FOUND
                   IF WS-STP-PROGRAM (WS-PRE-IDX)
                           = WS-RUL-AFTER (WS-RUL-IDX)
                       SET WS-FOUND TO TRUE
                   ELSE
                       SET WS-PRE-IDX DOWN BY 1
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   STRING "STARTED " WS-STP-START-TIME (WS-STP-IDX)
                       (1:6) " WITH NO " DELIMITED BY SIZE
                       WS-RUL-AFTER (WS-RUL-IDX) DELIMITED BY SPACE
                       " BEFORE IT" DELIMITED BY SIZE
                       INTO WS-EXC-TEXT-WORK
                   END-STRING
               WHEN NOT WS-STP-ENDED (WS-PRE-IDX)
                   STRING "STARTED " WS-STP-START-TIME (WS-STP-IDX)
                       (1:6) " AFTER " DELIMITED BY SIZE
                       WS-RUL-AFTER (WS-RUL-IDX) DELIMITED BY SPACE
                       " THAT NEVER FINISHED" DELIMITED BY SIZE
                       INTO WS-EXC-TEXT-WORK
                   END-STRING
               WHEN WS-STP-RC (WS-PRE-IDX) > WS-RUL-MAX-RC (WS-RUL-IDX)
                   MOVE WS-STP-RC (WS-PRE-IDX) TO WS-RPT-RC-EDIT
                   STRING "STARTED " WS-STP-START-TIME (WS-STP-IDX)
                       (1:6) " AFTER " DELIMITED BY SIZE
                       WS-RUL-AFTER (WS-RUL-IDX) DELIMITED BY SPACE
                       " ENDED RC" WS-RPT-RC-EDIT DELIMITED BY SIZE
                       INTO WS-EXC-TEXT-WORK
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-EXC-TEXT-WORK NOT = SPACES
               MOVE "OUT OF ORDER" TO WS-RPT-EXC-KIND
               MOVE WS-RUL-PROGRAM (WS-RUL-IDX) TO WS-RPT-EXC-PROGRAM
               MOVE WS-RUL-REASON (WS-RUL-IDX) TO WS-RPT-EXC-REASON
               PERFORM 6900-WRITE-EXCEPTION
               ADD 1 TO WS-ORDER-COUNT
           END-IF.

       6900-WRITE-EXCEPTION.
           MOVE WS-EXC-TEXT-WORK TO WS-RPT-EXC-TEXT
           MOVE WS-RPT-EXC-DETAIL TO RND-SHEET-LINE
           WRITE RND-SHEET-LINE
           DISPLAY WS-RPT-EXC-KIND " " WS-RPT-EXC-PROGRAM " "
               WS-EXC-TEXT-WORK.

       7000-WRITE-SUMMARY.
           MOVE WS-STEP-COUNT TO WS-SUM-STEPS
           MOVE WS-ENDED-COUNT TO WS-SUM-ENDED
           MOVE WS-INCOMPLETE-COUNT TO WS-SUM-INCOMPLETE
           MOVE WS-NONZERO-COUNT TO WS-SUM-NONZERO
           MOVE WS-SLOW-COUNT TO WS-SUM-SLOW
           MOVE WS-NOT-RUN-COUNT TO WS-SUM-NOT-RUN
           MOVE WS-ORDER-COUNT TO WS-SUM-ORDER
           MOVE SPACES TO RND-SHEET-LINE
           WRITE RND-SHEET-LINE
           MOVE WS-RPT-SUMMARY TO RND-SHEET-LINE
           WRITE RND-SHEET-LINE
           DISPLAY "RUN SHEET FOR BATCH DAY " WS-SHEET-DATE
               " TO ROUNDRUN.RPT"
           DISPLAY WS-RPT-SUMMARY
           EVALUATE TRUE
               WHEN WS-INCOMPLETE-COUNT > 0
                 OR WS-NOT-RUN-COUNT > 0
                 OR WS-ORDER-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NONZERO-COUNT > 0
                 OR WS-SLOW-COUNT > 0
                 OR WS-STEP-DROP-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       8000-FORMAT-ELAPSED.
           DIVIDE WS-FMT-SECS BY 3600
               GIVING WS-FMT-HH REMAINDER WS-FMT-REM
           DIVIDE WS-FMT-REM BY 60
               GIVING WS-FMT-MM REMAINDER WS-FMT-SS.
