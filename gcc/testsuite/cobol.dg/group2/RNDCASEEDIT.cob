      *>         scenario ids (see RNDSCEN.cpy) -- a master case
      *>         there would share an AUD-CASE-ID with a scenario
      *>         and corrupt every consumer keyed on it
      *>   E012  RND-CASE-EFF-FROM or RND-CASE-EFF-TO neither blank
      *>         nor a real YYYYMMDD calendar date
      *>   E013  RND-CASE-EFF-FROM after RND-CASE-EFF-TO -- a range
      *>         no day falls in
      *>   E014  an active case whose effective range overlaps that
      *>         of another active case for the same computation
      *>         (MODE, PRECIS, OPCODE, INPUT and, for arithmetic,
      *>         OPND2): on a day in both, `prog` would certify the
      *>         same computation twice against two expectations.
      *>         Both cases are rejected -- which generation is wrong
      *>         is for the maintainer to say.
      *>
      *> The overlap rule needs every case in view at once, so the
      *> master is read twice: a first pass tables each active
      *> case's computation and range, the second edits as before.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rndcaseedit.
       ENVIRONMENT DIVISION.
                   INDEXED BY WS-SEEN-IDX PIC 9(4).
       01  WS-DUP-SW             PIC X(1).
           88  WS-DUP-ID             VALUE "Y".
      *> Effective ranges of the active cases, from the first pass.
      *> A blank date is open, so it is held as the earliest or
      *> latest possible day and the overlap test needs no special
      *> cases.  Only a range that passes E012/E013 is tabled.
       01  WS-RANGE-COUNT        PIC 9(4) VALUE 0.
       01  WS-RANGE-TABLE.
           05  WS-RANGE-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-RANGE-IDX.
               10  WS-RNG-ID         PIC 9(4).
               10  WS-RNG-MODE       PIC X(24).
               10  WS-RNG-PRECIS     PIC X(1).
               10  WS-RNG-OPCODE     PIC X(1).
               10  WS-RNG-INPUT      PIC S9(7)V999 SIGN LEADING
                                     SEPARATE.
               10  WS-RNG-OPND2      PIC S9(5)V9(5) SIGN LEADING
                                     SEPARATE.
               10  WS-RNG-FROM       PIC X(8).
               10  WS-RNG-TO         PIC X(8).
      *> The current case's computation and range, in table form.
       01  WS-CUR-RANGE.
           05  WS-CUR-ID             PIC 9(4).
           05  WS-CUR-MODE           PIC X(24).
           05  WS-CUR-PRECIS         PIC X(1).
           05  WS-CUR-OPCODE         PIC X(1).
           05  WS-CUR-INPUT          PIC S9(7)V999 SIGN LEADING
                                     SEPARATE.
           05  WS-CUR-OPND2          PIC S9(5)V9(5) SIGN LEADING
                                     SEPARATE.
           05  WS-CUR-FROM           PIC X(8).
           05  WS-CUR-TO             PIC X(8).
       01  WS-RANGE-SW           PIC X(1).
           88  WS-RANGE-OK           VALUE "Y".
           88  WS-RANGE-BAD-DATE     VALUE "D".
           88  WS-RANGE-INVERTED     VALUE "I".
       01  WS-OVERLAP-SW         PIC X(1).
           88  WS-OVERLAP            VALUE "Y".
       01  WS-DATE-CHECK         PIC X(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-CHECK.
           05  WS-DATE-YYYY          PIC 9(4).
           05  WS-DATE-MM            PIC 9(2).
           05  WS-DATE-DD            PIC 9(2).
       01  WS-DATE-OK-SW         PIC X(1).
           88  WS-DATE-OK            VALUE "Y".
       01  WS-MONTH-DAYS-LIST    PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
           05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).
       01  WS-MONTH-LIMIT        PIC 9(2).
       01  WS-LEAP-QUOT          PIC 9(4).
       01  WS-LEAP-REM-4         PIC 9(3).
       01  WS-LEAP-REM-100       PIC 9(3).
       01  WS-LEAP-REM-400       PIC 9(3).
       01  WS-STEP-AREA.
           COPY RNDSTEP.

       PROCEDURE DIVISION.
       0100-MAINLINE.
           PERFORM 0400-BEGIN-STEP
           PERFORM 1000-OPEN-FILES
           PERFORM 1500-LOAD-RANGES
           PERFORM UNTIL WS-EOF
               READ RND-CASE-FILE
                   AT END
               END-READ
           END-PERFORM
           PERFORM 9000-CLOSE-AND-SUMMARIZE
           PERFORM 0410-END-STEP
           STOP RUN.

       0400-BEGIN-STEP.
           SET STEP-FUNC-BEGIN TO TRUE
           MOVE "rndcaseedit" TO STEP-PROGRAM
           CALL "rndstep" USING WS-STEP-AREA.

      *> The return code the step leaves with, and its counts for
      *> the run sheet.
       0410-END-STEP.
           SET STEP-FUNC-END TO TRUE
           MOVE "rndcaseedit" TO STEP-PROGRAM
           MOVE RETURN-CODE TO STEP-RC
           MOVE "READ" TO STEP-COUNT-LABEL (1)
           MOVE WS-READ-COUNT TO STEP-COUNT-VALUE (1)
           MOVE "ACCEPTED" TO STEP-COUNT-LABEL (2)
           MOVE WS-ACCEPT-COUNT TO STEP-COUNT-VALUE (2)
           MOVE "REJECTED" TO STEP-COUNT-LABEL (3)
           MOVE WS-REJECT-COUNT TO STEP-COUNT-VALUE (3)
           CALL "rndstep" USING WS-STEP-AREA.

       1000-OPEN-FILES.
           OPEN INPUT RND-CASE-FILE
           IF WS-CASE-STATUS NOT = "00"
               STOP RUN
           END-IF.

      *> First pass: table the active cases' ranges, then reopen the
      *> master so the edit pass starts again from the first key.
       1500-LOAD-RANGES.
           PERFORM UNTIL WS-EOF
               READ RND-CASE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RND-CASE-IS-ACTIVE OF RND-CASE-REC
                           PERFORM 2710-STATE-RANGE
                           IF WS-RANGE-OK
                               PERFORM 1510-TABLE-RANGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RND-CASE-FILE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT RND-CASE-FILE
           IF WS-CASE-STATUS NOT = "00"
               DISPLAY "UNABLE TO REOPEN ROUNDCASE.MST - STATUS "
                   WS-CASE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1510-TABLE-RANGE.
           IF WS-RANGE-COUNT >= 5000
               DISPLAY "RANGE TABLE CAPACITY (5000) REACHED - "
                   "OVERLAP CHECK INCOMPLETE FOR CASE "
                   RND-CASE-ID OF RND-CASE-REC
           ELSE
               ADD 1 TO WS-RANGE-COUNT
               MOVE WS-CUR-RANGE TO WS-RANGE-ENTRY (WS-RANGE-COUNT)
           END-IF.

       2000-EDIT-ONE-CASE.
           MOVE SPACES TO WS-REASON
           PERFORM 2100-CHECK-NUMERIC
           IF WS-REASON = SPACES
               PERFORM 2600-CHECK-OPERATION
           END-IF
           IF WS-REASON = SPACES
               PERFORM 2700-CHECK-EFFECTIVE-RANGE
           END-IF
           IF WS-REASON = SPACES
               PERFORM 3000-WRITE-ACCEPT
           ELSE
                   MOVE "E010" TO WS-REASON
           END-EVALUATE.

       2700-CHECK-EFFECTIVE-RANGE.
           PERFORM 2710-STATE-RANGE
           EVALUATE TRUE
               WHEN WS-RANGE-BAD-DATE
                   MOVE "E012" TO WS-REASON
               WHEN WS-RANGE-INVERTED
                   MOVE "E013" TO WS-REASON
               WHEN RND-CASE-IS-ACTIVE OF RND-CASE-REC
                   PERFORM 2750-CHECK-OVERLAP
                   IF WS-OVERLAP
                       MOVE "E014" TO WS-REASON
                   END-IF
           END-EVALUATE.

      *> Lays the current case out as a range-table entry and says
      *> whether its range is usable.  An assignment ignores its
      *> operand, so the operand is zeroed for it and two
      *> assignments of the same input compare equal.
       2710-STATE-RANGE.
           MOVE RND-CASE-ID OF RND-CASE-REC TO WS-CUR-ID
           MOVE RND-CASE-MODE OF RND-CASE-REC TO WS-CUR-MODE
           MOVE RND-CASE-PRECIS OF RND-CASE-REC TO WS-CUR-PRECIS
           MOVE RND-CASE-OPCODE OF RND-CASE-REC TO WS-CUR-OPCODE
           MOVE RND-CASE-INPUT OF RND-CASE-REC TO WS-CUR-INPUT
           IF RND-CASE-OP-ASSIGN OF RND-CASE-REC
               MOVE 0 TO WS-CUR-OPND2
           ELSE
               MOVE RND-CASE-OPND2 OF RND-CASE-REC TO WS-CUR-OPND2
           END-IF
           SET WS-RANGE-OK TO TRUE
           IF RND-CASE-EFF-FROM OF RND-CASE-REC = SPACES
               MOVE "00000000" TO WS-CUR-FROM
           ELSE
               MOVE RND-CASE-EFF-FROM OF RND-CASE-REC TO WS-DATE-CHECK
               PERFORM 2720-CHECK-DATE
               IF NOT WS-DATE-OK
                   SET WS-RANGE-BAD-DATE TO TRUE
               END-IF
               MOVE RND-CASE-EFF-FROM OF RND-CASE-REC TO WS-CUR-FROM
           END-IF
           IF RND-CASE-EFF-TO OF RND-CASE-REC = SPACES
               MOVE "99999999" TO WS-CUR-TO
           ELSE
               MOVE RND-CASE-EFF-TO OF RND-CASE-REC TO WS-DATE-CHECK
               PERFORM 2720-CHECK-DATE
               IF NOT WS-DATE-OK
                   SET WS-RANGE-BAD-DATE TO TRUE
               END-IF
               MOVE RND-CASE-EFF-TO OF RND-CASE-REC TO WS-CUR-TO
           END-IF
           IF WS-RANGE-OK AND WS-CUR-FROM > WS-CUR-TO
               SET WS-RANGE-INVERTED TO TRUE
           END-IF.

      *> Gregorian rules: a year divisible by 4 is leap, except a
      *> century year not divisible by 400.
       2720-CHECK-DATE.
           MOVE "N" TO WS-DATE-OK-SW
           IF WS-DATE-CHECK IS NUMERIC
             AND WS-DATE-YYYY > 0
             AND WS-DATE-MM >= 1 AND WS-DATE-MM <= 12
               MOVE WS-MONTH-DAYS (WS-DATE-MM) TO WS-MONTH-LIMIT
               IF WS-DATE-MM = 2
                   DIVIDE WS-DATE-YYYY BY 4
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
                   DIVIDE WS-DATE-YYYY BY 100
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100
                   DIVIDE WS-DATE-YYYY BY 400
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400
                   IF WS-LEAP-REM-4 = 0
                     AND (WS-LEAP-REM-100 NOT = 0
                          OR WS-LEAP-REM-400 = 0)
                       MOVE 29 TO WS-MONTH-LIMIT
                   END-IF
               END-IF
               IF WS-DATE-DD >= 1 AND WS-DATE-DD <= WS-MONTH-LIMIT
                   SET WS-DATE-OK TO TRUE
               END-IF
           END-IF.

      *> Two inclusive ranges share a day when each starts no later
      *> than the other ends.  The case's own entry is skipped by id.
       2750-CHECK-OVERLAP.
           MOVE "N" TO WS-OVERLAP-SW
           PERFORM VARYING WS-RANGE-IDX FROM 1 BY 1
                   UNTIL WS-RANGE-IDX > WS-RANGE-COUNT
                      OR WS-OVERLAP
               IF WS-RNG-ID (WS-RANGE-IDX) NOT = WS-CUR-ID
                 AND WS-RNG-MODE (WS-RANGE-IDX) = WS-CUR-MODE
                 AND WS-RNG-PRECIS (WS-RANGE-IDX) = WS-CUR-PRECIS
                 AND WS-RNG-OPCODE (WS-RANGE-IDX) = WS-CUR-OPCODE
                 AND WS-RNG-INPUT (WS-RANGE-IDX) = WS-CUR-INPUT
                 AND WS-RNG-OPND2 (WS-RANGE-IDX) = WS-CUR-OPND2
                 AND WS-RNG-FROM (WS-RANGE-IDX) <= WS-CUR-TO
                 AND WS-CUR-FROM <= WS-RNG-TO (WS-RANGE-IDX)
                   SET WS-OVERLAP TO TRUE
                   DISPLAY "CASE " WS-CUR-ID " OVERLAPS CASE "
                       WS-RNG-ID (WS-RANGE-IDX) " FROM "
                       WS-CUR-FROM " TO " WS-CUR-TO
               END-IF
           END-PERFORM.

       3000-WRITE-ACCEPT.
           MOVE CORRESPONDING RND-CASE-REC TO RND-ACCEPT-REC
           WRITE RND-ACCEPT-REC
