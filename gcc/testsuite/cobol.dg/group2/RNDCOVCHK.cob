       *> { dg-do compile }

      *> RNDCOVCHK -- coverage matrix of the case master and the
      *> scenario file.  The certification suite proves only what
      *> its cases exercise: a mode with no negative tie case can
      *> mis-round every negative half-cent in production and still
      *> certify clean.  This analyzer places every active case in
      *> ROUNDCASE.MST in force on the certification as-of date and
      *> every scenario in ROUNDSCEN.DAT in a cell of the matrix
      *>     mode x scale (RND-CASE-PRECIS) x operation
      *>          (RND-CASE-OPCODE) x sign x boundary class
      *> and reports how the portfolio is spread across it.
      *>
      *> The as-of date is chosen as prog chooses it: RNDASOFDATE,
      *> else the run date, and a case counts only when it is in
      *> force that day (RND-CASE-EFF-FROM/-TO, both ends inclusive,
      *> a blank end open) -- an expired or not-yet-effective case
      *> is not run by tonight's certification, so it covers
      *> nothing.  An as-of date that is not eight digits ends the
      *> run with RC 12.
      *>
      *> The boundary class is where the value being rounded sits
      *> relative to the case's own scale:
      *>     EXACT      already representable -- nothing to round
      *>     BELOW-TIE  residue under one half of the last place
      *>     TIE        residue exactly one half
      *>     ABOVE-TIE  residue over one half
      *>     SIZE-ERR   the case expects a SIZE ERROR
      *>                (RND-CASE-EXP-ERR / SCEN-EXP-ERR "Y", or a
      *>                divide by zero)
      *> The value rounded is the case's operation result computed
      *> exactly, without ROUNDED -- the same quantity the engine
      *> hands to the ROUNDED MODE phrase.  A quotient is classed
      *> from its remainder against the divisor, so a repeating
      *> decimal is never mistaken for a tie.  A scenario is classed
      *> by its header's mode and scale and its first step, the one
      *> operation whose input is stated rather than derived.
      *>
      *> Output: ROUNDCOV.RPT -- each item's cell, the mode-by-class
      *> grid with every empty cell listed, the mode-by-scale and
      *> mode-by-operation grids likewise, every empty cell of the
      *> full matrix for assignments (mode x scale x sign x class,
      *> the cells a projection can hide), and the check of the
      *> mandatory cells.  The cells the shop designates as
      *> mandatory are in ROUNDCOV.MND (see RNDCOVRQ.cpy); any of
      *> them left empty, or a designation that names no valid cell,
      *> ends the run with RC 8.  No ROUNDCOV.MND means nothing is
      *> enforced: RC 4, as is an item that could not be classed
      *> (unknown mode, scale or operation).  RC 16 on I/O failure.
      *> Read-only against the master, so no suite lock is taken.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rndcovchk.
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
           SELECT RND-MAND-FILE ASSIGN TO "ROUNDCOV.MND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAND-STATUS.
           SELECT RND-COV-FILE ASSIGN TO "ROUNDCOV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RND-CASE-FILE.
       01  RND-CASE-REC.
           COPY RNDCASE.
       FD  RND-SCEN-FILE.
       01  RND-SCEN-REC.
           COPY RNDSCEN.
       FD  RND-MAND-FILE.
       01  RND-MAND-REC.
           COPY RNDCOVRQ.
       FD  RND-COV-FILE.
       01  RND-COV-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-CASE-STATUS        PIC X(2) VALUE "00".
       01  WS-SCEN-STATUS        PIC X(2) VALUE "00".
       01  WS-MAND-STATUS        PIC X(2) VALUE "00".
       01  WS-COV-STATUS         PIC X(2) VALUE "00".
       01  WS-EOF-SW             PIC X(1) VALUE "N".
           88  WS-EOF                VALUE "Y".
       01  WS-SCEN-EOF-SW        PIC X(1) VALUE "N".
           88  WS-SCEN-EOF           VALUE "Y".
       01  WS-MAND-EOF-SW        PIC X(1) VALUE "N".
           88  WS-MAND-EOF           VALUE "Y".
       01  WS-NO-MAND-SW         PIC X(1) VALUE "N".
           88  WS-NO-MAND            VALUE "Y".
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-RUN-TIME           PIC 9(8).
       01  WS-ASOF-DATE          PIC X(8) VALUE SPACES.
       01  WS-IN-FORCE-SW        PIC X(1) VALUE "N".
           88  WS-IN-FORCE           VALUE "Y".

       01  WS-CASE-COUNT         PIC 9(6) VALUE 0.
       01  WS-SCEN-COUNT         PIC 9(6) VALUE 0.
       01  WS-UNCLASS-COUNT      PIC 9(6) VALUE 0.
       01  WS-NOT-IN-FORCE-COUNT PIC 9(6) VALUE 0.
       01  WS-MAND-COUNT         PIC 9(4) VALUE 0.
       01  WS-MAND-EMPTY-COUNT   PIC 9(4) VALUE 0.
       01  WS-MAND-BAD-COUNT     PIC 9(4) VALUE 0.
       01  WS-EMPTY-COUNT        PIC 9(4) VALUE 0.
       01  WS-ASSIGN-EMPTY-COUNT PIC 9(4) VALUE 0.

           COPY RNDMODES.

      *> The codes of each matrix dimension, in the order of its
      *> subscript.  Precis and opcode use the RNDCASE.cpy codes;
      *> class uses the RNDCOVRQ.cpy codes.
       01  WS-PRECIS-CODES       PIC X(4) VALUE "DCUM".
       01  WS-PRECIS-CODE-TABLE REDEFINES WS-PRECIS-CODES.
           05  WS-PRECIS-CODE OCCURS 4 TIMES PIC X(1).
       01  WS-OPCODE-CODES       PIC X(5) VALUE " MDAS".
       01  WS-OPCODE-CODE-TABLE REDEFINES WS-OPCODE-CODES.
           05  WS-OPCODE-CODE OCCURS 5 TIMES PIC X(1).
       01  WS-SIGN-CODES         PIC X(2) VALUE "+-".
       01  WS-SIGN-CODE-TABLE REDEFINES WS-SIGN-CODES.
           05  WS-SIGN-CODE OCCURS 2 TIMES PIC X(1).
       01  WS-CLASS-CODES        PIC X(5) VALUE "EBTAS".
       01  WS-CLASS-CODE-TABLE REDEFINES WS-CLASS-CODES.
           05  WS-CLASS-CODE OCCURS 5 TIMES PIC X(1).
       01  WS-PRECIS-LABEL-VALUES.
           05  FILLER            PIC X(10) VALUE "DIGIT".
           05  FILLER            PIC X(10) VALUE "CURRENCY".
           05  FILLER            PIC X(10) VALUE "UNIT".
           05  FILLER            PIC X(10) VALUE "MIL".
       01  WS-PRECIS-LABEL-TABLE REDEFINES WS-PRECIS-LABEL-VALUES.
           05  WS-PRECIS-LABEL OCCURS 4 TIMES PIC X(10).
       01  WS-OPCODE-LABEL-VALUES.
           05  FILLER            PIC X(10) VALUE "ASSIGN".
           05  FILLER            PIC X(10) VALUE "MULTIPLY".
           05  FILLER            PIC X(10) VALUE "DIVIDE".
           05  FILLER            PIC X(10) VALUE "ADD".
           05  FILLER            PIC X(10) VALUE "SUBTRACT".
       01  WS-OPCODE-LABEL-TABLE REDEFINES WS-OPCODE-LABEL-VALUES.
           05  WS-OPCODE-LABEL OCCURS 5 TIMES PIC X(10).
       01  WS-CLASS-LABEL-VALUES.
           05  FILLER            PIC X(10) VALUE "EXACT".
           05  FILLER            PIC X(10) VALUE "BELOW-TIE".
           05  FILLER            PIC X(10) VALUE "TIE".
           05  FILLER            PIC X(10) VALUE "ABOVE-TIE".
           05  FILLER            PIC X(10) VALUE "SIZE-ERR".
       01  WS-CLASS-LABEL-TABLE REDEFINES WS-CLASS-LABEL-VALUES.
           05  WS-CLASS-LABEL OCCURS 5 TIMES PIC X(10).

      *> The full matrix: mode x precis x opcode x sign x class.
       01  WS-COV-MATRIX.
           05  WS-COV-MODE OCCURS 8 TIMES.
               10  WS-COV-PRECIS OCCURS 4 TIMES.
                   15  WS-COV-OPCODE OCCURS 5 TIMES.
                       20  WS-COV-SIGN OCCURS 2 TIMES.
                           25  WS-COV-CELL OCCURS 5 TIMES
                                               PIC 9(4).
      *> The three two-way projections the report prints.
       01  WS-BY-CLASS-GRID.
           05  WS-BYC-ROW OCCURS 8 TIMES.
               10  WS-BYC-CELL OCCURS 5 TIMES PIC 9(4).
       01  WS-BY-PRECIS-GRID.
           05  WS-BYP-ROW OCCURS 8 TIMES.
               10  WS-BYP-CELL OCCURS 5 TIMES PIC 9(4).
       01  WS-BY-OPCODE-GRID.
           05  WS-BYO-ROW OCCURS 8 TIMES.
               10  WS-BYO-CELL OCCURS 5 TIMES PIC 9(4).
       01  WS-M-SUB              PIC 9(2).
       01  WS-P-SUB              PIC 9(2).
       01  WS-O-SUB              PIC 9(2).
       01  WS-S-SUB              PIC 9(2).
       01  WS-C-SUB              PIC 9(2).

      *> One item to classify, cases and scenarios alike.
       01  WS-ITEM-SOURCE        PIC X(4).
       01  WS-ITEM-ID            PIC 9(4).
       01  WS-ITEM-MODE          PIC X(24).
       01  WS-ITEM-PRECIS        PIC X(1).
       01  WS-ITEM-OPCODE        PIC X(1).
       01  WS-ITEM-INPUT         PIC S9(7)V999.
       01  WS-ITEM-OPND2         PIC S9(5)V9(5).
       01  WS-ITEM-EXP-ERR       PIC X(1).
       01  WS-ITEM-OK-SW         PIC X(1).
           88  WS-ITEM-OK            VALUE "Y".
       01  WS-ITEM-WHY           PIC X(16).
       01  WS-FOUND-SW           PIC X(1).
           88  WS-FOUND              VALUE "Y".

      *> Exact arithmetic for the boundary class.  WS-RAW holds any
      *> sum, difference or product of the two operand pictures in
      *> full; a quotient is never formed as a decimal -- it is
      *> classed from its remainder (see 2320-CLASS-OF-QUOTIENT).
       01  WS-SCALE-FACTOR       PIC 9(4).
       01  WS-RAW                PIC S9(12)V9(8).
       01  WS-SCALED             PIC S9(15)V9(8).
       01  WS-SCALED-INT         PIC S9(15).
       01  WS-RESIDUE            PIC S9(1)V9(8).
       01  WS-DIVIDEND           PIC S9(10)V999.
       01  WS-QUOTIENT           PIC S9(16).
       01  WS-REMAINDER          PIC S9(10)V9(8).
       01  WS-TWICE-REM          PIC S9(11)V9(8).
       01  WS-ABS-DIVISOR        PIC S9(5)V9(5).

      *> Scenario header held until its first step is read.
       01  WS-SCEN-PENDING-SW    PIC X(1) VALUE "N".
           88  WS-SCEN-PENDING       VALUE "Y".
       01  WS-HOLD-ID            PIC 9(4).
       01  WS-HOLD-MODE          PIC X(24).
       01  WS-HOLD-PRECIS        PIC X(1).
       01  WS-HOLD-INPUT         PIC S9(7)V999.
       01  WS-HOLD-EXP-ERR       PIC X(1).

      *> Mandatory-cell check.
       01  WS-MAND-HITS          PIC 9(6).
       01  WS-MAND-VALID-SW      PIC X(1).
           88  WS-MAND-VALID         VALUE "Y".

      *> Grid printing: one of the three projections is copied here
      *> with its column count and captions, then printed by the
      *> one routine.
       01  WS-GRID-TITLE         PIC X(60).
       01  WS-GRID-COLS          PIC 9(1).
       01  WS-GRID-WORK.
           05  WS-GRID-ROW OCCURS 8 TIMES.
               10  WS-GRID-CELL OCCURS 5 TIMES PIC 9(4).
       01  WS-GRID-CAPTIONS.
           05  WS-GRID-CAPTION OCCURS 5 TIMES PIC X(10).
       01  WS-GRID-ROW-TOTAL     PIC 9(6).
       01  WS-GRID-COL-TOTAL     PIC 9(6).
       01  WS-GRID-EMPTY         PIC 9(4).
       01  WS-LINE-POS           PIC 9(3).
       01  WS-COL-NUM            PIC Z(9)9.

       01  WS-HDR-LINE.
           05  FILLER            PIC X(38)
               VALUE "ROUNDING CASE COVERAGE ANALYSIS  RUN ".
           05  WS-HDR-DATE       PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-HDR-TIME       PIC 9(8).
           05  FILLER            PIC X(7)  VALUE " AS OF ".
           05  WS-HDR-ASOF       PIC X(8).
       01  WS-DET-HDR-LINE.
           05  FILLER            PIC X(35)
               VALUE "ITEM      MODE".
           05  FILLER            PIC X(22)
               VALUE "SCALE      OPERATION".
           05  FILLER            PIC X(8)  VALUE "S CLASS".
       01  WS-DET-LINE.
           05  WS-DET-SOURCE     PIC X(4).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-DET-ID         PIC 9(4).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-DET-MODE       PIC X(24).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-DET-PRECIS     PIC X(10).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-DET-OPCODE     PIC X(10).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-DET-SIGN       PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-DET-CLASS      PIC X(16).
       01  WS-EMPTY-LINE.
           05  FILLER            PIC X(14) VALUE "  EMPTY CELL: ".
           05  WS-EMPTY-MODE     PIC X(24).
           05  FILLER            PIC X(3)  VALUE " X ".
           05  WS-EMPTY-COLUMN   PIC X(10).
       01  WS-CELL-EMPTY-LINE.
           05  FILLER            PIC X(14) VALUE "  EMPTY CELL: ".
           05  WS-CEL-MODE       PIC X(24).
           05  FILLER            PIC X(3)  VALUE " X ".
           05  WS-CEL-PRECIS     PIC X(10).
           05  FILLER            PIC X(3)  VALUE " X ".
           05  WS-CEL-SIGN       PIC X(1).
           05  FILLER            PIC X(3)  VALUE " X ".
           05  WS-CEL-CLASS      PIC X(10).
       01  WS-MAND-HDR-LINE      PIC X(72) VALUE
           "MODE                     P O S C  HITS STATUS  REASON".
       01  WS-MAND-LINE.
           05  WS-MND-MODE       PIC X(24).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-MND-PRECIS     PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-MND-OPCODE     PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-MND-SIGN       PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-MND-CLASS      PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-MND-HITS       PIC Z(4)9.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-MND-STATUS     PIC X(7).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-MND-REASON     PIC X(40).
       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL      PIC X(40).
           05  WS-CNT-VALUE      PIC Z(5)9.
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
                       IF RND-CASE-IS-ACTIVE OF RND-CASE-REC
                           PERFORM 1900-CHECK-IN-FORCE
                           IF WS-IN-FORCE
                               ADD 1 TO WS-CASE-COUNT
                               PERFORM 2000-CLASSIFY-ONE-CASE
                           ELSE
                               ADD 1 TO WS-NOT-IN-FORCE-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RND-CASE-FILE
           PERFORM 2500-CLASSIFY-ALL-SCENARIOS
           PERFORM 4000-WRITE-GRIDS
           PERFORM 5000-CHECK-MANDATORY-CELLS
           PERFORM 6000-WRITE-SUMMARY
           CLOSE RND-COV-FILE
           DISPLAY "COVERAGE ANALYSIS: " WS-CASE-COUNT " CASE(S), "
               WS-SCEN-COUNT " SCENARIO(S), "
               WS-MAND-EMPTY-COUNT " MANDATORY CELL(S) EMPTY"
           EVALUATE TRUE
               WHEN WS-MAND-EMPTY-COUNT > 0
                 OR WS-MAND-BAD-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NO-MAND
                 OR WS-UNCLASS-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 0410-END-STEP
           STOP RUN.

       0400-BEGIN-STEP.
           SET STEP-FUNC-BEGIN TO TRUE
           MOVE "rndcovchk" TO STEP-PROGRAM
           CALL "rndstep" USING WS-STEP-AREA.

      *> The return code the step leaves with, and its counts for
      *> the run sheet.
       0410-END-STEP.
           SET STEP-FUNC-END TO TRUE
           MOVE "rndcovchk" TO STEP-PROGRAM
           MOVE RETURN-CODE TO STEP-RC
           MOVE "CASES" TO STEP-COUNT-LABEL (1)
           MOVE WS-CASE-COUNT TO STEP-COUNT-VALUE (1)
           MOVE "SCENARIOS" TO STEP-COUNT-LABEL (2)
           MOVE WS-SCEN-COUNT TO STEP-COUNT-VALUE (2)
           MOVE "MAND EMPTY" TO STEP-COUNT-LABEL (3)
           MOVE WS-MAND-EMPTY-COUNT TO STEP-COUNT-VALUE (3)
           CALL "rndstep" USING WS-STEP-AREA.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-ASOF-DATE FROM ENVIRONMENT "RNDASOFDATE"
           IF WS-ASOF-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-ASOF-DATE
           END-IF
           IF WS-ASOF-DATE NOT NUMERIC
               DISPLAY "INVALID RNDASOFDATE " WS-ASOF-DATE
                   " - EXPECTED YYYYMMDD, RUN ABANDONED"
               MOVE 12 TO RETURN-CODE
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF
           INITIALIZE WS-COV-MATRIX
           INITIALIZE WS-BY-CLASS-GRID
           INITIALIZE WS-BY-PRECIS-GRID
           INITIALIZE WS-BY-OPCODE-GRID
           OPEN INPUT RND-CASE-FILE
           IF WS-CASE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROUNDCASE.MST - STATUS "
                   WS-CASE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RND-COV-FILE
           IF WS-COV-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROUNDCOV.RPT - STATUS "
                   WS-COV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-HDR-DATE
           MOVE WS-RUN-TIME TO WS-HDR-TIME
           MOVE WS-ASOF-DATE TO WS-HDR-ASOF
           MOVE WS-HDR-LINE TO RND-COV-LINE
           WRITE RND-COV-LINE
           MOVE SPACES TO RND-COV-LINE
           WRITE RND-COV-LINE
           MOVE WS-DET-HDR-LINE TO RND-COV-LINE
           WRITE RND-COV-LINE.

      *> The in-force test of prog's 2105-CHECK-IN-FORCE: both ends
      *> inclusive, a blank end open; YYYYMMDD compares as text.
       1900-CHECK-IN-FORCE.
           SET WS-IN-FORCE TO TRUE
           IF RND-CASE-EFF-FROM OF RND-CASE-REC NOT = SPACES
             AND RND-CASE-EFF-FROM OF RND-CASE-REC > WS-ASOF-DATE
               MOVE "N" TO WS-IN-FORCE-SW
           END-IF
           IF RND-CASE-EFF-TO OF RND-CASE-REC NOT = SPACES
             AND RND-CASE-EFF-TO OF RND-CASE-REC < WS-ASOF-DATE
               MOVE "N" TO WS-IN-FORCE-SW
           END-IF.

       2000-CLASSIFY-ONE-CASE.
           MOVE "CASE" TO WS-ITEM-SOURCE
           MOVE RND-CASE-ID OF RND-CASE-REC TO WS-ITEM-ID
           MOVE RND-CASE-MODE OF RND-CASE-REC TO WS-ITEM-MODE
           MOVE RND-CASE-PRECIS OF RND-CASE-REC TO WS-ITEM-PRECIS
           MOVE RND-CASE-OPCODE OF RND-CASE-REC TO WS-ITEM-OPCODE
           MOVE RND-CASE-INPUT OF RND-CASE-REC TO WS-ITEM-INPUT
           IF RND-CASE-OPND2 OF RND-CASE-REC NUMERIC
               MOVE RND-CASE-OPND2 OF RND-CASE-REC TO WS-ITEM-OPND2
           ELSE
               MOVE 0 TO WS-ITEM-OPND2
           END-IF
           MOVE RND-CASE-EXP-ERR OF RND-CASE-REC TO WS-ITEM-EXP-ERR
           PERFORM 2100-CLASSIFY-ITEM.

      *> Resolve each dimension to its subscript, tally the item in
      *> the matrix and the three projections, and list it.  An item
      *> whose mode, scale or operation is not one the suite knows
      *> has no cell; it is listed as unclassified instead.
       2100-CLASSIFY-ITEM.
           MOVE "Y" TO WS-ITEM-OK-SW
           MOVE SPACES TO WS-ITEM-WHY
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-MODE-IDX FROM 1 BY 1
                   UNTIL WS-MODE-IDX > WS-MODE-COUNT OR WS-FOUND
               IF WS-MODE-ENTRY (WS-MODE-IDX) = WS-ITEM-MODE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET WS-MODE-IDX DOWN BY 1
               SET WS-M-SUB TO WS-MODE-IDX
           ELSE
               MOVE "N" TO WS-ITEM-OK-SW
               MOVE "UNKNOWN MODE" TO WS-ITEM-WHY
           END-IF
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-P-SUB FROM 1 BY 1
                   UNTIL WS-P-SUB > 4 OR WS-FOUND
               IF WS-PRECIS-CODE (WS-P-SUB) = WS-ITEM-PRECIS
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-P-SUB
           ELSE
               MOVE "N" TO WS-ITEM-OK-SW
               MOVE "UNKNOWN SCALE" TO WS-ITEM-WHY
           END-IF
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-O-SUB FROM 1 BY 1
                   UNTIL WS-O-SUB > 5 OR WS-FOUND
               IF WS-OPCODE-CODE (WS-O-SUB) = WS-ITEM-OPCODE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-O-SUB
           ELSE
               MOVE "N" TO WS-ITEM-OK-SW
               MOVE "UNKNOWN OPERATION" TO WS-ITEM-WHY
           END-IF
           MOVE SPACES TO RND-COV-LINE
           MOVE WS-ITEM-SOURCE TO WS-DET-SOURCE
           MOVE WS-ITEM-ID TO WS-DET-ID
           MOVE WS-ITEM-MODE TO WS-DET-MODE
           IF WS-ITEM-OK
               PERFORM 2300-BOUNDARY-CLASS
               ADD 1 TO WS-COV-CELL (WS-M-SUB WS-P-SUB WS-O-SUB
                                     WS-S-SUB WS-C-SUB)
               ADD 1 TO WS-BYC-CELL (WS-M-SUB WS-C-SUB)
               ADD 1 TO WS-BYP-CELL (WS-M-SUB WS-P-SUB)
               ADD 1 TO WS-BYO-CELL (WS-M-SUB WS-O-SUB)
               MOVE WS-PRECIS-LABEL (WS-P-SUB) TO WS-DET-PRECIS
               MOVE WS-OPCODE-LABEL (WS-O-SUB) TO WS-DET-OPCODE
               MOVE WS-SIGN-CODE (WS-S-SUB) TO WS-DET-SIGN
               MOVE WS-CLASS-LABEL (WS-C-SUB) TO WS-DET-CLASS
           ELSE
               ADD 1 TO WS-UNCLASS-COUNT
               MOVE WS-ITEM-PRECIS TO WS-DET-PRECIS
               MOVE WS-ITEM-OPCODE TO WS-DET-OPCODE
               MOVE SPACE TO WS-DET-SIGN
               MOVE WS-ITEM-WHY TO WS-DET-CLASS
           END-IF
           MOVE WS-DET-LINE TO RND-COV-LINE
           WRITE RND-COV-LINE.

      *> Sign and boundary class of the value the engine would
      *> round.  Zero counts as positive.  A SIZE ERROR the item
      *> expects outranks where its value happens to sit: the case
      *> certifies the error, not the rounding.
       2300-BOUNDARY-CLASS.
           EVALUATE TRUE
               WHEN WS-ITEM-PRECIS = "C"
                   MOVE 100 TO WS-SCALE-FACTOR
               WHEN WS-ITEM-PRECIS = "M"
                   MOVE 1000 TO WS-SCALE-FACTOR
               WHEN OTHER
                   MOVE 1 TO WS-SCALE-FACTOR
           END-EVALUATE
           IF WS-ITEM-OPCODE = "D"
               PERFORM 2320-CLASS-OF-QUOTIENT
           ELSE
               PERFORM 2310-CLASS-OF-RESULT
           END-IF
           IF WS-ITEM-EXP-ERR = "Y"
               MOVE 5 TO WS-C-SUB
           END-IF.

       2310-CLASS-OF-RESULT.
           EVALUATE WS-ITEM-OPCODE
               WHEN "M"
                   COMPUTE WS-RAW = WS-ITEM-INPUT * WS-ITEM-OPND2
               WHEN "A"
                   COMPUTE WS-RAW = WS-ITEM-INPUT + WS-ITEM-OPND2
               WHEN "S"
                   COMPUTE WS-RAW = WS-ITEM-INPUT - WS-ITEM-OPND2
               WHEN OTHER
                   MOVE WS-ITEM-INPUT TO WS-RAW
           END-EVALUATE
           IF WS-RAW < 0
               MOVE 2 TO WS-S-SUB
           ELSE
               MOVE 1 TO WS-S-SUB
           END-IF
           COMPUTE WS-SCALED = WS-RAW * WS-SCALE-FACTOR
           MOVE WS-SCALED TO WS-SCALED-INT
           COMPUTE WS-RESIDUE = WS-SCALED - WS-SCALED-INT
           IF WS-RESIDUE < 0
               COMPUTE WS-RESIDUE = 0 - WS-RESIDUE
           END-IF
           EVALUATE TRUE
               WHEN WS-RESIDUE = 0
                   MOVE 1 TO WS-C-SUB
               WHEN WS-RESIDUE < .5
                   MOVE 2 TO WS-C-SUB
               WHEN WS-RESIDUE = .5
                   MOVE 3 TO WS-C-SUB
               WHEN OTHER
                   MOVE 4 TO WS-C-SUB
           END-EVALUATE.

      *> The scaled dividend is divided to a whole quotient; the
      *> remainder over the divisor is then the exact residue, so
      *> twice the remainder against the divisor places the value
      *> below, on or above the tie without ever forming the
      *> (possibly repeating) decimal.  Division by zero, or a
      *> quotient too large to hold, can only end in SIZE ERROR.
       2320-CLASS-OF-QUOTIENT.
           IF (WS-ITEM-INPUT < 0 AND WS-ITEM-OPND2 > 0)
             OR (WS-ITEM-INPUT > 0 AND WS-ITEM-OPND2 < 0)
               MOVE 2 TO WS-S-SUB
           ELSE
               MOVE 1 TO WS-S-SUB
           END-IF
           IF WS-ITEM-OPND2 = 0
               MOVE 5 TO WS-C-SUB
           ELSE
               COMPUTE WS-DIVIDEND = WS-ITEM-INPUT * WS-SCALE-FACTOR
               DIVIDE WS-ITEM-OPND2 INTO WS-DIVIDEND
                   GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
                   ON SIZE ERROR
                       MOVE 5 TO WS-C-SUB
                   NOT ON SIZE ERROR
                       PERFORM 2330-CLASS-OF-REMAINDER
               END-DIVIDE
           END-IF.

       2330-CLASS-OF-REMAINDER.
           COMPUTE WS-TWICE-REM = WS-REMAINDER * 2
           IF WS-TWICE-REM < 0
               COMPUTE WS-TWICE-REM = 0 - WS-TWICE-REM
           END-IF
           MOVE WS-ITEM-OPND2 TO WS-ABS-DIVISOR
           IF WS-ABS-DIVISOR < 0
               COMPUTE WS-ABS-DIVISOR = 0 - WS-ABS-DIVISOR
           END-IF
           EVALUATE TRUE
               WHEN WS-REMAINDER = 0
                   MOVE 1 TO WS-C-SUB
               WHEN WS-TWICE-REM < WS-ABS-DIVISOR
                   MOVE 2 TO WS-C-SUB
               WHEN WS-TWICE-REM = WS-ABS-DIVISOR
                   MOVE 3 TO WS-C-SUB
               WHEN OTHER
                   MOVE 4 TO WS-C-SUB
           END-EVALUATE.

      *> The file is optional -- status 35 simply means none are
      *> staged.  A header is held until its first step arrives; a
      *> header with no steps is classed as a bare assignment of its
      *> starting value, and any later steps are skipped.
       2500-CLASSIFY-ALL-SCENARIOS.
           MOVE "N" TO WS-SCEN-PENDING-SW
           OPEN INPUT RND-SCEN-FILE
           EVALUATE WS-SCEN-STATUS
               WHEN "35"
                   CONTINUE
               WHEN "00"
                   PERFORM UNTIL WS-SCEN-EOF
                       READ RND-SCEN-FILE
                           AT END
                               SET WS-SCEN-EOF TO TRUE
                           NOT AT END
                               PERFORM 2510-ONE-SCENARIO-RECORD
                       END-READ
                   END-PERFORM
                   IF WS-SCEN-PENDING
                       PERFORM 2530-CLASSIFY-HELD-SCENARIO
                   END-IF
                   CLOSE RND-SCEN-FILE
               WHEN OTHER
                   DISPLAY "WARNING: UNABLE TO OPEN ROUNDSCEN.DAT "
                       "- STATUS " WS-SCEN-STATUS
                       " - SCENARIOS NOT ANALYZED"
           END-EVALUATE.

       2510-ONE-SCENARIO-RECORD.
           EVALUATE TRUE
               WHEN SCEN-IS-HEADER
                   IF WS-SCEN-PENDING
                       PERFORM 2530-CLASSIFY-HELD-SCENARIO
                   END-IF
                   ADD 1 TO WS-SCEN-COUNT
                   MOVE SCEN-ID TO WS-HOLD-ID
                   MOVE SCEN-MODE TO WS-HOLD-MODE
                   MOVE SCEN-PRECIS TO WS-HOLD-PRECIS
                   MOVE SCEN-INPUT TO WS-HOLD-INPUT
                   MOVE SCEN-EXP-ERR TO WS-HOLD-EXP-ERR
                   IF SCEN-STEP-COUNT = 0
                       PERFORM 2530-CLASSIFY-HELD-SCENARIO
                   ELSE
                       SET WS-SCEN-PENDING TO TRUE
                   END-IF
               WHEN SCEN-IS-STEP
                   IF WS-SCEN-PENDING
                       MOVE SCEN-STEP-OPCODE TO WS-ITEM-OPCODE
                       MOVE SCEN-STEP-OPND2 TO WS-ITEM-OPND2
                       PERFORM 2520-CLASSIFY-SCENARIO
                   END-IF
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED ROUNDSCEN.DAT RECORD "
                       "TYPE: " SCEN-REC-TYPE
           END-EVALUATE.

       2520-CLASSIFY-SCENARIO.
           MOVE "SCEN" TO WS-ITEM-SOURCE
           MOVE WS-HOLD-ID TO WS-ITEM-ID
           MOVE WS-HOLD-MODE TO WS-ITEM-MODE
           MOVE WS-HOLD-PRECIS TO WS-ITEM-PRECIS
           MOVE WS-HOLD-INPUT TO WS-ITEM-INPUT
           MOVE WS-HOLD-EXP-ERR TO WS-ITEM-EXP-ERR
           MOVE "N" TO WS-SCEN-PENDING-SW
           PERFORM 2100-CLASSIFY-ITEM.

       2530-CLASSIFY-HELD-SCENARIO.
           MOVE SPACE TO WS-ITEM-OPCODE
           MOVE 0 TO WS-ITEM-OPND2
           PERFORM 2520-CLASSIFY-SCENARIO.

      *> Mode by class is the grid the shop reads first; scale and
      *> operation follow so a mode certified only at one scale, or
      *> only on assignments, shows up just as plainly.
       4000-WRITE-GRIDS.
           MOVE "COVERAGE BY MODE AND BOUNDARY CLASS" TO WS-GRID-TITLE
           MOVE 5 TO WS-GRID-COLS
           MOVE WS-BY-CLASS-GRID TO WS-GRID-WORK
           MOVE WS-CLASS-LABEL-VALUES TO WS-GRID-CAPTIONS
           PERFORM 4100-PRINT-GRID
           MOVE "COVERAGE BY MODE AND SCALE" TO WS-GRID-TITLE
           MOVE 4 TO WS-GRID-COLS
           MOVE WS-BY-PRECIS-GRID TO WS-GRID-WORK
           MOVE SPACES TO WS-GRID-CAPTIONS
           MOVE WS-PRECIS-LABEL-VALUES TO WS-GRID-CAPTIONS (1:40)
           PERFORM 4100-PRINT-GRID
           MOVE "COVERAGE BY MODE AND OPERATION" TO WS-GRID-TITLE
           MOVE 5 TO WS-GRID-COLS
           MOVE WS-BY-OPCODE-GRID TO WS-GRID-WORK
           MOVE WS-OPCODE-LABEL-VALUES TO WS-GRID-CAPTIONS
           PERFORM 4100-PRINT-GRID
           PERFORM 4500-LIST-ASSIGN-CELLS.

       4100-PRINT-GRID.
           MOVE SPACES TO RND-COV-LINE
           WRITE RND-COV-LINE
           MOVE WS-GRID-TITLE TO RND-COV-LINE
           WRITE RND-COV-LINE
           MOVE SPACES TO RND-COV-LINE
           MOVE "MODE" TO RND-COV-LINE (1:24)
           MOVE 26 TO WS-LINE-POS
           PERFORM VARYING WS-C-SUB FROM 1 BY 1
                   UNTIL WS-C-SUB > WS-GRID-COLS
               MOVE WS-GRID-CAPTION (WS-C-SUB)
                   TO RND-COV-LINE (WS-LINE-POS:10)
               ADD 11 TO WS-LINE-POS
           END-PERFORM
           MOVE "     TOTAL" TO RND-COV-LINE (WS-LINE-POS:10)
           WRITE RND-COV-LINE
           PERFORM VARYING WS-M-SUB FROM 1 BY 1
                   UNTIL WS-M-SUB > WS-MODE-COUNT
               MOVE SPACES TO RND-COV-LINE
               MOVE WS-MODE-ENTRY (WS-M-SUB) TO RND-COV-LINE (1:24)
               MOVE 26 TO WS-LINE-POS
               MOVE 0 TO WS-GRID-ROW-TOTAL
               PERFORM VARYING WS-C-SUB FROM 1 BY 1
                       UNTIL WS-C-SUB > WS-GRID-COLS
                   MOVE WS-GRID-CELL (WS-M-SUB WS-C-SUB) TO WS-COL-NUM
                   MOVE WS-COL-NUM TO RND-COV-LINE (WS-LINE-POS:10)
                   ADD WS-GRID-CELL (WS-M-SUB WS-C-SUB)
                       TO WS-GRID-ROW-TOTAL
                   ADD 11 TO WS-LINE-POS
               END-PERFORM
               MOVE WS-GRID-ROW-TOTAL TO WS-COL-NUM
               MOVE WS-COL-NUM TO RND-COV-LINE (WS-LINE-POS:10)
               WRITE RND-COV-LINE
           END-PERFORM
           MOVE SPACES TO RND-COV-LINE
           MOVE "TOTAL" TO RND-COV-LINE (1:24)
           MOVE 26 TO WS-LINE-POS
           PERFORM VARYING WS-C-SUB FROM 1 BY 1
                   UNTIL WS-C-SUB > WS-GRID-COLS
               MOVE 0 TO WS-GRID-COL-TOTAL
               PERFORM VARYING WS-M-SUB FROM 1 BY 1
                       UNTIL WS-M-SUB > WS-MODE-COUNT
                   ADD WS-GRID-CELL (WS-M-SUB WS-C-SUB)
                       TO WS-GRID-COL-TOTAL
               END-PERFORM
               MOVE WS-GRID-COL-TOTAL TO WS-COL-NUM
               MOVE WS-COL-NUM TO RND-COV-LINE (WS-LINE-POS:10)
               ADD 11 TO WS-LINE-POS
           END-PERFORM
           WRITE RND-COV-LINE
           MOVE 0 TO WS-GRID-EMPTY
           PERFORM VARYING WS-M-SUB FROM 1 BY 1
                   UNTIL WS-M-SUB > WS-MODE-COUNT
               PERFORM VARYING WS-C-SUB FROM 1 BY 1
                       UNTIL WS-C-SUB > WS-GRID-COLS
                   IF WS-GRID-CELL (WS-M-SUB WS-C-SUB) = 0
                       ADD 1 TO WS-GRID-EMPTY
                       MOVE WS-MODE-ENTRY (WS-M-SUB) TO WS-EMPTY-MODE
                       MOVE WS-GRID-CAPTION (WS-C-SUB)
                           TO WS-EMPTY-COLUMN
                       MOVE SPACES TO RND-COV-LINE
                       MOVE WS-EMPTY-LINE TO RND-COV-LINE
                       WRITE RND-COV-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           ADD WS-GRID-EMPTY TO WS-EMPTY-COUNT
           IF WS-GRID-EMPTY = 0
               MOVE "  NO EMPTY CELLS" TO RND-COV-LINE
               WRITE RND-COV-LINE
           END-IF.

      *> The projections above can each be full while a cell of the
      *> matrix behind them is empty -- a mode with a tie at unit
      *> scale and an exact case at mil scale fills both its TIE and
      *> its MIL column with no mil tie at all, and no projection
      *> shows sign.  So every empty assignment cell is listed with
      *> all four of its coordinates.  An assignment at mil scale
      *> can only be exact or a SIZE ERROR (the input carries three
      *> decimals), so its other three classes are not cells to fill
      *> and are left out.
       4500-LIST-ASSIGN-CELLS.
           MOVE SPACES TO RND-COV-LINE
           WRITE RND-COV-LINE
           MOVE "EMPTY ASSIGNMENT CELLS (MODE X SCALE X SIGN X CLASS)"
               TO RND-COV-LINE
           WRITE RND-COV-LINE
           MOVE 1 TO WS-O-SUB
           PERFORM 4510-LIST-ONE-CELL
               VARYING WS-M-SUB FROM 1 BY 1
                   UNTIL WS-M-SUB > WS-MODE-COUNT
               AFTER WS-P-SUB FROM 1 BY 1 UNTIL WS-P-SUB > 4
               AFTER WS-S-SUB FROM 1 BY 1 UNTIL WS-S-SUB > 2
               AFTER WS-C-SUB FROM 1 BY 1 UNTIL WS-C-SUB > 5
           IF WS-ASSIGN-EMPTY-COUNT = 0
               MOVE "  NO EMPTY CELLS" TO RND-COV-LINE
               WRITE RND-COV-LINE
           END-IF.

       4510-LIST-ONE-CELL.
           IF WS-COV-CELL (WS-M-SUB WS-P-SUB WS-O-SUB
                           WS-S-SUB WS-C-SUB) = 0
             AND NOT (WS-PRECIS-CODE (WS-P-SUB) = "M"
                      AND WS-C-SUB > 1 AND WS-C-SUB < 5)
               ADD 1 TO WS-ASSIGN-EMPTY-COUNT
               MOVE WS-MODE-ENTRY (WS-M-SUB) TO WS-CEL-MODE
               MOVE WS-PRECIS-LABEL (WS-P-SUB) TO WS-CEL-PRECIS
               MOVE WS-SIGN-CODE (WS-S-SUB) TO WS-CEL-SIGN
               MOVE WS-CLASS-LABEL (WS-C-SUB) TO WS-CEL-CLASS
               MOVE SPACES TO RND-COV-LINE
               MOVE WS-CELL-EMPTY-LINE TO RND-COV-LINE
               WRITE RND-COV-LINE
           END-IF.

      *> Each designation in ROUNDCOV.MND is matched against every
      *> cell of the full matrix ("*" matches any value) and the
      *> counts of the cells it covers summed; a designation whose
      *> sum is zero is an empty mandatory cell.  A designation that
      *> names a value no dimension has could never be satisfied,
      *> so it is reported as INVALID and fails the run too.
       5000-CHECK-MANDATORY-CELLS.
           MOVE SPACES TO RND-COV-LINE
           WRITE RND-COV-LINE
           MOVE "MANDATORY CELLS (ROUNDCOV.MND)" TO RND-COV-LINE
           WRITE RND-COV-LINE
           OPEN INPUT RND-MAND-FILE
           EVALUATE WS-MAND-STATUS
               WHEN "35"
                   SET WS-NO-MAND TO TRUE
                   MOVE "  NO ROUNDCOV.MND - NO CELLS ENFORCED"
                       TO RND-COV-LINE
                   WRITE RND-COV-LINE
                   DISPLAY "WARNING: NO ROUNDCOV.MND - MANDATORY "
                       "COVERAGE NOT ENFORCED"
               WHEN "00"
                   MOVE WS-MAND-HDR-LINE TO RND-COV-LINE
                   WRITE RND-COV-LINE
                   PERFORM UNTIL WS-MAND-EOF
                       READ RND-MAND-FILE
                           AT END
                               SET WS-MAND-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-MAND-COUNT
                               PERFORM 5100-CHECK-ONE-DESIGNATION
                       END-READ
                   END-PERFORM
                   CLOSE RND-MAND-FILE
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN ROUNDCOV.MND - STATUS "
                       WS-MAND-STATUS
                   CLOSE RND-COV-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       5100-CHECK-ONE-DESIGNATION.
           PERFORM 5200-VALIDATE-DESIGNATION
           MOVE 0 TO WS-MAND-HITS
           IF WS-MAND-VALID
               PERFORM 5300-SUM-MATCHING-CELL
                   VARYING WS-M-SUB FROM 1 BY 1
                       UNTIL WS-M-SUB > WS-MODE-COUNT
                   AFTER WS-P-SUB FROM 1 BY 1 UNTIL WS-P-SUB > 4
                   AFTER WS-O-SUB FROM 1 BY 1 UNTIL WS-O-SUB > 5
                   AFTER WS-S-SUB FROM 1 BY 1 UNTIL WS-S-SUB > 2
                   AFTER WS-C-SUB FROM 1 BY 1 UNTIL WS-C-SUB > 5
           END-IF
           MOVE SPACES TO RND-COV-LINE
           MOVE COVR-MODE TO WS-MND-MODE
           MOVE COVR-PRECIS TO WS-MND-PRECIS
           MOVE COVR-OPCODE TO WS-MND-OPCODE
           MOVE COVR-SIGN TO WS-MND-SIGN
           MOVE COVR-CLASS TO WS-MND-CLASS
           MOVE WS-MAND-HITS TO WS-MND-HITS
           MOVE COVR-REASON TO WS-MND-REASON
           EVALUATE TRUE
               WHEN NOT WS-MAND-VALID
                   ADD 1 TO WS-MAND-BAD-COUNT
                   MOVE "INVALID" TO WS-MND-STATUS
               WHEN WS-MAND-HITS = 0
                   ADD 1 TO WS-MAND-EMPTY-COUNT
                   MOVE "EMPTY" TO WS-MND-STATUS
               WHEN OTHER
                   MOVE "MET" TO WS-MND-STATUS
           END-EVALUATE
           MOVE WS-MAND-LINE TO RND-COV-LINE
           WRITE RND-COV-LINE.

       5200-VALIDATE-DESIGNATION.
           MOVE "Y" TO WS-MAND-VALID-SW
           IF COVR-MODE NOT = "*"
               MOVE "N" TO WS-FOUND-SW
               PERFORM VARYING WS-MODE-IDX FROM 1 BY 1
                       UNTIL WS-MODE-IDX > WS-MODE-COUNT OR WS-FOUND
                   IF WS-MODE-ENTRY (WS-MODE-IDX) = COVR-MODE
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND
                   MOVE "N" TO WS-MAND-VALID-SW
               END-IF
           END-IF
           IF COVR-PRECIS NOT = "*" AND COVR-PRECIS NOT = "D"
             AND COVR-PRECIS NOT = "C" AND COVR-PRECIS NOT = "U"
             AND COVR-PRECIS NOT = "M"
               MOVE "N" TO WS-MAND-VALID-SW
           END-IF
           IF COVR-OPCODE NOT = "*" AND COVR-OPCODE NOT = SPACE
             AND COVR-OPCODE NOT = "M" AND COVR-OPCODE NOT = "D"
             AND COVR-OPCODE NOT = "A" AND COVR-OPCODE NOT = "S"
               MOVE "N" TO WS-MAND-VALID-SW
           END-IF
           IF COVR-SIGN NOT = "*" AND COVR-SIGN NOT = "+"
             AND COVR-SIGN NOT = "-"
               MOVE "N" TO WS-MAND-VALID-SW
           END-IF
           IF COVR-CLASS NOT = "*" AND COVR-CLASS NOT = "E"
             AND COVR-CLASS NOT = "B" AND COVR-CLASS NOT = "T"
             AND COVR-CLASS NOT = "A" AND COVR-CLASS NOT = "S"
               MOVE "N" TO WS-MAND-VALID-SW
           END-IF.

       5300-SUM-MATCHING-CELL.
           IF (COVR-MODE = "*"
                 OR COVR-MODE = WS-MODE-ENTRY (WS-M-SUB))
             AND (COVR-PRECIS = "*"
                 OR COVR-PRECIS = WS-PRECIS-CODE (WS-P-SUB))
             AND (COVR-OPCODE = "*"
                 OR COVR-OPCODE = WS-OPCODE-CODE (WS-O-SUB))
             AND (COVR-SIGN = "*"
                 OR COVR-SIGN = WS-SIGN-CODE (WS-S-SUB))
             AND (COVR-CLASS = "*"
                 OR COVR-CLASS = WS-CLASS-CODE (WS-C-SUB))
               ADD WS-COV-CELL (WS-M-SUB WS-P-SUB WS-O-SUB
                                WS-S-SUB WS-C-SUB) TO WS-MAND-HITS
           END-IF.

       6000-WRITE-SUMMARY.
           MOVE SPACES TO RND-COV-LINE
           WRITE RND-COV-LINE
           MOVE "ACTIVE CASES CLASSIFIED" TO WS-CNT-LABEL
           MOVE WS-CASE-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO RND-COV-LINE
           WRITE RND-COV-LINE
           MOVE "ACTIVE CASES NOT IN FORCE (SKIPPED)"
               TO WS-CNT-LABEL
           MOVE WS-NOT-IN-FORCE-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO RND-COV-LINE
           WRITE RND-COV-LINE
           MOVE "SCENARIOS CLASSIFIED" TO WS-CNT-LABEL
           MOVE WS-SCEN-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO RND-COV-LINE
           WRITE RND-COV-LINE
           MOVE "ITEMS WITH NO CELL (UNCLASSIFIED)" TO WS-CNT-LABEL
           MOVE WS-UNCLASS-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO RND-COV-LINE
           WRITE RND-COV-LINE
           MOVE "EMPTY GRID CELLS LISTED" TO WS-CNT-LABEL
           MOVE WS-EMPTY-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO RND-COV-LINE
           WRITE RND-COV-LINE
           MOVE "EMPTY ASSIGNMENT CELLS LISTED" TO WS-CNT-LABEL
           MOVE WS-ASSIGN-EMPTY-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO RND-COV-LINE
           WRITE RND-COV-LINE
           MOVE "MANDATORY DESIGNATIONS CHECKED" TO WS-CNT-LABEL
           MOVE WS-MAND-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO RND-COV-LINE
           WRITE RND-COV-LINE
           MOVE "MANDATORY CELLS EMPTY" TO WS-CNT-LABEL
           MOVE WS-MAND-EMPTY-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO RND-COV-LINE
           WRITE RND-COV-LINE
           MOVE "MANDATORY DESIGNATIONS INVALID" TO WS-CNT-LABEL
           MOVE WS-MAND-BAD-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO RND-COV-LINE
           WRITE RND-COV-LINE.
