       *> { dg-do compile }

      *> RNDPOLCHK -- rounding-policy compliance check on the nightly
      *> posting extract.  rndreplay proves each posting was rounded
      *> the way its POST-MODE says; nothing there asks whether
      *> POST-MODE is the mode the product is supposed to use, so a
      *> fee product switched from NEAREST-EVEN to TRUNCATION would
      *> reconcile clean every night.  This step closes that gap:
      *> every record of the validated extract POSTEXTR.ACC is held
      *> against the policy master ROUNDPOL.MST (see RNDPOLCY.cpy,
      *> maintained by rndpolmaint) and every posting whose claimed
      *> mode or scale differs from the policy in force for its
      *> account goes to RNDPOLCHK.RPT.
      *>
      *> The policy in force is the lowest-numbered active policy
      *> whose account range or product prefix covers POST-ACCOUNT
      *> and whose effective dates include the extract date -- the
      *> RNDEXTRDATE environment variable when set (a rerun of a
      *> prior night, exactly as rndpostval reads it), otherwise
      *> today.  The policy master is small and read once, so it is
      *> held in a table for the run rather than probed per posting.
      *>
      *> The posting's own scale is its book's, from POST-CURRENCY's
      *> entry in the currency table ROUNDCUR.DAT (see RNDCURR.cpy);
      *> a policy sanctioning a different scale is a violation even
      *> when the mode agrees.
      *>
      *> The impact of a violation is what the posting would have
      *> come to under the sanctioned mode and scale -- re-rounded
      *> through the same rndengine CALL certification and replay
      *> use -- set against what actually posted (posted minus
      *> sanctioned, the same sign convention as RNDRECON.RPT's delta
      *> column), in minor units of the posting's book.  The report
      *> totals the net impact and the gross (sum of the absolute
      *> impacts) per currency, so offsetting errors cannot hide and
      *> yen are never added to pennies.
      *>
      *> Return codes, so the job stream can hold downstream steps:
      *>   0   every posting complies
      *>   4   no violations, but some postings fall under no policy
      *>   8   one or more violations
      *>   12  no policy master to check against
      *>   16  I/O failure
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rndpolchk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RND-POST-FILE ASSIGN TO "POSTEXTR.ACC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.
           SELECT RND-POL-FILE ASSIGN TO "ROUNDPOL.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POL-ID OF RND-POL-REC
               FILE STATUS IS WS-POL-STATUS.
           SELECT RND-CHK-FILE ASSIGN TO "RNDPOLCHK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHK-STATUS.
           SELECT RND-CURR-FILE ASSIGN TO "ROUNDCUR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RND-POST-FILE.
       01  RND-POST-REC.
           COPY RNDPOST.
       FD  RND-POL-FILE.
       01  RND-POL-REC.
           COPY RNDPOLCY.
       FD  RND-CHK-FILE.
       01  RND-CHK-LINE          PIC X(132).
       FD  RND-CURR-FILE.
       01  RND-CURR-REC.
           COPY RNDCURR.
       WORKING-STORAGE SECTION.
       01  WS-POST-STATUS        PIC X(2) VALUE "00".
       01  WS-POL-STATUS         PIC X(2) VALUE "00".
       01  WS-CHK-STATUS         PIC X(2) VALUE "00".
       01  WS-CURR-STATUS        PIC X(2) VALUE "00".
       01  WS-EOF-SW             PIC X(1) VALUE "N".
           88  WS-EOF                VALUE "Y".
       01  WS-RUN-DATE           PIC X(8).
       01  WS-RUN-TIME           PIC X(8).
       01  WS-JOB-ID             PIC X(8) VALUE SPACES.
       01  WS-AS-OF-DATE         PIC X(8) VALUE SPACES.

       01  WS-COMPUTE-AREA.
           COPY RNDCOMP.

      *> The policy master as loaded: only policies active at load
      *> time are kept; the effective-date test is made per posting.
       01  WS-POL-COUNT          PIC 9(4) VALUE 0.
       01  WS-POL-TABLE.
           05  WS-POL-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-POL-IDX.
               COPY RNDPOLCY.
       01  WS-POL-FOUND-SW       PIC X(1).
           88  WS-POL-FOUND          VALUE "Y".
       01  WS-SANCTIONED-AMT     PIC S9(7)V999.
       01  WS-IMPACT-MINOR       PIC S9(9).
       01  WS-MINOR-FACTOR       PIC 9(4).
      *> Decimal scales of the book and of the policy.  "D" and "U"
      *> are both scale 0, so they are compared as scales, not codes.
       01  WS-BOOK-SCALE         PIC 9(1).
       01  WS-POL-SCALE          PIC 9(1).

      *> The currency reference table, and beside it the violation
      *> totals per currency, subscripted alike.
       01  WS-CUR-COUNT          PIC 9(3) VALUE 0.
       01  WS-CUR-TABLE.
           05  WS-CUR-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-CUR-IDX.
               COPY RNDCURR.
       01  WS-CUR-FOUND-SW       PIC X(1).
           88  WS-CUR-FOUND          VALUE "Y".
       01  WS-CTOT-TABLE.
           05  WS-CTOT-ENTRY OCCURS 100 TIMES.
               10  WS-CTOT-VIOLATIONS PIC 9(6) VALUE 0.
               10  WS-CTOT-NET        PIC S9(11) VALUE 0.
               10  WS-CTOT-GROSS      PIC S9(11) VALUE 0.
       01  WS-CTOT-SUB           PIC 9(3).

       01  WS-READ-COUNT         PIC 9(6) VALUE 0.
       01  WS-COMPLY-COUNT       PIC 9(6) VALUE 0.
       01  WS-VIOLATION-COUNT    PIC 9(6) VALUE 0.
       01  WS-NO-POLICY-COUNT    PIC 9(6) VALUE 0.
       01  WS-SIZE-ERR-COUNT     PIC 9(6) VALUE 0.
       01  WS-BAD-CURR-COUNT     PIC 9(6) VALUE 0.
       01  WS-DISP-NET           PIC -9(11).
       01  WS-DISP-GROSS         PIC -9(11).

       01  WS-RPT-HEADER.
           05  FILLER            PIC X(34)
               VALUE "ROUNDING POLICY COMPLIANCE CHECK  ".
           05  FILLER            PIC X(9)  VALUE "RUN DATE ".
           05  WS-HDR-DATE       PIC X(8).
           05  FILLER            PIC X(6)  VALUE " TIME ".
           05  WS-HDR-TIME       PIC X(8).
           05  FILLER            PIC X(5)  VALUE " JOB ".
           05  WS-HDR-JOB        PIC X(8).
           05  FILLER            PIC X(7)  VALUE " AS OF ".
           05  WS-HDR-AS-OF      PIC X(8).
       01  WS-RPT-COL-HEADER.
           05  FILLER            PIC X(11) VALUE "ACCOUNT".
           05  FILLER            PIC X(4)  VALUE "CUR".
           05  FILLER            PIC X(5)  VALUE "POL".
           05  FILLER            PIC X(25) VALUE "CLAIMED MODE".
           05  FILLER            PIC X(25) VALUE "POLICY MODE".
           05  FILLER            PIC X(2)  VALUE "SC".
           05  FILLER            PIC X(13) VALUE "POSTED".
           05  FILLER            PIC X(13) VALUE "SANCTIONED".
           05  FILLER            PIC X(11) VALUE "IMPACT MIN".
           05  FILLER            PIC X(14) VALUE "VIOLATION".
       01  WS-RPT-DETAIL.
           05  WS-RPT-ACCOUNT    PIC X(10).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-CURRENCY   PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-POL-ID     PIC X(4).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-CLAIMED    PIC X(24).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-POL-MODE   PIC X(24).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-POL-SCALE  PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-POSTED     PIC -9(7).999.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-SANCTIONED PIC -9(7).999.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-IMPACT     PIC -9(9).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-REASON     PIC X(16).
      *> One line per currency with violations.
       01  WS-CUR-TOTAL-LINE.
           05  FILLER            PIC X(9)  VALUE "CURRENCY ".
           05  WS-CTL-CODE       PIC X(3).
           05  FILLER            PIC X(13) VALUE "  VIOLATIONS ".
           05  WS-CTL-VIOLATIONS PIC 9(6).
           05  FILLER            PIC X(21)
               VALUE "  IMPACT (MINOR) NET ".
           05  WS-CTL-NET        PIC -9(11).
           05  FILLER            PIC X(8)  VALUE "  GROSS ".
           05  WS-CTL-GROSS      PIC -9(11).
       01  WS-STEP-AREA.
           COPY RNDSTEP.

       PROCEDURE DIVISION.
       0100-MAINLINE.
           PERFORM 0400-BEGIN-STEP
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-POLICIES
           PERFORM UNTIL WS-EOF
               READ RND-POST-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2000-CHECK-ONE-POSTING
               END-READ
           END-PERFORM
           PERFORM 4000-WRITE-TOTALS
           CLOSE RND-POST-FILE
           CLOSE RND-CHK-FILE
           EVALUATE TRUE
               WHEN WS-VIOLATION-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NO-POLICY-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 0410-END-STEP
           STOP RUN.

       0400-BEGIN-STEP.
           SET STEP-FUNC-BEGIN TO TRUE
           MOVE "rndpolchk" TO STEP-PROGRAM
           CALL "rndstep" USING WS-STEP-AREA.

      *> The return code the step leaves with, and its counts for
      *> the run sheet.
       0410-END-STEP.
           SET STEP-FUNC-END TO TRUE
           MOVE "rndpolchk" TO STEP-PROGRAM
           MOVE RETURN-CODE TO STEP-RC
           MOVE "READ" TO STEP-COUNT-LABEL (1)
           MOVE WS-READ-COUNT TO STEP-COUNT-VALUE (1)
           MOVE "VIOLATIONS" TO STEP-COUNT-LABEL (2)
           MOVE WS-VIOLATION-COUNT TO STEP-COUNT-VALUE (2)
           MOVE "NO POLICY" TO STEP-COUNT-LABEL (3)
           MOVE WS-NO-POLICY-COUNT TO STEP-COUNT-VALUE (3)
           CALL "rndstep" USING WS-STEP-AREA.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-JOB-ID FROM ENVIRONMENT "LOGNAME"
           IF WS-JOB-ID = SPACES
               MOVE "BATCH" TO WS-JOB-ID
           END-IF
           PERFORM 1100-LOAD-CURRENCIES
           ACCEPT WS-AS-OF-DATE FROM ENVIRONMENT "RNDEXTRDATE"
           IF WS-AS-OF-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           END-IF
           OPEN INPUT RND-POST-FILE
           IF WS-POST-STATUS = "35"
               DISPLAY "NO POSTEXTR.ACC FOUND - RUN RNDPOSTVAL "
                   "FIRST, NOTHING TO CHECK"
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF
           IF WS-POST-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN POSTEXTR.ACC - STATUS "
                   WS-POST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RND-CHK-FILE
           IF WS-CHK-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RNDPOLCHK.RPT - STATUS "
                   WS-CHK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-HDR-DATE
           MOVE WS-RUN-TIME TO WS-HDR-TIME
           MOVE WS-JOB-ID TO WS-HDR-JOB
           MOVE WS-AS-OF-DATE TO WS-HDR-AS-OF
           MOVE WS-RPT-HEADER TO RND-CHK-LINE
           WRITE RND-CHK-LINE
           MOVE SPACES TO RND-CHK-LINE
           WRITE RND-CHK-LINE
           MOVE WS-RPT-COL-HEADER TO RND-CHK-LINE
           WRITE RND-CHK-LINE.

       1100-LOAD-CURRENCIES.
           OPEN INPUT RND-CURR-FILE
           IF WS-CURR-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROUNDCUR.DAT - STATUS "
                   WS-CURR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
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
           CLOSE RND-CURR-FILE
           MOVE "N" TO WS-EOF-SW.

      *> Without a policy master there is nothing to be compliant
      *> with -- that is a control failure, not a clean night.
       1500-LOAD-POLICIES.
           OPEN INPUT RND-POL-FILE
           IF WS-POL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROUNDPOL.MST - STATUS "
                   WS-POL-STATUS " - COMPLIANCE NOT CHECKED"
               MOVE "POLICY MASTER NOT AVAILABLE - NOT CHECKED"
                   TO RND-CHK-LINE
               WRITE RND-CHK-LINE
               CLOSE RND-CHK-FILE
               CLOSE RND-POST-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF
               READ RND-POL-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1510-KEEP-POLICY
               END-READ
           END-PERFORM
           CLOSE RND-POL-FILE
           MOVE "N" TO WS-EOF-SW
           DISPLAY "POLICIES LOADED: " WS-POL-COUNT
               " ACTIVE, AS OF " WS-AS-OF-DATE.

       1510-KEEP-POLICY.
           IF POL-IS-ACTIVE OF RND-POL-REC
               IF WS-POL-COUNT >= 5000
                   DISPLAY "WARNING: POLICY TABLE FULL AT 5000 - "
                       "POLICY " POL-ID OF RND-POL-REC " NOT LOADED"
               ELSE
                   ADD 1 TO WS-POL-COUNT
                   MOVE RND-POL-REC TO WS-POL-ENTRY (WS-POL-COUNT)
               END-IF
           END-IF.

       2000-CHECK-ONE-POSTING.
           PERFORM 2100-FIND-POLICY
           PERFORM 2050-FIND-CURRENCY
           IF WS-POL-FOUND
               PERFORM 2150-POLICY-SCALE
           END-IF
           MOVE 0 TO WS-SANCTIONED-AMT
           MOVE 0 TO WS-IMPACT-MINOR
           EVALUATE TRUE
               WHEN NOT WS-POL-FOUND
                   ADD 1 TO WS-NO-POLICY-COUNT
                   MOVE "NO POLICY" TO WS-RPT-REASON
                   PERFORM 3000-WRITE-DETAIL
      *> rndpostval rejects these; one here means the table changed
      *> between the steps, and the posting's book cannot be known.
               WHEN NOT WS-CUR-FOUND
                   ADD 1 TO WS-VIOLATION-COUNT
                   ADD 1 TO WS-BAD-CURR-COUNT
                   MOVE "UNKNOWN CURRENCY" TO WS-RPT-REASON
                   PERFORM 3000-WRITE-DETAIL
               WHEN POST-MODE OF RND-POST-REC
                       NOT = POL-MODE OF WS-POL-ENTRY (WS-POL-IDX)
                   ADD 1 TO WS-VIOLATION-COUNT
                   ADD 1 TO WS-CTOT-VIOLATIONS (WS-CTOT-SUB)
                   MOVE "MODE DIFFERS" TO WS-RPT-REASON
                   PERFORM 2200-PRICE-VIOLATION
                   PERFORM 3000-WRITE-DETAIL
      *> A policy that sanctions a scale other than the book's is
      *> being posted at the wrong one.
               WHEN WS-POL-SCALE NOT = WS-BOOK-SCALE
                   ADD 1 TO WS-VIOLATION-COUNT
                   ADD 1 TO WS-CTOT-VIOLATIONS (WS-CTOT-SUB)
                   MOVE "SCALE DIFFERS" TO WS-RPT-REASON
                   PERFORM 2200-PRICE-VIOLATION
                   PERFORM 3000-WRITE-DETAIL
               WHEN OTHER
                   ADD 1 TO WS-COMPLY-COUNT
           END-EVALUATE.

      *> Leaves WS-CUR-IDX and WS-CTOT-SUB on the posting's currency
      *> and the book's minor-unit factor in WS-MINOR-FACTOR (1 for a
      *> zero-decimal book, 100 for two decimals, 1000 for mils) and
      *> its decimal scale in WS-BOOK-SCALE.
       2050-FIND-CURRENCY.
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
               SET WS-CTOT-SUB TO WS-CUR-IDX
               EVALUATE TRUE
                   WHEN CUR-IS-CURR OF WS-CUR-ENTRY (WS-CUR-IDX)
                       MOVE 100 TO WS-MINOR-FACTOR
                       MOVE 2 TO WS-BOOK-SCALE
                   WHEN CUR-IS-MIL OF WS-CUR-ENTRY (WS-CUR-IDX)
                       MOVE 1000 TO WS-MINOR-FACTOR
                       MOVE 3 TO WS-BOOK-SCALE
                   WHEN OTHER
                       MOVE 1 TO WS-MINOR-FACTOR
                       MOVE 0 TO WS-BOOK-SCALE
               END-EVALUATE
           END-IF.

      *> First hit in POL-ID order wins (see RNDPOLCY.cpy); on exit
      *> WS-POL-IDX is left on the policy found.
       2100-FIND-POLICY.
           MOVE "N" TO WS-POL-FOUND-SW
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                   UNTIL WS-POL-IDX > WS-POL-COUNT OR WS-POL-FOUND
               IF POL-EFF-FROM OF WS-POL-ENTRY (WS-POL-IDX)
                       <= WS-AS-OF-DATE
                 AND POL-EFF-TO OF WS-POL-ENTRY (WS-POL-IDX)
                       >= WS-AS-OF-DATE
                   EVALUATE TRUE
                       WHEN POL-BY-RANGE OF WS-POL-ENTRY (WS-POL-IDX)
                           IF POST-ACCOUNT OF RND-POST-REC
                                 >= POL-ACCT-LOW
                                    OF WS-POL-ENTRY (WS-POL-IDX)
                             AND POST-ACCOUNT OF RND-POST-REC
                                 <= POL-ACCT-HIGH
                                    OF WS-POL-ENTRY (WS-POL-IDX)
                               SET WS-POL-FOUND TO TRUE
                           END-IF
                       WHEN POL-BY-PREFIX OF WS-POL-ENTRY (WS-POL-IDX)
                           IF POST-ACCOUNT OF RND-POST-REC
                                 (1:POL-PREFIX-LEN
                                    OF WS-POL-ENTRY (WS-POL-IDX))
                              = POL-ACCT-LOW
                                    OF WS-POL-ENTRY (WS-POL-IDX)
                                 (1:POL-PREFIX-LEN
                                    OF WS-POL-ENTRY (WS-POL-IDX))
                               SET WS-POL-FOUND TO TRUE
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM
      *> The VARYING step runs once more after the hit; back up.
           IF WS-POL-FOUND
               SET WS-POL-IDX DOWN BY 1
           END-IF.

      *> The policy's scale by the same mapping as the book's.
       2150-POLICY-SCALE.
           EVALUATE TRUE
               WHEN POL-IS-CURR OF WS-POL-ENTRY (WS-POL-IDX)
                   MOVE 2 TO WS-POL-SCALE
               WHEN POL-IS-MIL OF WS-POL-ENTRY (WS-POL-IDX)
                   MOVE 3 TO WS-POL-SCALE
               WHEN OTHER
                   MOVE 0 TO WS-POL-SCALE
           END-EVALUATE.

      *> Re-round the raw amount the way policy says it should have
      *> been rounded, at the policy's scale, and take the difference
      *> from what posted in minor units of the posting's book.  A
      *> SIZE ERROR under the sanctioned mode (PROHIBITED with a
      *> residue) leaves the impact unpriced -- it is still a
      *> violation, just not one with a number on it.
       2200-PRICE-VIOLATION.
           MOVE POL-MODE OF WS-POL-ENTRY (WS-POL-IDX) TO RCOMP-MODE
           SET RCOMP-OP-ASSIGN TO TRUE
           MOVE POL-PRECIS OF WS-POL-ENTRY (WS-POL-IDX)
               TO RCOMP-PRECIS
           MOVE POST-RAW-AMOUNT OF RND-POST-REC TO RCOMP-INPUT
           MOVE 0 TO RCOMP-OPND2
           CALL "rndengine" USING WS-COMPUTE-AREA
           IF NOT RCOMP-OK
               ADD 1 TO WS-SIZE-ERR-COUNT
               DISPLAY "VIOLATION UNPRICED - SIZE ERROR UNDER "
                   RCOMP-MODE " FOR ACCOUNT "
                   POST-ACCOUNT OF RND-POST-REC
           ELSE
               EVALUATE TRUE
                   WHEN RCOMP-IS-CURR
                       MOVE RCOMP-RESULT-CURR TO WS-SANCTIONED-AMT
                   WHEN RCOMP-IS-MIL
                       MOVE RCOMP-RESULT-MIL TO WS-SANCTIONED-AMT
                   WHEN OTHER
                       MOVE RCOMP-RESULT-DIGIT TO WS-SANCTIONED-AMT
               END-EVALUATE
               COMPUTE WS-IMPACT-MINOR
                   = (POST-ROUNDED-AMT OF RND-POST-REC
                      - WS-SANCTIONED-AMT) * WS-MINOR-FACTOR
               END-COMPUTE
               ADD WS-IMPACT-MINOR TO WS-CTOT-NET (WS-CTOT-SUB)
               IF WS-IMPACT-MINOR < 0
                   SUBTRACT WS-IMPACT-MINOR
                       FROM WS-CTOT-GROSS (WS-CTOT-SUB)
               ELSE
                   ADD WS-IMPACT-MINOR TO WS-CTOT-GROSS (WS-CTOT-SUB)
               END-IF
           END-IF.

       3000-WRITE-DETAIL.
           MOVE POST-ACCOUNT OF RND-POST-REC TO WS-RPT-ACCOUNT
           MOVE POST-CURRENCY OF RND-POST-REC TO WS-RPT-CURRENCY
           MOVE POST-MODE OF RND-POST-REC TO WS-RPT-CLAIMED
           MOVE POST-ROUNDED-AMT OF RND-POST-REC TO WS-RPT-POSTED
           IF WS-POL-FOUND
               MOVE POL-ID OF WS-POL-ENTRY (WS-POL-IDX)
                   TO WS-RPT-POL-ID
               MOVE POL-MODE OF WS-POL-ENTRY (WS-POL-IDX)
                   TO WS-RPT-POL-MODE
               MOVE POL-PRECIS OF WS-POL-ENTRY (WS-POL-IDX)
                   TO WS-RPT-POL-SCALE
           ELSE
               MOVE SPACES TO WS-RPT-POL-ID
               MOVE SPACES TO WS-RPT-POL-MODE
               MOVE SPACE TO WS-RPT-POL-SCALE
           END-IF
           MOVE WS-SANCTIONED-AMT TO WS-RPT-SANCTIONED
           MOVE WS-IMPACT-MINOR TO WS-RPT-IMPACT
           MOVE WS-RPT-DETAIL TO RND-CHK-LINE
           WRITE RND-CHK-LINE
           IF WS-CHK-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE RNDPOLCHK.RPT - STATUS "
                   WS-CHK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       4000-WRITE-TOTALS.
           MOVE SPACES TO RND-CHK-LINE
           WRITE RND-CHK-LINE
           MOVE SPACES TO RND-CHK-LINE
           STRING "CHECKED: " WS-READ-COUNT
               "  COMPLIANT: " WS-COMPLY-COUNT
               "  VIOLATIONS: " WS-VIOLATION-COUNT
               "  NO POLICY: " WS-NO-POLICY-COUNT
               "  UNKNOWN CURRENCY: " WS-BAD-CURR-COUNT
               "  UNPRICED: " WS-SIZE-ERR-COUNT
               DELIMITED BY SIZE INTO RND-CHK-LINE
           WRITE RND-CHK-LINE
           PERFORM VARYING WS-CTOT-SUB FROM 1 BY 1
                   UNTIL WS-CTOT-SUB > WS-CUR-COUNT
               IF WS-CTOT-VIOLATIONS (WS-CTOT-SUB) > 0
                   PERFORM 4100-WRITE-CURRENCY-TOTAL
               END-IF
           END-PERFORM
           IF WS-VIOLATION-COUNT = 0
               MOVE "EXTRACT COMPLIES WITH ROUNDING POLICY"
                   TO RND-CHK-LINE
           ELSE
               MOVE "ROUNDING POLICY VIOLATED - HOLD DOWNSTREAM STEPS"
                   TO RND-CHK-LINE
           END-IF
           WRITE RND-CHK-LINE
           DISPLAY "POLICY CHECK: " WS-READ-COUNT " POSTING(S), "
               WS-VIOLATION-COUNT " VIOLATION(S), "
               WS-NO-POLICY-COUNT " WITH NO POLICY".

       4100-WRITE-CURRENCY-TOTAL.
           MOVE CUR-CODE OF WS-CUR-ENTRY (WS-CTOT-SUB) TO WS-CTL-CODE
           MOVE WS-CTOT-VIOLATIONS (WS-CTOT-SUB) TO WS-CTL-VIOLATIONS
           MOVE WS-CTOT-NET (WS-CTOT-SUB) TO WS-CTL-NET
           MOVE WS-CTOT-GROSS (WS-CTOT-SUB) TO WS-CTL-GROSS
           MOVE WS-CUR-TOTAL-LINE TO RND-CHK-LINE
           WRITE RND-CHK-LINE
           MOVE WS-CTOT-NET (WS-CTOT-SUB) TO WS-DISP-NET
           MOVE WS-CTOT-GROSS (WS-CTOT-SUB) TO WS-DISP-GROSS
           DISPLAY "IMPACT " CUR-CODE OF WS-CUR-ENTRY (WS-CTOT-SUB)
               " NET " WS-DISP-NET " GROSS " WS-DISP-GROSS.
