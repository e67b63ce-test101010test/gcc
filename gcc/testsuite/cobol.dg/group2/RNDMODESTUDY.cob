      *> actually used, recomputed by the engine so the comparison
      *> is mode against mode, not mode against ledger noise:
      *>
      *>   - per-mode portfolio totals of the deltas;
      *>   - a distribution of per-transaction deltas per mode
      *>     (buckets: under -2, -2, -1, 0, +1, +2, over +2);
      *>   - the largest per-account winners and losers under the
      *>     candidate mode named by the RNDSTUDYMODE environment
      *>     variable (default NEAREST-EVEN) -- the mode the change
      *>     proposal is actually about.
      *>
      *> Every posting is rounded at its own book's scale, taken from
      *> POST-CURRENCY's entry in the currency table ROUNDCUR.DAT
      *> (see RNDCURR.cpy), and every figure above is kept and
      *> printed per currency in that book's minor units -- a yen
      *> and a dollar delta are never added together.
      *>
      *> A record whose claimed mode or currency is unknown, or whose
      *> replay under its own mode raises a SIZE ERROR, has no honest
      *> baseline and is excluded and counted.  Output ROUNDSTDY.RPT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rndmodestudy.
           SELECT RND-STUDY-FILE ASSIGN TO "ROUNDSTDY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDY-STATUS.
           SELECT RND-CURR-FILE ASSIGN TO "ROUNDCUR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RND-POST-FILE.
           COPY RNDPOST.
       FD  RND-STUDY-FILE.
       01  RND-STUDY-LINE        PIC X(132).
       FD  RND-CURR-FILE.
       01  RND-CURR-REC.
           COPY RNDCURR.
       WORKING-STORAGE SECTION.
       01  WS-POST-STATUS        PIC X(2) VALUE "00".
       01  WS-STUDY-STATUS       PIC X(2) VALUE "00".
       01  WS-CURR-STATUS        PIC X(2) VALUE "00".
       01  WS-EOF-SW             PIC X(1) VALUE "N".
           88  WS-EOF                VALUE "Y".
       01  WS-RUN-DATE           PIC X(8).
       01  WS-STUDIED-COUNT      PIC 9(6) VALUE 0.
       01  WS-BAD-MODE-COUNT     PIC 9(6) VALUE 0.
       01  WS-NO-BASE-COUNT      PIC 9(6) VALUE 0.
       01  WS-BAD-CURR-COUNT     PIC 9(6) VALUE 0.
       01  WS-ACTUAL-IDX         PIC 9(2).
       01  WS-CAND-IDX           PIC 9(2) VALUE 0.
       01  WS-CAND-MODE          PIC X(24) VALUE SPACES.
       01  WS-CAND-OK-SW         PIC X(1).
           88  WS-CAND-OK            VALUE "Y".
       01  WS-BASE-RESULT        PIC S9(7)V999.
       01  WS-DELTA-MINOR        PIC S9(9).
       01  WS-MINOR-FACTOR       PIC 9(4).
       01  WS-MODE-SUB           PIC 9(2).

      *> The currency reference table.  WS-CUR-SUB is the posting's
      *> slot in it, and so also its slot in the accumulators below.
       01  WS-CUR-COUNT          PIC 9(3) VALUE 0.
       01  WS-CUR-TABLE.
           05  WS-CUR-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-CUR-IDX.
               COPY RNDCURR.
       01  WS-CUR-FOUND-SW       PIC X(1).
           88  WS-CUR-FOUND          VALUE "Y".
       01  WS-CUR-SUB            PIC 9(3).

      *> Per-record results, one slot per mode, same shape the
      *> comparison utility uses.
       01  WS-RSLT-TABLE.
           05  WS-RSLT-ENTRY OCCURS 8 TIMES
                   INDEXED BY WS-RSLT-IDX.
               10  WS-RSLT-VALUE     PIC S9(7)V999.
               10  WS-RSLT-ERR       PIC X(1).
                   88  WS-RSLT-IS-ERR    VALUE "Y".

      *> Portfolio accumulators per currency and mode: total delta
      *> in the book's minor units against the mode actually used, a
      *> SIZE ERROR count, and the seven-bucket distribution of
      *> per-transaction deltas.
       01  WS-MODE-ACCUM-TABLE.
           05  WS-CACC-ENTRY OCCURS 100 TIMES.
               10  WS-CACC-STUDIED   PIC 9(6) VALUE 0.
               10  WS-MACC-ENTRY OCCURS 8 TIMES.
                   15  WS-MACC-TOTAL     PIC S9(11) VALUE 0.
                   15  WS-MACC-ERR-COUNT PIC 9(6) VALUE 0.
                   15  WS-MACC-BUCKET OCCURS 7 TIMES
                                         PIC 9(6) VALUE 0.
       01  WS-BUCKET-SUB         PIC 9(1).

      *> Per-account cumulative delta under the candidate mode --
           05  WS-ACCT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-ACCT-IDX.
               10  WS-ACCT-ID        PIC X(10).
               10  WS-ACCT-CURRENCY  PIC X(3).
               10  WS-ACCT-DELTA     PIC S9(9).
               10  WS-ACCT-USED      PIC X(1).
                   88  WS-ACCT-IS-USED   VALUE "Y".
           05  WS-HDR-CAND       PIC X(24).
       01  WS-TOTALS-COL-HDR.
           05  FILLER            PIC X(25) VALUE "MODE".
           05  FILLER            PIC X(13) VALUE "TOTAL MINOR".
           05  FILLER            PIC X(9)  VALUE "SIZE ERR".
           05  FILLER            PIC X(56) VALUE
               "   <-2     -2     -1      0     +1     +2    >+2".
               10  WS-TOT-BUCKET OCCURS 7 TIMES.
                   15  WS-TOT-BKT-N  PIC 9(6).
                   15  FILLER        PIC X(1).
       01  WS-CURRENCY-HEADING.
           05  FILLER            PIC X(9)  VALUE "CURRENCY ".
           05  WS-CHD-CODE       PIC X(3).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-CHD-DESC       PIC X(20).
           05  FILLER            PIC X(22)
               VALUE "  POSTINGS STUDIED:   ".
           05  WS-CHD-STUDIED    PIC 9(6).
       01  WS-WINNER-DETAIL.
           05  WS-WIN-ACCOUNT    PIC X(10).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-WIN-DELTA      PIC -9(9).
       01  WS-STEP-AREA.
           COPY RNDSTEP.

       PROCEDURE DIVISION.
       0100-MAINLINE.
           PERFORM 0400-BEGIN-STEP
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-EOF
               READ RND-POST-FILE
               WS-READ-COUNT " RECORD(S) TO ROUNDSTDY.RPT, "
               "CANDIDATE " WS-CAND-MODE
           IF WS-BAD-MODE-COUNT > 0 OR WS-NO-BASE-COUNT > 0
                   OR WS-BAD-CURR-COUNT > 0
               DISPLAY "EXCLUDED: " WS-BAD-MODE-COUNT
                   " UNKNOWN MODE(S), " WS-BAD-CURR-COUNT
                   " UNKNOWN CURRENCY(IES), " WS-NO-BASE-COUNT
                   " WITHOUT A BASELINE RESULT"
           END-IF
           PERFORM 0410-END-STEP
           STOP RUN.

       0400-BEGIN-STEP.
           SET STEP-FUNC-BEGIN TO TRUE
           MOVE "rndmodestudy" TO STEP-PROGRAM
           CALL "rndstep" USING WS-STEP-AREA.

      *> The return code the step leaves with, and its counts for
      *> the run sheet.
       0410-END-STEP.
           SET STEP-FUNC-END TO TRUE
           MOVE "rndmodestudy" TO STEP-PROGRAM
           MOVE RETURN-CODE TO STEP-RC
           MOVE "READ" TO STEP-COUNT-LABEL (1)
           MOVE WS-READ-COUNT TO STEP-COUNT-VALUE (1)
           MOVE "STUDIED" TO STEP-COUNT-LABEL (2)
           MOVE WS-STUDIED-COUNT TO STEP-COUNT-VALUE (2)
           CALL "rndstep" USING WS-STEP-AREA.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CAND-MODE FROM ENVIRONMENT "RNDSTUDYMODE"
               MOVE "NEAREST-EVEN" TO WS-CAND-MODE
               MOVE 2 TO WS-CAND-IDX
           END-IF
           PERFORM 1100-LOAD-CURRENCIES
           OPEN INPUT RND-POST-FILE
           IF WS-POST-STATUS = "35"
               DISPLAY "NO POSTEXTR.ACC FOUND - RUN RNDPOSTVAL "
                   "FIRST, NOTHING TO STUDY"
               MOVE 8 TO RETURN-CODE
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF
           IF WS-POST-STATUS NOT = "00"
           MOVE WS-RPT-HEADER TO RND-STUDY-LINE
           WRITE RND-STUDY-LINE.

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

       2000-STUDY-ONE-POSTING.
           MOVE 0 TO WS-ACTUAL-IDX
           PERFORM VARYING WS-MODE-IDX FROM 1 BY 1
                   SET WS-ACTUAL-IDX TO WS-MODE-IDX
               END-IF
           END-PERFORM
           PERFORM 2050-FIND-CURRENCY
           EVALUATE TRUE
               WHEN WS-ACTUAL-IDX = 0
                   ADD 1 TO WS-BAD-MODE-COUNT
               WHEN NOT WS-CUR-FOUND
                   ADD 1 TO WS-BAD-CURR-COUNT
               WHEN OTHER
                   PERFORM 2100-ROUND-UNDER-ALL-MODES
                   IF WS-RSLT-ERR (WS-ACTUAL-IDX) = "Y"
                       ADD 1 TO WS-NO-BASE-COUNT
                   ELSE
                       ADD 1 TO WS-STUDIED-COUNT
                       ADD 1 TO WS-CACC-STUDIED (WS-CUR-SUB)
                       SET WS-RSLT-IDX TO WS-ACTUAL-IDX
                       MOVE WS-RSLT-VALUE (WS-RSLT-IDX)
                           TO WS-BASE-RESULT
                       PERFORM 2200-ACCUMULATE-DELTAS
                   END-IF
           END-EVALUATE.

      *> Leaves WS-CUR-SUB on the posting's currency and the book's
      *> minor-unit factor in WS-MINOR-FACTOR (1 for a zero-decimal
      *> book, 100 for two decimals, 1000 for mils).
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
               SET WS-CUR-SUB TO WS-CUR-IDX
               EVALUATE TRUE
                   WHEN CUR-IS-CURR OF WS-CUR-ENTRY (WS-CUR-IDX)
                       MOVE 100 TO WS-MINOR-FACTOR
                   WHEN CUR-IS-MIL OF WS-CUR-ENTRY (WS-CUR-IDX)
                       MOVE 1000 TO WS-MINOR-FACTOR
                   WHEN OTHER
                       MOVE 1 TO WS-MINOR-FACTOR
               END-EVALUATE
           END-IF.

       2100-ROUND-UNDER-ALL-MODES.
                   UNTIL WS-MODE-IDX > WS-MODE-COUNT
               MOVE WS-MODE-ENTRY (WS-MODE-IDX) TO RCOMP-MODE
               SET RCOMP-OP-ASSIGN TO TRUE
               MOVE CUR-PRECIS OF WS-CUR-ENTRY (WS-CUR-SUB)
                   TO RCOMP-PRECIS
               MOVE POST-RAW-AMOUNT OF RND-POST-REC TO RCOMP-INPUT
               MOVE 0 TO RCOMP-OPND2
               CALL "rndengine" USING WS-COMPUTE-AREA
               SET WS-RSLT-IDX TO WS-MODE-IDX
               EVALUATE TRUE
                   WHEN RCOMP-SIZE-ERROR
                       MOVE "Y" TO WS-RSLT-ERR (WS-RSLT-IDX)
                       MOVE 0 TO WS-RSLT-VALUE (WS-RSLT-IDX)
                   WHEN RCOMP-IS-CURR
                       MOVE "N" TO WS-RSLT-ERR (WS-RSLT-IDX)
                       MOVE RCOMP-RESULT-CURR
                           TO WS-RSLT-VALUE (WS-RSLT-IDX)
                   WHEN RCOMP-IS-MIL
                       MOVE "N" TO WS-RSLT-ERR (WS-RSLT-IDX)
                       MOVE RCOMP-RESULT-MIL
                           TO WS-RSLT-VALUE (WS-RSLT-IDX)
                   WHEN OTHER
                       MOVE "N" TO WS-RSLT-ERR (WS-RSLT-IDX)
                       MOVE RCOMP-RESULT-DIGIT
                           TO WS-RSLT-VALUE (WS-RSLT-IDX)
               END-EVALUATE
           END-PERFORM.

       2200-ACCUMULATE-DELTAS.
                   UNTIL WS-MODE-SUB > 8
               SET WS-RSLT-IDX TO WS-MODE-SUB
               IF WS-RSLT-IS-ERR (WS-RSLT-IDX)
                   ADD 1 TO WS-MACC-ERR-COUNT (WS-CUR-SUB WS-MODE-SUB)
               ELSE
                   COMPUTE WS-DELTA-MINOR
                       = (WS-RSLT-VALUE (WS-RSLT-IDX)
                          - WS-BASE-RESULT) * WS-MINOR-FACTOR
                   END-COMPUTE
                   ADD WS-DELTA-MINOR
                       TO WS-MACC-TOTAL (WS-CUR-SUB WS-MODE-SUB)
                   PERFORM 2300-BUCKET-ONE-DELTA
                   IF WS-MODE-SUB = WS-CAND-IDX
                       PERFORM 2400-ACCUMULATE-ACCOUNT

       2300-BUCKET-ONE-DELTA.
           EVALUATE TRUE
               WHEN WS-DELTA-MINOR < -2
                   MOVE 1 TO WS-BUCKET-SUB
               WHEN WS-DELTA-MINOR = -2
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN WS-DELTA-MINOR = -1
                   MOVE 3 TO WS-BUCKET-SUB
               WHEN WS-DELTA-MINOR = 0
                   MOVE 4 TO WS-BUCKET-SUB
               WHEN WS-DELTA-MINOR = 1
                   MOVE 5 TO WS-BUCKET-SUB
               WHEN WS-DELTA-MINOR = 2
                   MOVE 6 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 7 TO WS-BUCKET-SUB
           END-EVALUATE
           ADD 1 TO WS-MACC-BUCKET
                         (WS-CUR-SUB WS-MODE-SUB WS-BUCKET-SUB).

      *> One slot per account and currency, first come first served
      *> (an account posting in two books gets a slot for each); the
      *> extract arrives grouped by account closely enough that 5000
      *> covers a night, and anything beyond is counted rather than
      *> lost silently.
       2400-ACCUMULATE-ACCOUNT.
           MOVE 0 TO WS-ACCT-FOUND-SUB
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-ACCT-ID (WS-ACCT-IDX)
                       = POST-ACCOUNT OF RND-POST-REC
                 AND WS-ACCT-CURRENCY (WS-ACCT-IDX)
                       = POST-CURRENCY OF RND-POST-REC
                   SET WS-ACCT-FOUND-SUB TO WS-ACCT-IDX
               END-IF
           END-PERFORM
           IF WS-ACCT-FOUND-SUB > 0
               ADD WS-DELTA-MINOR
                   TO WS-ACCT-DELTA (WS-ACCT-FOUND-SUB)
           ELSE
               IF WS-ACCT-COUNT >= 5000
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE POST-ACCOUNT OF RND-POST-REC
                       TO WS-ACCT-ID (WS-ACCT-COUNT)
                   MOVE POST-CURRENCY OF RND-POST-REC
                       TO WS-ACCT-CURRENCY (WS-ACCT-COUNT)
                   MOVE WS-DELTA-MINOR
                       TO WS-ACCT-DELTA (WS-ACCT-COUNT)
                   MOVE "N" TO WS-ACCT-USED (WS-ACCT-COUNT)
               END-IF
       4000-WRITE-MODE-TOTALS.
           MOVE SPACES TO RND-STUDY-LINE
           WRITE RND-STUDY-LINE
           MOVE "PORTFOLIO DELTA (MINOR UNITS) VS MODE ACTUALLY USED,"
               TO RND-STUDY-LINE
           MOVE " AND PER-TRANSACTION DELTA DISTRIBUTION, BY CURRENCY"
               TO RND-STUDY-LINE (53:)
           WRITE RND-STUDY-LINE
           PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                   UNTIL WS-CUR-SUB > WS-CUR-COUNT
               IF WS-CACC-STUDIED (WS-CUR-SUB) > 0
                   PERFORM 4100-WRITE-CURRENCY-TOTALS
               END-IF
           END-PERFORM.

       4100-WRITE-CURRENCY-TOTALS.
           MOVE SPACES TO RND-STUDY-LINE
           WRITE RND-STUDY-LINE
           MOVE CUR-CODE OF WS-CUR-ENTRY (WS-CUR-SUB) TO WS-CHD-CODE
           MOVE CUR-DESC OF WS-CUR-ENTRY (WS-CUR-SUB) TO WS-CHD-DESC
           MOVE WS-CACC-STUDIED (WS-CUR-SUB) TO WS-CHD-STUDIED
           MOVE WS-CURRENCY-HEADING TO RND-STUDY-LINE
           WRITE RND-STUDY-LINE
           MOVE WS-TOTALS-COL-HDR TO RND-STUDY-LINE
           WRITE RND-STUDY-LINE
           PERFORM VARYING WS-MODE-SUB FROM 1 BY 1
                   UNTIL WS-MODE-SUB > 8
               MOVE WS-MODE-ENTRY (WS-MODE-SUB) TO WS-TOT-MODE
               MOVE WS-MACC-TOTAL (WS-CUR-SUB WS-MODE-SUB)
                   TO WS-TOT-TOTAL
               MOVE WS-MACC-ERR-COUNT (WS-CUR-SUB WS-MODE-SUB)
                   TO WS-TOT-ERRS
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                       UNTIL WS-BUCKET-SUB > 7
                   MOVE WS-MACC-BUCKET
                           (WS-CUR-SUB WS-MODE-SUB WS-BUCKET-SUB)
                       TO WS-TOT-BKT-N (WS-BUCKET-SUB)
                   MOVE SPACE
                       TO WS-TOT-BUCKET (WS-BUCKET-SUB) (7:1)
           END-PERFORM.

      *> Ten largest gains and ten largest costs per account under
      *> the candidate mode, listed book by book so each list is in
      *> one currency's minor units.  Positive delta means the
      *> account would be paid more under the candidate than under
      *> what actually ran.
       5000-WRITE-WINNERS-LOSERS.
           PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                   UNTIL WS-CUR-SUB > WS-CUR-COUNT
               IF WS-CACC-STUDIED (WS-CUR-SUB) > 0
                   PERFORM 5050-WINNERS-LOSERS-ONE-CURRENCY
               END-IF
           END-PERFORM
           IF WS-ACCT-DROP-COUNT > 0
               MOVE SPACES TO RND-STUDY-LINE
               WRITE RND-STUDY-LINE
               MOVE SPACES TO RND-STUDY-LINE
               STRING "ACCOUNT TABLE FULL - "
                   WS-ACCT-DROP-COUNT
                   " TRANSACTION(S) NOT IN WINNER/LOSER LISTS"
                   DELIMITED BY SIZE INTO RND-STUDY-LINE
               WRITE RND-STUDY-LINE
           END-IF.

       5050-WINNERS-LOSERS-ONE-CURRENCY.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-ACCT-COUNT
               MOVE "N" TO WS-ACCT-USED (WS-SCAN-SUB)
           END-PERFORM
           MOVE SPACES TO RND-STUDY-LINE
           WRITE RND-STUDY-LINE
           MOVE SPACES TO RND-STUDY-LINE
           STRING "LARGEST WINNERS (ACCOUNT, MINOR UNITS) UNDER "
               "CANDIDATE - " CUR-CODE OF WS-CUR-ENTRY (WS-CUR-SUB)
               DELIMITED BY SIZE INTO RND-STUDY-LINE
           WRITE RND-STUDY-LINE
           MOVE 0 TO WS-LIST-COUNT
           PERFORM UNTIL WS-LIST-COUNT >= 10
           END-PERFORM
           MOVE SPACES TO RND-STUDY-LINE
           WRITE RND-STUDY-LINE
           MOVE SPACES TO RND-STUDY-LINE
           STRING "LARGEST LOSERS (ACCOUNT, MINOR UNITS) UNDER "
               "CANDIDATE - " CUR-CODE OF WS-CUR-ENTRY (WS-CUR-SUB)
               DELIMITED BY SIZE INTO RND-STUDY-LINE
           WRITE RND-STUDY-LINE
           MOVE 0 TO WS-LIST-COUNT
           PERFORM UNTIL WS-LIST-COUNT >= 10
                   PERFORM 5300-WRITE-ONE-ACCOUNT
                   ADD 1 TO WS-LIST-COUNT
               END-IF
           END-PERFORM.

       5100-PICK-LARGEST.
           MOVE 0 TO WS-PICK-SUB
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-ACCT-COUNT
               IF NOT WS-ACCT-IS-USED (WS-SCAN-SUB)
                 AND WS-ACCT-CURRENCY (WS-SCAN-SUB)
                       = CUR-CODE OF WS-CUR-ENTRY (WS-CUR-SUB)
                 AND (WS-PICK-SUB = 0
                      OR WS-ACCT-DELTA (WS-SCAN-SUB)
                          > WS-PICK-DELTA)
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-ACCT-COUNT
               IF NOT WS-ACCT-IS-USED (WS-SCAN-SUB)
                 AND WS-ACCT-CURRENCY (WS-SCAN-SUB)
                       = CUR-CODE OF WS-CUR-ENTRY (WS-CUR-SUB)
                 AND (WS-PICK-SUB = 0
                      OR WS-ACCT-DELTA (WS-SCAN-SUB)
                          < WS-PICK-DELTA)
