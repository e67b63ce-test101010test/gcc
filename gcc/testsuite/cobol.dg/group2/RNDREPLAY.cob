      *> A record naming a mode outside the shared mode table is a
      *> reconciliation exception too: the posting system believes in
      *> a rounding mode certification has never covered.
      *>
      *> Each posting is replayed at its own book's scale: the scale
      *> comes from POST-CURRENCY's entry in the currency table
      *> ROUNDCUR.DAT (see RNDCURR.cpy), so a yen posting rounds at
      *> scale 0 and a dinar posting at scale 3.  Deltas -- on the
      *> report and in the RNDADJUST.DAT feed -- are in minor units
      *> of that book, and every total is kept and printed per
      *> currency; minor units of different books are never summed.
      *> A currency missing from the table (rndpostval rejects these,
      *> so it means the table changed between the two steps) is an
      *> exception with no delta, like an unknown mode.
      *>
      *> Every posting's verdict -- clean ones included -- also goes
      *> to RNDRESULT.DAT (see RNDRRES.cpy), stamped with the
      *> extract date, for rndrecmrg to carry into the account
      *> reconciliation history the report and feed cannot keep.
      *> The night asked for is RNDEXTRDATE when set, as rndpostval
      *> reads it, otherwise today; the date stamped is the one on
      *> rndpostval's control record POSTEXTR.CTL (see RNDPVAL.cpy),
      *> and the two must agree.  No control record, or one for
      *> another night, means POSTEXTR.ACC is not tonight's validated
      *> extract -- most often an earlier night's file left behind
      *> when tonight's was missing or did not balance -- and the
      *> replay refuses with return code 12, leaving RNDRESULT.DAT
      *> empty so the old verdicts cannot be merged a second time
      *> under the new date.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rndreplay.
       ENVIRONMENT DIVISION.
           SELECT RND-POST-FILE ASSIGN TO "POSTEXTR.ACC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.
           SELECT RND-CTL-FILE ASSIGN TO "POSTEXTR.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT RND-RECON-FILE ASSIGN TO "RNDRECON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.
           SELECT RND-ADJ-FILE ASSIGN TO "RNDADJUST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT RND-CURR-FILE ASSIGN TO "ROUNDCUR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURR-STATUS.
           SELECT RND-RES-FILE ASSIGN TO "RNDRESULT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RND-POST-FILE.
       01  RND-POST-REC.
           COPY RNDPOST.
       FD  RND-CTL-FILE.
       01  RND-CTL-REC.
           COPY RNDPVAL.
       FD  RND-RECON-FILE.
       01  RND-RECON-LINE        PIC X(132).
       FD  RND-ADJ-FILE.
       01  RND-ADJ-REC.
           COPY RNDADJ.
       FD  RND-CURR-FILE.
       01  RND-CURR-REC.
           COPY RNDCURR.
       FD  RND-RES-FILE.
       01  RND-RES-REC.
           COPY RNDRRES.
       WORKING-STORAGE SECTION.
       01  WS-POST-STATUS        PIC X(2) VALUE "00".
       01  WS-CTL-STATUS         PIC X(2) VALUE "00".
       01  WS-RECON-STATUS       PIC X(2) VALUE "00".
       01  WS-ADJ-STATUS         PIC X(2) VALUE "00".
       01  WS-CURR-STATUS        PIC X(2) VALUE "00".
       01  WS-RES-STATUS         PIC X(2) VALUE "00".
       01  WS-EOF-SW             PIC X(1) VALUE "N".
           88  WS-EOF                VALUE "Y".
       01  WS-RUN-DATE           PIC X(8).
       01  WS-RUN-TIME           PIC X(8).
       01  WS-JOB-ID             PIC X(8) VALUE SPACES.
       01  WS-EXTRACT-DATE       PIC X(8) VALUE SPACES.

           COPY RNDMODES.


       01  WS-MODE-OK-SW         PIC X(1).
           88  WS-MODE-OK            VALUE "Y".
       01  WS-VERDICT            PIC X(1).
       01  WS-READ-COUNT         PIC 9(6) VALUE 0.
       01  WS-MATCH-COUNT        PIC 9(6) VALUE 0.
       01  WS-MISMATCH-COUNT     PIC 9(6) VALUE 0.
       01  WS-BAD-MODE-COUNT     PIC 9(6) VALUE 0.
       01  WS-SIZE-ERR-COUNT     PIC 9(6) VALUE 0.
       01  WS-BAD-CURR-COUNT     PIC 9(6) VALUE 0.
       01  WS-DELTA-MINOR        PIC S9(9).
       01  WS-RECOMP-AMT         PIC S9(7)V999.
       01  WS-MINOR-FACTOR       PIC 9(4).
       01  WS-TRAILER-COUNT      PIC 9(3) VALUE 0.

      *> The currency reference table, and beside it one set of
      *> replay totals per currency, subscripted alike.
       01  WS-CUR-COUNT          PIC 9(3) VALUE 0.
       01  WS-CUR-TABLE.
           05  WS-CUR-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-CUR-IDX.
               COPY RNDCURR.
       01  WS-CUR-FOUND-SW       PIC X(1).
           88  WS-CUR-FOUND          VALUE "Y".
       01  WS-CTOT-TABLE.
           05  WS-CTOT-ENTRY OCCURS 100 TIMES.
               10  WS-CTOT-READ      PIC 9(6) VALUE 0.
               10  WS-CTOT-MATCH     PIC 9(6) VALUE 0.
               10  WS-CTOT-MISMATCH  PIC 9(6) VALUE 0.
               10  WS-CTOT-NET-DELTA PIC S9(11) VALUE 0.
               10  WS-CTOT-ADJ-COUNT PIC 9(6) VALUE 0.
               10  WS-CTOT-ADJ-HASH  PIC S9(11) VALUE 0.
       01  WS-CTOT-SUB           PIC 9(3).
       01  WS-DISP-ADJ-HASH      PIC -9(11).

       01  WS-RPT-HEADER.
           05  FILLER            PIC X(34)
           05  WS-HDR-JOB        PIC X(8).
       01  WS-RPT-COL-HEADER.
           05  FILLER            PIC X(11) VALUE "ACCOUNT".
           05  FILLER            PIC X(4)  VALUE "CUR".
           05  FILLER            PIC X(25) VALUE "MODE".
           05  FILLER            PIC X(14) VALUE "RAW AMOUNT".
           05  FILLER            PIC X(13) VALUE "POSTED".
           05  FILLER            PIC X(13) VALUE "RECOMPUTED".
           05  FILLER            PIC X(12) VALUE "DELTA MINOR".
           05  FILLER            PIC X(9)  VALUE "EXCEPTION".
       01  WS-RPT-DETAIL.
           05  WS-RPT-ACCOUNT    PIC X(10).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-CURRENCY   PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-MODE       PIC X(24).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-RAW        PIC -9(7).999.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-POSTED     PIC -9(7).999.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-RECOMP     PIC -9(7).999.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-DELTA      PIC -9(9).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-REASON     PIC X(16).
      *> One line per currency that appeared in the extract.
       01  WS-CUR-TOTAL-LINE.
           05  FILLER            PIC X(9)  VALUE "CURRENCY ".
           05  WS-CTL-CODE       PIC X(3).
           05  FILLER            PIC X(11) VALUE "  REPLAYED ".
           05  WS-CTL-READ       PIC 9(6).
           05  FILLER            PIC X(9)  VALUE "  AGREED ".
           05  WS-CTL-MATCH      PIC 9(6).
           05  FILLER            PIC X(13) VALUE "  EXCEPTIONS ".
           05  WS-CTL-MISMATCH   PIC 9(6).
           05  FILLER            PIC X(20)
               VALUE "  NET DELTA (MINOR) ".
           05  WS-CTL-NET        PIC -9(11).
           05  FILLER            PIC X(14) VALUE "  ADJUSTMENTS ".
           05  WS-CTL-ADJ        PIC 9(6).
       01  WS-STEP-AREA.
           COPY RNDSTEP.

       PROCEDURE DIVISION.
       0100-MAINLINE.
           PERFORM 0400-BEGIN-STEP
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-EOF
               READ RND-POST-FILE
           CLOSE RND-POST-FILE
           CLOSE RND-RECON-FILE
           CLOSE RND-ADJ-FILE
           CLOSE RND-RES-FILE
           IF WS-MISMATCH-COUNT > 0 OR WS-BAD-MODE-COUNT > 0
                   OR WS-BAD-CURR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 0410-END-STEP
           STOP RUN.

       0400-BEGIN-STEP.
           SET STEP-FUNC-BEGIN TO TRUE
           MOVE "rndreplay" TO STEP-PROGRAM
           CALL "rndstep" USING WS-STEP-AREA.

      *> The return code the step leaves with, and its counts for
      *> the run sheet.
       0410-END-STEP.
           SET STEP-FUNC-END TO TRUE
           MOVE "rndreplay" TO STEP-PROGRAM
           MOVE RETURN-CODE TO STEP-RC
           MOVE "REPLAYED" TO STEP-COUNT-LABEL (1)
           MOVE WS-READ-COUNT TO STEP-COUNT-VALUE (1)
           MOVE "MATCHED" TO STEP-COUNT-LABEL (2)
           MOVE WS-MATCH-COUNT TO STEP-COUNT-VALUE (2)
           MOVE "MISMATCHED" TO STEP-COUNT-LABEL (3)
           MOVE WS-MISMATCH-COUNT TO STEP-COUNT-VALUE (3)
           CALL "rndstep" USING WS-STEP-AREA.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           IF WS-JOB-ID = SPACES
               MOVE "BATCH" TO WS-JOB-ID
           END-IF
           ACCEPT WS-EXTRACT-DATE FROM ENVIRONMENT "RNDEXTRDATE"
           IF WS-EXTRACT-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-EXTRACT-DATE
           END-IF
           PERFORM 1050-CHECK-VALIDATION
           PERFORM 1100-LOAD-CURRENCIES
           OPEN INPUT RND-POST-FILE
           IF WS-POST-STATUS = "35"
               DISPLAY "NO POSTEXTR.ACC FOUND - RUN RNDPOSTVAL "
                   "AGAIN, NOTHING TO REPLAY"
               PERFORM 1060-REFUSE-REPLAY
           END-IF
           IF WS-POST-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN POSTEXTR.ACC - STATUS "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RND-RES-FILE
           IF WS-RES-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RNDRESULT.DAT - STATUS "
                   WS-RES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-HDR-DATE
           MOVE WS-RUN-TIME TO WS-HDR-TIME
           MOVE WS-JOB-ID TO WS-HDR-JOB
           MOVE WS-RPT-COL-HEADER TO RND-RECON-LINE
           WRITE RND-RECON-LINE.

      *> The extract date stamped on every verdict is the one
      *> rndpostval validated the header against, and it has to be
      *> the night asked for.
       1050-CHECK-VALIDATION.
           OPEN INPUT RND-CTL-FILE
           IF WS-CTL-STATUS NOT = "35"
               IF WS-CTL-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN POSTEXTR.CTL - STATUS "
                       WS-CTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ RND-CTL-FILE
                   AT END
                       MOVE SPACES TO RND-CTL-REC
               END-READ
               CLOSE RND-CTL-FILE
           ELSE
               MOVE SPACES TO RND-CTL-REC
           END-IF
           IF PVAL-EXTRACT-DATE = SPACES
               DISPLAY "NO VALIDATED EXTRACT ON POSTEXTR.CTL - "
                   "RUN RNDPOSTVAL FOR " WS-EXTRACT-DATE
                   ", NOTHING TO REPLAY"
               PERFORM 1060-REFUSE-REPLAY
           END-IF
           IF PVAL-EXTRACT-DATE NOT = WS-EXTRACT-DATE
               DISPLAY "POSTEXTR.ACC VALIDATED FOR "
                   PVAL-EXTRACT-DATE " BUT EXTRACT DATE IS "
                   WS-EXTRACT-DATE " - NOTHING TO REPLAY"
               PERFORM 1060-REFUSE-REPLAY
           END-IF
           MOVE PVAL-EXTRACT-DATE TO WS-EXTRACT-DATE
           DISPLAY "POSTEXTR.ACC VALIDATED FOR " PVAL-EXTRACT-DATE
               " ON " PVAL-RUN-DATE " " PVAL-RUN-TIME ": "
               PVAL-ACCEPT-COUNT " ACCEPTED".

      *> RNDRESULT.DAT is emptied so rndrecmrg finds nothing to merge
      *> tonight rather than the previous night's verdicts a second
      *> time.
       1060-REFUSE-REPLAY.
           OPEN OUTPUT RND-RES-FILE
           IF WS-RES-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RNDRESULT.DAT - STATUS "
                   WS-RES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RND-RES-FILE
           MOVE 12 TO RETURN-CODE
           PERFORM 0410-END-STEP
           STOP RUN.

      *> The same table rndpostval edited the extract against; a
      *> replay without it cannot know any posting's scale.
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

       2000-REPLAY-ONE-POSTING.
           MOVE 0 TO WS-RECOMP-AMT
           MOVE 0 TO WS-MINOR-FACTOR
           MOVE 0 TO WS-DELTA-MINOR
           PERFORM 2050-FIND-CURRENCY
           MOVE "N" TO WS-MODE-OK-SW
           PERFORM VARYING WS-MODE-IDX FROM 1 BY 1
                   UNTIL WS-MODE-IDX > WS-MODE-COUNT
                   SET WS-MODE-OK TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT WS-CUR-FOUND
                   MOVE "C" TO WS-VERDICT
                   ADD 1 TO WS-BAD-CURR-COUNT
                   MOVE "UNKNOWN CURRENCY" TO WS-RPT-REASON
                   PERFORM 3000-WRITE-EXCEPTION
               WHEN NOT WS-MODE-OK
                   MOVE "U" TO WS-VERDICT
                   ADD 1 TO WS-BAD-MODE-COUNT
                   ADD 1 TO WS-CTOT-MISMATCH (WS-CTOT-SUB)
                   MOVE "UNKNOWN MODE" TO WS-RPT-REASON
                   PERFORM 3000-WRITE-EXCEPTION
               WHEN OTHER
                   PERFORM 2100-REPLAY-AT-BOOK-SCALE
           END-EVALUATE
           PERFORM 2900-WRITE-RESULT.

      *> Leaves WS-CTOT-SUB on the currency's slot and the book's
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
               SET WS-CTOT-SUB TO WS-CUR-IDX
               ADD 1 TO WS-CTOT-READ (WS-CTOT-SUB)
               EVALUATE TRUE
                   WHEN CUR-IS-CURR OF WS-CUR-ENTRY (WS-CUR-IDX)
                       MOVE 100 TO WS-MINOR-FACTOR
                   WHEN CUR-IS-MIL OF WS-CUR-ENTRY (WS-CUR-IDX)
                       MOVE 1000 TO WS-MINOR-FACTOR
                   WHEN OTHER
                       MOVE 1 TO WS-MINOR-FACTOR
               END-EVALUATE
           END-IF.

       2100-REPLAY-AT-BOOK-SCALE.
           MOVE POST-MODE OF RND-POST-REC TO RCOMP-MODE
           SET RCOMP-OP-ASSIGN TO TRUE
           MOVE CUR-PRECIS OF WS-CUR-ENTRY (WS-CUR-IDX)
               TO RCOMP-PRECIS
           MOVE POST-RAW-AMOUNT OF RND-POST-REC TO RCOMP-INPUT
           MOVE 0 TO RCOMP-OPND2
           CALL "rndengine" USING WS-COMPUTE-AREA
           EVALUATE TRUE
               WHEN RCOMP-IS-CURR
                   MOVE RCOMP-RESULT-CURR TO WS-RECOMP-AMT
               WHEN RCOMP-IS-MIL
                   MOVE RCOMP-RESULT-MIL TO WS-RECOMP-AMT
               WHEN OTHER
                   MOVE RCOMP-RESULT-DIGIT TO WS-RECOMP-AMT
           END-EVALUATE
           EVALUATE TRUE
      *> A SIZE ERROR on replay (PROHIBITED with a residue, or an
      *> amount too large for the result field) means the posting
      *> system wrote an amount certification says could not have
      *> been produced -- an exception by definition.
               WHEN RCOMP-SIZE-ERROR
                   MOVE "S" TO WS-VERDICT
                   MOVE 0 TO WS-RECOMP-AMT
                   ADD 1 TO WS-SIZE-ERR-COUNT
                   ADD 1 TO WS-MISMATCH-COUNT
                   ADD 1 TO WS-CTOT-MISMATCH (WS-CTOT-SUB)
                   MOVE "SIZE ERROR" TO WS-RPT-REASON
                   PERFORM 3000-WRITE-EXCEPTION
               WHEN WS-RECOMP-AMT
                       NOT = POST-ROUNDED-AMT OF RND-POST-REC
                   MOVE "A" TO WS-VERDICT
                   ADD 1 TO WS-MISMATCH-COUNT
                   ADD 1 TO WS-CTOT-MISMATCH (WS-CTOT-SUB)
                   MOVE "AMOUNT DIFFERS" TO WS-RPT-REASON
                   PERFORM 3000-WRITE-EXCEPTION
                   ADD WS-DELTA-MINOR
                       TO WS-CTOT-NET-DELTA (WS-CTOT-SUB)
                   PERFORM 3500-WRITE-ADJUSTMENT
               WHEN OTHER
                   MOVE "M" TO WS-VERDICT
                   ADD 1 TO WS-MATCH-COUNT
                   ADD 1 TO WS-CTOT-MATCH (WS-CTOT-SUB)
           END-EVALUATE.

      *> The feed amount is the report delta with its sign turned,
      *> exactly as 3500 computes it.
       2900-WRITE-RESULT.
           MOVE SPACES TO RND-RES-REC
           MOVE WS-EXTRACT-DATE TO RRES-EXTRACT-DATE
           MOVE POST-ACCOUNT OF RND-POST-REC TO RRES-ACCOUNT
           MOVE POST-CURRENCY OF RND-POST-REC TO RRES-CURRENCY
           MOVE POST-MODE OF RND-POST-REC TO RRES-MODE
           MOVE WS-VERDICT TO RRES-VERDICT
           MOVE WS-DELTA-MINOR TO RRES-DELTA-MINOR
           IF RRES-IS-ADJUSTED
               COMPUTE RRES-ADJ-MINOR = 0 - WS-DELTA-MINOR
               END-COMPUTE
           ELSE
               MOVE 0 TO RRES-ADJ-MINOR
           END-IF
           WRITE RND-RES-REC
           IF WS-RES-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE RNDRESULT.DAT - STATUS "
                   WS-RES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> An exception with no honest recomputed amount (unknown mode
      *> or currency, SIZE ERROR) shows a zero recomputed amount and
      *> a zero delta rather than an invented one.
       3000-WRITE-EXCEPTION.
           MOVE POST-ACCOUNT OF RND-POST-REC TO WS-RPT-ACCOUNT
           MOVE POST-CURRENCY OF RND-POST-REC TO WS-RPT-CURRENCY
           MOVE POST-MODE OF RND-POST-REC TO WS-RPT-MODE
           MOVE POST-RAW-AMOUNT OF RND-POST-REC TO WS-RPT-RAW
           MOVE POST-ROUNDED-AMT OF RND-POST-REC TO WS-RPT-POSTED
           MOVE WS-RECOMP-AMT TO WS-RPT-RECOMP
           IF WS-RPT-REASON = "AMOUNT DIFFERS"
               COMPUTE WS-DELTA-MINOR
                   = (POST-ROUNDED-AMT OF RND-POST-REC
                      - WS-RECOMP-AMT) * WS-MINOR-FACTOR
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-DELTA-MINOR
           END-IF
           MOVE WS-DELTA-MINOR TO WS-RPT-DELTA
           MOVE WS-RPT-DETAIL TO RND-RECON-LINE
           WRITE RND-RECON-LINE.

      *> One feed record per mismatched account: the signed amount to
      *> apply, in minor units of the account's book, is the engine's
      *> recomputed amount minus what was posted, and the same delta
      *> accumulates into that currency's hash total for its trailer.
       3500-WRITE-ADJUSTMENT.
           MOVE SPACES TO RND-ADJ-REC
           SET ADJ-IS-DETAIL TO TRUE
           MOVE POST-CURRENCY OF RND-POST-REC TO ADJ-CURRENCY
           MOVE POST-ACCOUNT OF RND-POST-REC TO ADJ-ACCOUNT
           COMPUTE ADJ-DELTA-MINOR
               = (WS-RECOMP-AMT
                  - POST-ROUNDED-AMT OF RND-POST-REC)
                 * WS-MINOR-FACTOR
           END-COMPUTE
           MOVE 0 TO ADJ-REC-COUNT
           MOVE 0 TO ADJ-HASH-TOTAL
           ADD 1 TO WS-CTOT-ADJ-COUNT (WS-CTOT-SUB)
           ADD ADJ-DELTA-MINOR TO WS-CTOT-ADJ-HASH (WS-CTOT-SUB)
           WRITE RND-ADJ-REC
           IF WS-ADJ-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE RNDADJUST.DAT - STATUS "
               STOP RUN
           END-IF.

      *> One trailer per currency that appeared in the extract, each
      *> balancing only its own book's details.  Trailers are written
      *> even for a clean night -- a zero count with a zero hash is
      *> how the posting side proves it received everything there
      *> was, as opposed to no feed, which proves nothing -- and an
      *> extract with no postings at all still gets one trailer with
      *> a blank currency for the same reason.
       3600-WRITE-ADJ-TRAILER.
           MOVE 0 TO WS-TRAILER-COUNT
           PERFORM VARYING WS-CTOT-SUB FROM 1 BY 1
                   UNTIL WS-CTOT-SUB > WS-CUR-COUNT
               IF WS-CTOT-READ (WS-CTOT-SUB) > 0
                   MOVE SPACES TO RND-ADJ-REC
                   MOVE CUR-CODE OF WS-CUR-ENTRY (WS-CTOT-SUB)
                       TO ADJ-CURRENCY
                   MOVE WS-CTOT-ADJ-COUNT (WS-CTOT-SUB)
                       TO ADJ-REC-COUNT
                   MOVE WS-CTOT-ADJ-HASH (WS-CTOT-SUB)
                       TO ADJ-HASH-TOTAL
                   PERFORM 3610-WRITE-ONE-TRAILER
               END-IF
           END-PERFORM
           IF WS-TRAILER-COUNT = 0
               MOVE SPACES TO RND-ADJ-REC
               MOVE SPACES TO ADJ-CURRENCY
               MOVE 0 TO ADJ-REC-COUNT
               MOVE 0 TO ADJ-HASH-TOTAL
               PERFORM 3610-WRITE-ONE-TRAILER
           END-IF.

       3610-WRITE-ONE-TRAILER.
           SET ADJ-IS-TRAILER TO TRUE
           MOVE SPACES TO ADJ-ACCOUNT
           MOVE 0 TO ADJ-DELTA-MINOR
           WRITE RND-ADJ-REC
           IF WS-ADJ-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE RNDADJUST.DAT TRAILER - "
                   "STATUS " WS-ADJ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TRAILER-COUNT.

       4000-WRITE-TOTALS.
           MOVE SPACES TO RND-RECON-LINE
               "  IN AGREEMENT: " WS-MATCH-COUNT
               "  MISMATCHES: " WS-MISMATCH-COUNT
               "  UNKNOWN MODES: " WS-BAD-MODE-COUNT
               "  UNKNOWN CURRENCIES: " WS-BAD-CURR-COUNT
               "  SIZE ERRORS: " WS-SIZE-ERR-COUNT
               DELIMITED BY SIZE INTO RND-RECON-LINE
           WRITE RND-RECON-LINE
           MOVE SPACES TO RND-RECON-LINE
           WRITE RND-RECON-LINE
           PERFORM VARYING WS-CTOT-SUB FROM 1 BY 1
                   UNTIL WS-CTOT-SUB > WS-CUR-COUNT
               IF WS-CTOT-READ (WS-CTOT-SUB) > 0
                   PERFORM 4100-WRITE-CURRENCY-TOTAL
               END-IF
           END-PERFORM
           IF WS-MISMATCH-COUNT = 0 AND WS-BAD-MODE-COUNT = 0
                   AND WS-BAD-CURR-COUNT = 0
               MOVE "LEDGER RECONCILED - NO ROUNDING EXCEPTIONS"
                   TO RND-RECON-LINE
           ELSE
           WRITE RND-RECON-LINE
           DISPLAY "REPLAY: " WS-READ-COUNT " RECORD(S), "
               WS-MISMATCH-COUNT " MISMATCH(ES), "
               WS-BAD-MODE-COUNT " UNKNOWN MODE(S), "
               WS-BAD-CURR-COUNT " UNKNOWN CURRENCY(IES)"
           IF WS-SIZE-ERR-COUNT > 0 OR WS-BAD-MODE-COUNT > 0
                   OR WS-BAD-CURR-COUNT > 0
               DISPLAY "NOT IN FEED (RESOLVE BY HAND): "
                   WS-SIZE-ERR-COUNT " SIZE ERROR(S), "
                   WS-BAD-MODE-COUNT " UNKNOWN MODE(S), "
                   WS-BAD-CURR-COUNT " UNKNOWN CURRENCY(IES)"
           END-IF.

      *> Net delta is posted minus recomputed, as on the detail
      *> lines; the adjustment feed carries the opposite sign.
       4100-WRITE-CURRENCY-TOTAL.
           MOVE CUR-CODE OF WS-CUR-ENTRY (WS-CTOT-SUB) TO WS-CTL-CODE
           MOVE WS-CTOT-READ (WS-CTOT-SUB) TO WS-CTL-READ
           MOVE WS-CTOT-MATCH (WS-CTOT-SUB) TO WS-CTL-MATCH
           MOVE WS-CTOT-MISMATCH (WS-CTOT-SUB) TO WS-CTL-MISMATCH
           MOVE WS-CTOT-NET-DELTA (WS-CTOT-SUB) TO WS-CTL-NET
           MOVE WS-CTOT-ADJ-COUNT (WS-CTOT-SUB) TO WS-CTL-ADJ
           MOVE WS-CUR-TOTAL-LINE TO RND-RECON-LINE
           WRITE RND-RECON-LINE
           MOVE WS-CTOT-ADJ-HASH (WS-CTOT-SUB) TO WS-DISP-ADJ-HASH
           DISPLAY "ADJUSTMENT FEED " CUR-CODE OF WS-CUR-ENTRY
               (WS-CTOT-SUB) ": " WS-CTOT-ADJ-COUNT (WS-CTOT-SUB)
               " RECORD(S), HASH " WS-DISP-ADJ-HASH.
