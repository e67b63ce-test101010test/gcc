       *> { dg-do compile }

      *> RNDRESJRN -- the rounding-residue journal.  Every posting on
      *> the validated extract POSTEXTR.ACC carries the raw computed
      *> amount and the rounded amount that actually reached the
      *> ledger; the difference between the two belongs on the
      *> rounding gain/loss suspense account, and finance has been
      *> working it out by hand from RNDRECON.RPT and the extract.
      *> This step books it:
      *>
      *>   - each posting's residue (POST-RAW-AMOUNT minus
      *>     POST-ROUNDED-AMT) is summed by book (POST-CURRENCY),
      *>     rounding mode (POST-MODE) and account group, the group
      *>     coming from the first line of ROUNDGL.CFG that covers
      *>     the posting's account (see RNDGLCFG.cpy);
      *>   - each non-zero sum becomes a balanced pair of entry lines
      *>     between the group's suspense and offset accounts in the
      *>     general-ledger journal ROUNDGL.JNL (see RNDGLJ.cpy), with
      *>     a header carrying the extract date and a trailer per
      *>     book carrying its line count, hash total and debit and
      *>     credit totals;
      *>   - ROUNDGL.RPT is the printed proof: every sum with its raw,
      *>     posted and residue totals and the accounts it was booked
      *>     to, then each book's totals shown to balance.
      *>
      *> The extract date is the RNDEXTRDATE environment variable
      *> when set (a rerun of a prior night, exactly as rndpostval
      *> reads it), otherwise today, and it must be the date on
      *> rndpostval's control record POSTEXTR.CTL (see RNDPVAL.cpy).
      *> No control record, or one for another night, means
      *> POSTEXTR.ACC was not validated for this night -- most often
      *> an earlier night's file left behind when tonight's extract
      *> was missing or did not balance -- and nothing is booked, so
      *> the old residue is never journaled again under a new date
      *> and the register stays free for the real extract once it
      *> has been validated.  A date already on the register
      *> ROUNDGL.REG (see RNDGLREG.cpy) is refused outright, so a
      *> rerun of the step can never book the same night twice; the
      *> register is written only once the journal is complete.
      *> Postings whose account no group covers are listed on the
      *> proof and hold the whole journal back -- a partial journal
      *> would book part of a night and then block the rest.
      *>
      *> Return codes, so the job stream can hold the transmission
      *> of ROUNDGL.JNL to the ledger:
      *>   0   journal written and registered
      *>   12  nothing booked: extract not validated for the date,
      *>       date already journaled, no usable ROUNDGL.CFG,
      *>       postings in no group, or too many sums
      *>   16  I/O failure
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rndresjrn.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RND-POST-FILE ASSIGN TO "POSTEXTR.ACC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.
           SELECT RND-CTL-FILE ASSIGN TO "POSTEXTR.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT RND-CFG-FILE ASSIGN TO "ROUNDGL.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
           SELECT RND-REG-FILE ASSIGN TO "ROUNDGL.REG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT RND-JNL-FILE ASSIGN TO "ROUNDGL.JNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.
           SELECT RND-PRF-FILE ASSIGN TO "ROUNDGL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RND-POST-FILE.
       01  RND-POST-REC.
           COPY RNDPOST.
       FD  RND-CTL-FILE.
       01  RND-CTL-REC.
           COPY RNDPVAL.
       FD  RND-CFG-FILE.
       01  RND-CFG-REC.
           COPY RNDGLCFG.
       FD  RND-REG-FILE.
       01  RND-REG-REC.
           COPY RNDGLREG.
       FD  RND-JNL-FILE.
       01  RND-JNL-REC.
           COPY RNDGLJ.
       FD  RND-PRF-FILE.
       01  RND-PRF-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-POST-STATUS        PIC X(2) VALUE "00".
       01  WS-CTL-STATUS         PIC X(2) VALUE "00".
       01  WS-CFG-STATUS         PIC X(2) VALUE "00".
       01  WS-REG-STATUS         PIC X(2) VALUE "00".
       01  WS-JNL-STATUS         PIC X(2) VALUE "00".
       01  WS-PRF-STATUS         PIC X(2) VALUE "00".
       01  WS-EOF-SW             PIC X(1) VALUE "N".
           88  WS-EOF                VALUE "Y".
       01  WS-RUN-DATE           PIC X(8).
       01  WS-RUN-TIME           PIC X(8).
       01  WS-JOB-ID             PIC X(8) VALUE SPACES.
       01  WS-EXTRACT-DATE       PIC X(8) VALUE SPACES.

      *> The account groups as loaded, in file order.
       01  WS-CFG-COUNT          PIC 9(3) VALUE 0.
       01  WS-CFG-LINE-NO        PIC 9(4) VALUE 0.
       01  WS-CFG-BAD-COUNT      PIC 9(4) VALUE 0.
       01  WS-CFG-TABLE.
           05  WS-CFG-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-CFG-IDX.
               COPY RNDGLCFG.
       01  WS-CFG-FOUND-SW       PIC X(1).
           88  WS-CFG-FOUND          VALUE "Y".

      *> The prior journal of the same extract date, if any.
       01  WS-REG-FOUND-SW       PIC X(1) VALUE "N".
           88  WS-REG-FOUND          VALUE "Y".
       01  WS-PRIOR-REG.
           COPY RNDGLREG.

      *> One sum per book, mode and group, in the order first met,
      *> and beside it the list of books with their journal totals.
       01  WS-ACC-COUNT          PIC 9(3) VALUE 0.
       01  WS-ACC-TABLE.
           05  WS-ACC-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-ACC-IDX.
               10  WS-ACC-CURRENCY   PIC X(3).
               10  WS-ACC-MODE       PIC X(24).
               10  WS-ACC-GROUP      PIC X(6).
               10  WS-ACC-SUSPENSE-GL PIC X(12).
               10  WS-ACC-OFFSET-GL  PIC X(12).
               10  WS-ACC-POSTINGS   PIC 9(6).
               10  WS-ACC-RAW        PIC S9(11)V999.
               10  WS-ACC-ROUNDED    PIC S9(11)V999.
               10  WS-ACC-RESIDUE    PIC S9(11)V999.
       01  WS-ACC-FOUND-SW       PIC X(1).
           88  WS-ACC-FOUND          VALUE "Y".
       01  WS-FULL-SW            PIC X(1) VALUE "N".
           88  WS-TABLE-FULL         VALUE "Y".
       01  WS-BK-COUNT           PIC 9(3) VALUE 0.
       01  WS-BK-TABLE.
           05  WS-BK-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-BK-IDX.
               10  WS-BK-CODE        PIC X(3).
               10  WS-BK-LINES       PIC 9(6).
               10  WS-BK-HASH        PIC 9(13)V999.
               10  WS-BK-DEBITS      PIC 9(13)V999.
               10  WS-BK-CREDITS     PIC 9(13)V999.
       01  WS-BK-FOUND-SW        PIC X(1).
           88  WS-BK-FOUND           VALUE "Y".

       01  WS-RESIDUE            PIC S9(8)V999.
       01  WS-ENTRY-AMT          PIC 9(11)V999.
       01  WS-ENTRY-GL           PIC X(12).
       01  WS-ENTRY-DR-CR        PIC X(1).
       01  WS-DEBIT-GL           PIC X(12).
       01  WS-CREDIT-GL          PIC X(12).
       01  WS-LINE-NO            PIC 9(6) VALUE 0.
       01  WS-UNBALANCED-SW      PIC X(1) VALUE "N".
           88  WS-UNBALANCED         VALUE "Y".

       01  WS-READ-COUNT         PIC 9(6) VALUE 0.
       01  WS-ZERO-COUNT         PIC 9(6) VALUE 0.
       01  WS-UNASSIGNED-COUNT   PIC 9(6) VALUE 0.
       01  WS-BOOKED-COUNT       PIC 9(6) VALUE 0.
       01  WS-ENTRY-COUNT        PIC 9(6) VALUE 0.

       01  WS-PRF-HEADER.
           05  FILLER            PIC X(32)
               VALUE "ROUNDING RESIDUE JOURNAL PROOF  ".
           05  FILLER            PIC X(13) VALUE "EXTRACT DATE ".
           05  WS-HDR-EXTRACT    PIC X(8).
           05  FILLER            PIC X(11) VALUE "  RUN DATE ".
           05  WS-HDR-DATE       PIC X(8).
           05  FILLER            PIC X(6)  VALUE " TIME ".
           05  WS-HDR-TIME       PIC X(8).
           05  FILLER            PIC X(5)  VALUE " JOB ".
           05  WS-HDR-JOB        PIC X(8).
       01  WS-PRF-COL-HEADER.
           05  FILLER            PIC X(4)  VALUE "CUR".
           05  FILLER            PIC X(25) VALUE "MODE".
           05  FILLER            PIC X(7)  VALUE "GROUP".
           05  FILLER            PIC X(9)  VALUE "POSTINGS".
           05  FILLER            PIC X(17) VALUE "       RAW TOTAL".
           05  FILLER            PIC X(17) VALUE "    POSTED TOTAL".
           05  FILLER            PIC X(17) VALUE "         RESIDUE".
           05  FILLER            PIC X(13) VALUE "DEBIT GL".
           05  FILLER            PIC X(12) VALUE "CREDIT GL".
       01  WS-PRF-DETAIL.
           05  WS-PRF-CURRENCY   PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-PRF-MODE       PIC X(24).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-PRF-GROUP      PIC X(6).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-PRF-POSTINGS   PIC ZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-PRF-RAW        PIC -9(11).999.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-PRF-ROUNDED    PIC -9(11).999.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-PRF-RESIDUE    PIC -9(11).999.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-PRF-DEBIT-GL   PIC X(12).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-PRF-CREDIT-GL  PIC X(12).
      *> One line per book, after its sums.
       01  WS-PRF-BOOK-LINE.
           05  FILLER            PIC X(5)  VALUE "BOOK ".
           05  WS-PBL-CODE       PIC X(3).
           05  FILLER            PIC X(14) VALUE "  ENTRY LINES ".
           05  WS-PBL-LINES      PIC ZZZZZ9.
           05  FILLER            PIC X(9)  VALUE "  DEBITS ".
           05  WS-PBL-DEBITS     PIC Z(12)9.999.
           05  FILLER            PIC X(10) VALUE "  CREDITS ".
           05  WS-PBL-CREDITS    PIC Z(12)9.999.
           05  FILLER            PIC X(7)  VALUE "  HASH ".
           05  WS-PBL-HASH       PIC Z(12)9.999.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-PBL-VERDICT    PIC X(14).
       01  WS-PRF-UNASSIGNED.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-PRU-ACCOUNT    PIC X(10).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-PRU-CURRENCY   PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-PRU-MODE       PIC X(24).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-PRU-RESIDUE    PIC -9(8).999.
       01  WS-STEP-AREA.
           COPY RNDSTEP.

       PROCEDURE DIVISION.
       0100-MAINLINE.
           PERFORM 0400-BEGIN-STEP
           PERFORM 1000-INITIALIZE
           PERFORM 1100-CHECK-VALIDATION
           PERFORM 1200-LOAD-GL-CONFIG
           PERFORM 1300-CHECK-REGISTER
           PERFORM 1400-OPEN-FILES
           PERFORM UNTIL WS-EOF
               READ RND-POST-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2000-ACCUMULATE-ONE-POSTING
               END-READ
           END-PERFORM
           CLOSE RND-POST-FILE
           IF WS-UNASSIGNED-COUNT > 0 OR WS-TABLE-FULL
               PERFORM 3900-WITHHOLD-JOURNAL
           ELSE
               PERFORM 3000-WRITE-JOURNAL
               IF WS-UNBALANCED
                   PERFORM 3900-WITHHOLD-JOURNAL
               ELSE
                   PERFORM 3800-REGISTER-JOURNAL
               END-IF
           END-IF
           CLOSE RND-PRF-FILE
           PERFORM 0410-END-STEP
           STOP RUN.

       0400-BEGIN-STEP.
           SET STEP-FUNC-BEGIN TO TRUE
           MOVE "rndresjrn" TO STEP-PROGRAM
           CALL "rndstep" USING WS-STEP-AREA.

      *> The return code the step leaves with, and its counts for
      *> the run sheet.
       0410-END-STEP.
           SET STEP-FUNC-END TO TRUE
           MOVE "rndresjrn" TO STEP-PROGRAM
           MOVE RETURN-CODE TO STEP-RC
           MOVE "POSTINGS" TO STEP-COUNT-LABEL (1)
           MOVE WS-READ-COUNT TO STEP-COUNT-VALUE (1)
           MOVE "ENTRY LINES" TO STEP-COUNT-LABEL (2)
           MOVE WS-ENTRY-COUNT TO STEP-COUNT-VALUE (2)
           MOVE "NO GROUP" TO STEP-COUNT-LABEL (3)
           MOVE WS-UNASSIGNED-COUNT TO STEP-COUNT-VALUE (3)
           CALL "rndstep" USING WS-STEP-AREA.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-JOB-ID FROM ENVIRONMENT "LOGNAME"
           IF WS-JOB-ID = SPACES
               MOVE "BATCH" TO WS-JOB-ID
           END-IF
           ACCEPT WS-EXTRACT-DATE FROM ENVIRONMENT "RNDEXTRDATE"
           IF WS-EXTRACT-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-EXTRACT-DATE
           END-IF
           IF WS-EXTRACT-DATE NOT NUMERIC
               DISPLAY "INVALID RNDEXTRDATE " WS-EXTRACT-DATE
                   " - EXPECTED YYYYMMDD, NOTHING BOOKED"
               MOVE 12 TO RETURN-CODE
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF.

      *> The extract date booked is the one rndpostval validated the
      *> header against, and it has to be the night asked for.
       1100-CHECK-VALIDATION.
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
                   ", NOTHING BOOKED"
               MOVE 12 TO RETURN-CODE
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF
           IF PVAL-EXTRACT-DATE NOT = WS-EXTRACT-DATE
               DISPLAY "POSTEXTR.ACC VALIDATED FOR "
                   PVAL-EXTRACT-DATE " BUT EXTRACT DATE IS "
                   WS-EXTRACT-DATE " - NOTHING BOOKED"
               MOVE 12 TO RETURN-CODE
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF
           MOVE PVAL-EXTRACT-DATE TO WS-EXTRACT-DATE
           DISPLAY "POSTEXTR.ACC VALIDATED FOR " PVAL-EXTRACT-DATE
               " ON " PVAL-RUN-DATE " " PVAL-RUN-TIME ": "
               PVAL-ACCEPT-COUNT " ACCEPTED".

      *> Without a complete group table no residue can be placed, and
      *> a line skipped would silently move postings to the next
      *> group down -- either is a control failure.
       1200-LOAD-GL-CONFIG.
           OPEN INPUT RND-CFG-FILE
           IF WS-CFG-STATUS = "35"
               DISPLAY "NO ROUNDGL.CFG FOUND - NO ACCOUNT GROUPS, "
                   "NOTHING BOOKED"
               MOVE 12 TO RETURN-CODE
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF
           IF WS-CFG-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROUNDGL.CFG - STATUS "
                   WS-CFG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF
               READ RND-CFG-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CFG-LINE-NO
                       PERFORM 1210-KEEP-GROUP
               END-READ
           END-PERFORM
           CLOSE RND-CFG-FILE
           MOVE "N" TO WS-EOF-SW
           IF WS-CFG-BAD-COUNT > 0 OR WS-CFG-COUNT = 0
               DISPLAY "ROUNDGL.CFG HAS " WS-CFG-BAD-COUNT
                   " INVALID LINE(S) AND " WS-CFG-COUNT
                   " USABLE - NOTHING BOOKED"
               MOVE 12 TO RETURN-CODE
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF
           DISPLAY "ACCOUNT GROUPS LOADED: " WS-CFG-COUNT.

       1210-KEEP-GROUP.
           EVALUATE TRUE
               WHEN GLC-GROUP OF RND-CFG-REC = SPACES
                 OR GLC-PREFIX-LEN OF RND-CFG-REC NOT NUMERIC
                 OR GLC-SUSPENSE-GL OF RND-CFG-REC = SPACES
                 OR GLC-OFFSET-GL OF RND-CFG-REC = SPACES
                   DISPLAY "ROUNDGL.CFG LINE " WS-CFG-LINE-NO
                       " INCOMPLETE - GROUP, PREFIX LENGTH, SUSPENSE "
                       "AND OFFSET ACCOUNT ARE ALL REQUIRED"
                   ADD 1 TO WS-CFG-BAD-COUNT
               WHEN GLC-PREFIX-LEN OF RND-CFG-REC > 10
                   DISPLAY "ROUNDGL.CFG LINE " WS-CFG-LINE-NO
                       " GROUP " GLC-GROUP OF RND-CFG-REC
                       " - PREFIX LENGTH OVER 10"
                   ADD 1 TO WS-CFG-BAD-COUNT
               WHEN GLC-SUSPENSE-GL OF RND-CFG-REC
                       = GLC-OFFSET-GL OF RND-CFG-REC
                   DISPLAY "ROUNDGL.CFG LINE " WS-CFG-LINE-NO
                       " GROUP " GLC-GROUP OF RND-CFG-REC
                       " - SUSPENSE AND OFFSET ARE THE SAME ACCOUNT"
                   ADD 1 TO WS-CFG-BAD-COUNT
               WHEN WS-CFG-COUNT >= 200
                   DISPLAY "ROUNDGL.CFG LINE " WS-CFG-LINE-NO
                       " GROUP " GLC-GROUP OF RND-CFG-REC
                       " - BEYOND TABLE CAPACITY (200)"
                   ADD 1 TO WS-CFG-BAD-COUNT
               WHEN OTHER
                   ADD 1 TO WS-CFG-COUNT
                   MOVE RND-CFG-REC TO WS-CFG-ENTRY (WS-CFG-COUNT)
           END-EVALUATE.

      *> The register is read whole; a missing one means no journal
      *> has been produced yet.
       1300-CHECK-REGISTER.
           OPEN INPUT RND-REG-FILE
           IF WS-REG-STATUS NOT = "35"
               IF WS-REG-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN ROUNDGL.REG - STATUS "
                       WS-REG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EOF
                   READ RND-REG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF GLR-EXTRACT-DATE OF RND-REG-REC
                                   = WS-EXTRACT-DATE
                               SET WS-REG-FOUND TO TRUE
                               MOVE RND-REG-REC TO WS-PRIOR-REG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RND-REG-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF
           IF WS-REG-FOUND
               DISPLAY "EXTRACT DATE " WS-EXTRACT-DATE
                   " ALREADY JOURNALED ON "
                   GLR-RUN-DATE OF WS-PRIOR-REG " "
                   GLR-RUN-TIME OF WS-PRIOR-REG " BY "
                   GLR-JOB-ID OF WS-PRIOR-REG " ("
                   GLR-ENTRY-COUNT OF WS-PRIOR-REG
                   " ENTRY LINES) - NOTHING BOOKED"
               MOVE 12 TO RETURN-CODE
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF.

      *> POSTEXTR.ACC missing beside a control record means the
      *> validated postings have gone: nothing can be booked, and
      *> nothing is registered.
       1400-OPEN-FILES.
           OPEN INPUT RND-POST-FILE
           IF WS-POST-STATUS = "35"
               DISPLAY "NO POSTEXTR.ACC FOUND - RUN RNDPOSTVAL "
                   "AGAIN, NOTHING BOOKED"
               MOVE 12 TO RETURN-CODE
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF
           IF WS-POST-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN POSTEXTR.ACC - STATUS "
                   WS-POST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RND-PRF-FILE
           IF WS-PRF-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROUNDGL.RPT - STATUS "
                   WS-PRF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-EXTRACT-DATE TO WS-HDR-EXTRACT
           MOVE WS-RUN-DATE TO WS-HDR-DATE
           MOVE WS-RUN-TIME TO WS-HDR-TIME
           MOVE WS-JOB-ID TO WS-HDR-JOB
           MOVE WS-PRF-HEADER TO RND-PRF-LINE
           WRITE RND-PRF-LINE
           MOVE SPACES TO RND-PRF-LINE
           WRITE RND-PRF-LINE.

       2000-ACCUMULATE-ONE-POSTING.
           COMPUTE WS-RESIDUE = POST-RAW-AMOUNT OF RND-POST-REC
                              - POST-ROUNDED-AMT OF RND-POST-REC
           END-COMPUTE
           IF WS-RESIDUE = 0
               ADD 1 TO WS-ZERO-COUNT
           END-IF
           PERFORM 2100-FIND-GROUP
           IF NOT WS-CFG-FOUND
               ADD 1 TO WS-UNASSIGNED-COUNT
               PERFORM 2300-LIST-UNASSIGNED
           ELSE
               PERFORM 2200-FIND-SUM
               IF WS-ACC-FOUND
                   ADD 1 TO WS-ACC-POSTINGS (WS-ACC-IDX)
                   ADD POST-RAW-AMOUNT OF RND-POST-REC
                       TO WS-ACC-RAW (WS-ACC-IDX)
                   ADD POST-ROUNDED-AMT OF RND-POST-REC
                       TO WS-ACC-ROUNDED (WS-ACC-IDX)
                   ADD WS-RESIDUE TO WS-ACC-RESIDUE (WS-ACC-IDX)
               END-IF
           END-IF.

      *> First covering line in file order wins (see RNDGLCFG.cpy);
      *> on exit WS-CFG-IDX is left on it.  A zero prefix length
      *> takes every account, and is tested apart so no zero-length
      *> reference is ever made.
       2100-FIND-GROUP.
           MOVE "N" TO WS-CFG-FOUND-SW
           PERFORM VARYING WS-CFG-IDX FROM 1 BY 1
                   UNTIL WS-CFG-IDX > WS-CFG-COUNT OR WS-CFG-FOUND
               IF GLC-CURRENCY OF WS-CFG-ENTRY (WS-CFG-IDX) = SPACES
                 OR GLC-CURRENCY OF WS-CFG-ENTRY (WS-CFG-IDX)
                       = POST-CURRENCY OF RND-POST-REC
                   IF GLC-PREFIX-LEN OF WS-CFG-ENTRY (WS-CFG-IDX) = 0
                       SET WS-CFG-FOUND TO TRUE
                   ELSE
                       IF POST-ACCOUNT OF RND-POST-REC
                             (1:GLC-PREFIX-LEN
                                OF WS-CFG-ENTRY (WS-CFG-IDX))
                          = GLC-ACCT-PREFIX
                                OF WS-CFG-ENTRY (WS-CFG-IDX)
                             (1:GLC-PREFIX-LEN
                                OF WS-CFG-ENTRY (WS-CFG-IDX))
                           SET WS-CFG-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
      *> The VARYING step runs once more after the hit; back up.
           IF WS-CFG-FOUND
               SET WS-CFG-IDX DOWN BY 1
           END-IF.

      *> Leaves WS-ACC-IDX on the posting's sum, opening a new one
      *> (and the book's entry, first time the book is met) when
      *> needed.  A full table stops the journal but not the read,
      *> so the proof still lists every posting in no group.
       2200-FIND-SUM.
           MOVE "N" TO WS-ACC-FOUND-SW
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT OR WS-ACC-FOUND
               IF WS-ACC-CURRENCY (WS-ACC-IDX)
                       = POST-CURRENCY OF RND-POST-REC
                 AND WS-ACC-MODE (WS-ACC-IDX)
                       = POST-MODE OF RND-POST-REC
                 AND WS-ACC-GROUP (WS-ACC-IDX)
                       = GLC-GROUP OF WS-CFG-ENTRY (WS-CFG-IDX)
                   SET WS-ACC-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ACC-FOUND
               SET WS-ACC-IDX DOWN BY 1
           ELSE
               PERFORM 2250-FIND-BOOK
               IF WS-ACC-COUNT >= 500 OR NOT WS-BK-FOUND
                   IF NOT WS-TABLE-FULL
                       DISPLAY "MORE THAN 500 BOOK/MODE/GROUP SUMS OR "
                           "100 BOOKS - JOURNAL WILL NOT BE PRODUCED"
                   END-IF
                   SET WS-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-ACC-COUNT
                   SET WS-ACC-IDX TO WS-ACC-COUNT
                   MOVE POST-CURRENCY OF RND-POST-REC
                       TO WS-ACC-CURRENCY (WS-ACC-IDX)
                   MOVE POST-MODE OF RND-POST-REC
                       TO WS-ACC-MODE (WS-ACC-IDX)
                   MOVE GLC-GROUP OF WS-CFG-ENTRY (WS-CFG-IDX)
                       TO WS-ACC-GROUP (WS-ACC-IDX)
                   MOVE GLC-SUSPENSE-GL OF WS-CFG-ENTRY (WS-CFG-IDX)
                       TO WS-ACC-SUSPENSE-GL (WS-ACC-IDX)
                   MOVE GLC-OFFSET-GL OF WS-CFG-ENTRY (WS-CFG-IDX)
                       TO WS-ACC-OFFSET-GL (WS-ACC-IDX)
                   MOVE 0 TO WS-ACC-POSTINGS (WS-ACC-IDX)
                   MOVE 0 TO WS-ACC-RAW (WS-ACC-IDX)
                   MOVE 0 TO WS-ACC-ROUNDED (WS-ACC-IDX)
                   MOVE 0 TO WS-ACC-RESIDUE (WS-ACC-IDX)
                   SET WS-ACC-FOUND TO TRUE
               END-IF
           END-IF.

       2250-FIND-BOOK.
           MOVE "N" TO WS-BK-FOUND-SW
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-COUNT OR WS-BK-FOUND
               IF WS-BK-CODE (WS-BK-IDX)
                       = POST-CURRENCY OF RND-POST-REC
                   SET WS-BK-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-BK-FOUND AND WS-BK-COUNT < 100
               ADD 1 TO WS-BK-COUNT
               MOVE POST-CURRENCY OF RND-POST-REC
                   TO WS-BK-CODE (WS-BK-COUNT)
               MOVE 0 TO WS-BK-LINES (WS-BK-COUNT)
               MOVE 0 TO WS-BK-HASH (WS-BK-COUNT)
               MOVE 0 TO WS-BK-DEBITS (WS-BK-COUNT)
               MOVE 0 TO WS-BK-CREDITS (WS-BK-COUNT)
               SET WS-BK-FOUND TO TRUE
           END-IF.

       2300-LIST-UNASSIGNED.
           IF WS-UNASSIGNED-COUNT = 1
               MOVE "POSTINGS IN NO ACCOUNT GROUP OF ROUNDGL.CFG:"
                   TO RND-PRF-LINE
               WRITE RND-PRF-LINE
           END-IF
           MOVE POST-ACCOUNT OF RND-POST-REC TO WS-PRU-ACCOUNT
           MOVE POST-CURRENCY OF RND-POST-REC TO WS-PRU-CURRENCY
           MOVE POST-MODE OF RND-POST-REC TO WS-PRU-MODE
           MOVE WS-RESIDUE TO WS-PRU-RESIDUE
           MOVE WS-PRF-UNASSIGNED TO RND-PRF-LINE
           WRITE RND-PRF-LINE
           DISPLAY "NO ACCOUNT GROUP FOR ACCOUNT "
               POST-ACCOUNT OF RND-POST-REC " "
               POST-CURRENCY OF RND-POST-REC.

      *> An extract with no postings still gets a header and a
      *> trailer, so the ledger side sees an empty night as such.
       3000-WRITE-JOURNAL.
           OPEN OUTPUT RND-JNL-FILE
           IF WS-JNL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROUNDGL.JNL - STATUS "
                   WS-JNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RND-JNL-REC
           SET GLJ-IS-HEADER TO TRUE
           MOVE WS-EXTRACT-DATE TO GLJ-EXTRACT-DATE
           MOVE WS-RUN-DATE TO GLJ-RUN-DATE
           MOVE WS-RUN-TIME TO GLJ-RUN-TIME
           MOVE WS-JOB-ID TO GLJ-JOB-ID
           PERFORM 3500-PUT-JOURNAL-RECORD
           MOVE WS-PRF-COL-HEADER TO RND-PRF-LINE
           WRITE RND-PRF-LINE
           IF WS-BK-COUNT = 0
               MOVE 1 TO WS-BK-COUNT
               MOVE SPACES TO WS-BK-CODE (1)
               MOVE 0 TO WS-BK-LINES (1)
               MOVE 0 TO WS-BK-HASH (1)
               MOVE 0 TO WS-BK-DEBITS (1)
               MOVE 0 TO WS-BK-CREDITS (1)
           END-IF
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-COUNT
               PERFORM 3100-JOURNAL-ONE-BOOK
           END-PERFORM
           CLOSE RND-JNL-FILE
           MOVE SPACES TO RND-PRF-LINE
           WRITE RND-PRF-LINE
           MOVE SPACES TO RND-PRF-LINE
           STRING "POSTINGS: " WS-READ-COUNT
               "  ZERO RESIDUE: " WS-ZERO-COUNT
               "  SUMS BOOKED: " WS-BOOKED-COUNT
               "  ENTRY LINES: " WS-ENTRY-COUNT
               "  TO ROUNDGL.JNL"
               DELIMITED BY SIZE INTO RND-PRF-LINE
           WRITE RND-PRF-LINE
           DISPLAY "RESIDUE JOURNAL FOR " WS-EXTRACT-DATE ": "
               WS-READ-COUNT " POSTING(S), " WS-ENTRY-COUNT
               " ENTRY LINE(S) TO ROUNDGL.JNL".

       3100-JOURNAL-ONE-BOOK.
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT
               IF WS-ACC-CURRENCY (WS-ACC-IDX) = WS-BK-CODE (WS-BK-IDX)
                   PERFORM 3200-JOURNAL-ONE-SUM
               END-IF
           END-PERFORM
           PERFORM 3300-WRITE-BOOK-TRAILER.

      *> A positive residue -- more computed than posted -- credits
      *> suspense; a negative one debits it (see RNDGLJ.cpy).
       3200-JOURNAL-ONE-SUM.
           MOVE WS-ACC-CURRENCY (WS-ACC-IDX) TO WS-PRF-CURRENCY
           MOVE WS-ACC-MODE (WS-ACC-IDX) TO WS-PRF-MODE
           MOVE WS-ACC-GROUP (WS-ACC-IDX) TO WS-PRF-GROUP
           MOVE WS-ACC-POSTINGS (WS-ACC-IDX) TO WS-PRF-POSTINGS
           MOVE WS-ACC-RAW (WS-ACC-IDX) TO WS-PRF-RAW
           MOVE WS-ACC-ROUNDED (WS-ACC-IDX) TO WS-PRF-ROUNDED
           MOVE WS-ACC-RESIDUE (WS-ACC-IDX) TO WS-PRF-RESIDUE
           EVALUATE TRUE
               WHEN WS-ACC-RESIDUE (WS-ACC-IDX) > 0
                   MOVE WS-ACC-OFFSET-GL (WS-ACC-IDX) TO WS-DEBIT-GL
                   MOVE WS-ACC-SUSPENSE-GL (WS-ACC-IDX)
                       TO WS-CREDIT-GL
                   MOVE WS-ACC-RESIDUE (WS-ACC-IDX) TO WS-ENTRY-AMT
               WHEN WS-ACC-RESIDUE (WS-ACC-IDX) < 0
                   MOVE WS-ACC-SUSPENSE-GL (WS-ACC-IDX)
                       TO WS-DEBIT-GL
                   MOVE WS-ACC-OFFSET-GL (WS-ACC-IDX) TO WS-CREDIT-GL
                   COMPUTE WS-ENTRY-AMT
                       = 0 - WS-ACC-RESIDUE (WS-ACC-IDX)
                   END-COMPUTE
               WHEN OTHER
                   MOVE "NO ENTRY" TO WS-DEBIT-GL
                   MOVE SPACES TO WS-CREDIT-GL
                   MOVE 0 TO WS-ENTRY-AMT
           END-EVALUATE
           MOVE WS-DEBIT-GL TO WS-PRF-DEBIT-GL
           MOVE WS-CREDIT-GL TO WS-PRF-CREDIT-GL
           MOVE WS-PRF-DETAIL TO RND-PRF-LINE
           WRITE RND-PRF-LINE
           IF WS-ENTRY-AMT > 0
               ADD 1 TO WS-BOOKED-COUNT
               MOVE WS-DEBIT-GL TO WS-ENTRY-GL
               MOVE "D" TO WS-ENTRY-DR-CR
               PERFORM 3250-WRITE-ENTRY-LINE
               ADD WS-ENTRY-AMT TO WS-BK-DEBITS (WS-BK-IDX)
               MOVE WS-CREDIT-GL TO WS-ENTRY-GL
               MOVE "C" TO WS-ENTRY-DR-CR
               PERFORM 3250-WRITE-ENTRY-LINE
               ADD WS-ENTRY-AMT TO WS-BK-CREDITS (WS-BK-IDX)
           END-IF.

       3250-WRITE-ENTRY-LINE.
           ADD 1 TO WS-LINE-NO
           ADD 1 TO WS-ENTRY-COUNT
           ADD 1 TO WS-BK-LINES (WS-BK-IDX)
           ADD WS-ENTRY-AMT TO WS-BK-HASH (WS-BK-IDX)
           MOVE SPACES TO RND-JNL-REC
           SET GLJ-IS-ENTRY TO TRUE
           MOVE WS-EXTRACT-DATE TO GLJ-EXTRACT-DATE
           MOVE WS-ACC-CURRENCY (WS-ACC-IDX) TO GLJ-CURRENCY
           MOVE WS-LINE-NO TO GLJ-LINE-NO
           MOVE WS-ENTRY-GL TO GLJ-GL-ACCOUNT
           MOVE WS-ENTRY-DR-CR TO GLJ-DR-CR
           MOVE WS-ENTRY-AMT TO GLJ-AMOUNT
           MOVE WS-ACC-GROUP (WS-ACC-IDX) TO GLJ-GROUP
           MOVE WS-ACC-MODE (WS-ACC-IDX) TO GLJ-MODE
           PERFORM 3500-PUT-JOURNAL-RECORD.

      *> The debit and credit totals are equal by construction; they
      *> are still compared, so a journal that somehow is not
      *> balanced is never registered as booked.
       3300-WRITE-BOOK-TRAILER.
           MOVE SPACES TO RND-JNL-REC
           SET GLJ-IS-TRAILER TO TRUE
           MOVE WS-EXTRACT-DATE TO GLJ-EXTRACT-DATE
           MOVE WS-BK-CODE (WS-BK-IDX) TO GLJ-CURRENCY
           MOVE WS-BK-LINES (WS-BK-IDX) TO GLJ-ENTRY-COUNT
           MOVE WS-BK-HASH (WS-BK-IDX) TO GLJ-HASH-TOTAL
           MOVE WS-BK-DEBITS (WS-BK-IDX) TO GLJ-DEBIT-TOTAL
           MOVE WS-BK-CREDITS (WS-BK-IDX) TO GLJ-CREDIT-TOTAL
           PERFORM 3500-PUT-JOURNAL-RECORD
           MOVE WS-BK-CODE (WS-BK-IDX) TO WS-PBL-CODE
           MOVE WS-BK-LINES (WS-BK-IDX) TO WS-PBL-LINES
           MOVE WS-BK-DEBITS (WS-BK-IDX) TO WS-PBL-DEBITS
           MOVE WS-BK-CREDITS (WS-BK-IDX) TO WS-PBL-CREDITS
           MOVE WS-BK-HASH (WS-BK-IDX) TO WS-PBL-HASH
           IF WS-BK-DEBITS (WS-BK-IDX) = WS-BK-CREDITS (WS-BK-IDX)
               MOVE "BALANCED" TO WS-PBL-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-PBL-VERDICT
               SET WS-UNBALANCED TO TRUE
           END-IF
           MOVE WS-PRF-BOOK-LINE TO RND-PRF-LINE
           WRITE RND-PRF-LINE.

      *> A journal that stops taking writes is incomplete: it is not
      *> registered, and the run stops so it is not transmitted.
       3500-PUT-JOURNAL-RECORD.
           WRITE RND-JNL-REC
           IF WS-JNL-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE ROUNDGL.JNL - STATUS "
                   WS-JNL-STATUS " - JOURNAL INCOMPLETE, NOT "
                   "REGISTERED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Written last, once the journal is closed and balanced.  A
      *> register that cannot be written leaves a complete journal
      *> that a rerun would book again, so it stops the run loudly.
       3800-REGISTER-JOURNAL.
           OPEN EXTEND RND-REG-FILE
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT RND-REG-FILE
           END-IF
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROUNDGL.REG - STATUS "
                   WS-REG-STATUS " - ROUNDGL.JNL FOR "
                   WS-EXTRACT-DATE " WRITTEN BUT NOT REGISTERED, "
                   "REGISTER IT BEFORE ANY RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RND-REG-REC
           MOVE WS-EXTRACT-DATE TO GLR-EXTRACT-DATE OF RND-REG-REC
           MOVE WS-RUN-DATE TO GLR-RUN-DATE OF RND-REG-REC
           MOVE WS-RUN-TIME TO GLR-RUN-TIME OF RND-REG-REC
           MOVE WS-JOB-ID TO GLR-JOB-ID OF RND-REG-REC
           MOVE WS-READ-COUNT TO GLR-POSTING-COUNT OF RND-REG-REC
           MOVE WS-ENTRY-COUNT TO GLR-ENTRY-COUNT OF RND-REG-REC
           WRITE RND-REG-REC
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE ROUNDGL.REG - STATUS "
                   WS-REG-STATUS " - ROUNDGL.JNL FOR "
                   WS-EXTRACT-DATE " WRITTEN BUT NOT REGISTERED, "
                   "REGISTER IT BEFORE ANY RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RND-REG-FILE
           MOVE SPACES TO RND-PRF-LINE
           STRING "EXTRACT DATE " WS-EXTRACT-DATE
               " REGISTERED AS JOURNALED IN ROUNDGL.REG"
               DELIMITED BY SIZE INTO RND-PRF-LINE
           WRITE RND-PRF-LINE.

      *> Nothing is registered, so the night can be journaled once
      *> ROUNDGL.CFG is put right.  A journal file already written
      *> this run is left for inspection; the return code holds its
      *> transmission.
       3900-WITHHOLD-JOURNAL.
           MOVE SPACES TO RND-PRF-LINE
           WRITE RND-PRF-LINE
           MOVE SPACES TO RND-PRF-LINE
           EVALUATE TRUE
               WHEN WS-UNASSIGNED-COUNT > 0
                   STRING "JOURNAL NOT PRODUCED - " WS-UNASSIGNED-COUNT
                       " POSTING(S) IN NO ACCOUNT GROUP, CORRECT "
                       "ROUNDGL.CFG AND RERUN"
                       DELIMITED BY SIZE INTO RND-PRF-LINE
               WHEN WS-TABLE-FULL
                   STRING "JOURNAL NOT PRODUCED - MORE THAN 500 "
                       "BOOK/MODE/GROUP SUMS OR 100 BOOKS"
                       DELIMITED BY SIZE INTO RND-PRF-LINE
               WHEN OTHER
                   STRING "JOURNAL OUT OF BALANCE - NOT REGISTERED, "
                       "DO NOT TRANSMIT ROUNDGL.JNL"
                       DELIMITED BY SIZE INTO RND-PRF-LINE
           END-EVALUATE
           WRITE RND-PRF-LINE
           DISPLAY RND-PRF-LINE
           MOVE 12 TO RETURN-CODE.
