      *>     rndreplay, rejects to POSTEXTR.REJ with one reason code
      *>     per record.  Rejected details still accumulate into the
      *>     count and hash -- they were transmitted, so the trailer
      *>     must still balance over them;
      *>   - once the extract has balanced, POSTEXTR.CTL (see
      *>     RNDPVAL.cpy) is written with the header's extract date
      *>     and the accepted count.  It is emptied first thing in
      *>     every run, so a night whose extract is missing or does
      *>     not balance leaves no control record behind, and the
      *>     steps that book from POSTEXTR.ACC refuse the stale file
      *>     an earlier night left there.
      *>
      *> Any control failure or reject returns a non-zero code so the
      *> job stream holds the replay step.  Reason codes (first
      *>   V003  non-numeric POST-ROUNDED-AMT
      *>   V004  unrecognized record type
      *>   V005  record after the trailer
      *>   V006  POST-CURRENCY not in the currency table ROUNDCUR.DAT
      *>         (see RNDCURR.cpy), or marked inactive there
      *>   V007  POST-ROUNDED-AMT carries decimals finer than its
      *>         currency's scale (yen with sen, dollars with mils)
      *>
      *> The currency table is required: without it no posting's
      *> book can be established, and the run stops with the
      *> control-failure code rather than pass currencies unedited.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rndpostval.
       ENVIRONMENT DIVISION.
           SELECT RND-REJECT-FILE ASSIGN TO "POSTEXTR.REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT RND-CURR-FILE ASSIGN TO "ROUNDCUR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURR-STATUS.
           SELECT RND-CTL-FILE ASSIGN TO "POSTEXTR.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RND-EXTR-FILE.
       01  RND-EXTR-REC.
           05  EXTR-DETAIL.
               10  EXTR-DET-TYPE  PIC X(1).
               10  EXTR-DET-BODY  PIC X(59).
           05  EXTR-CONTROL REDEFINES EXTR-DETAIL.
               COPY RNDPCTL.
       FD  RND-ACCEPT-FILE.
       01  RND-REJECT-REC.
           05  REJ-REASON         PIC X(4).
           05  FILLER             PIC X(1).
           05  REJ-RECORD         PIC X(60).
       FD  RND-CURR-FILE.
       01  RND-CURR-REC.
           COPY RNDCURR.
       FD  RND-CTL-FILE.
       01  RND-CTL-REC.
           COPY RNDPVAL.
       WORKING-STORAGE SECTION.
       01  WS-EXTR-STATUS        PIC X(2) VALUE "00".
       01  WS-ACCEPT-STATUS      PIC X(2) VALUE "00".
       01  WS-REJECT-STATUS      PIC X(2) VALUE "00".
       01  WS-CURR-STATUS        PIC X(2) VALUE "00".
       01  WS-CTL-STATUS         PIC X(2) VALUE "00".
       01  WS-EOF-SW             PIC X(1) VALUE "N".
           88  WS-EOF                VALUE "Y".
       01  WS-REASON             PIC X(4).
           COPY RNDPOST.
       01  WS-EXPECT-DATE        PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE           PIC X(8).
       01  WS-RUN-TIME           PIC X(8).
       01  WS-HEADER-SEEN-SW     PIC X(1) VALUE "N".
           88  WS-HEADER-SEEN        VALUE "Y".
       01  WS-TRAILER-SEEN-SW    PIC X(1) VALUE "N".
       01  WS-DISP-HASH          PIC -9(11).999.
       01  WS-DISP-TRL-HASH      PIC -9(11).999.

      *> The currency reference table, loaded whole at start of run.
       01  WS-CUR-COUNT          PIC 9(3) VALUE 0.
       01  WS-CUR-TABLE.
           05  WS-CUR-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-CUR-IDX.
               COPY RNDCURR.
       01  WS-CUR-FOUND-SW       PIC X(1).
           88  WS-CUR-FOUND          VALUE "Y".
      *> Unsigned image of POST-ROUNDED-AMT so its three decimal
      *> places can be tested one by one against the book's scale.
       01  WS-SCALE-CHECK        PIC 9(7)V999.
       01  WS-SCALE-CHECK-R REDEFINES WS-SCALE-CHECK.
           05  FILLER            PIC 9(7).
           05  WS-SCALE-DEC-1    PIC 9(1).
           05  WS-SCALE-DEC-2    PIC 9(1).
           05  WS-SCALE-DEC-3    PIC 9(1).
       01  WS-STEP-AREA.
           COPY RNDSTEP.

       PROCEDURE DIVISION.
       0100-MAINLINE.
           PERFORM 0400-BEGIN-STEP
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-EOF
               READ RND-EXTR-FILE
           END-PERFORM
           PERFORM 3000-BALANCE-CONTROLS
           PERFORM 9000-CLOSE-AND-SUMMARIZE
           PERFORM 0410-END-STEP
           STOP RUN.

       0400-BEGIN-STEP.
           SET STEP-FUNC-BEGIN TO TRUE
           MOVE "rndpostval" TO STEP-PROGRAM
           CALL "rndstep" USING WS-STEP-AREA.

      *> The return code the step leaves with, and its counts for
      *> the run sheet.
       0410-END-STEP.
           SET STEP-FUNC-END TO TRUE
           MOVE "rndpostval" TO STEP-PROGRAM
           MOVE RETURN-CODE TO STEP-RC
           MOVE "READ" TO STEP-COUNT-LABEL (1)
           MOVE WS-READ-COUNT TO STEP-COUNT-VALUE (1)
           MOVE "ACCEPTED" TO STEP-COUNT-LABEL (2)
           MOVE WS-ACCEPT-COUNT TO STEP-COUNT-VALUE (2)
           MOVE "REJECTED" TO STEP-COUNT-LABEL (3)
           MOVE WS-REJECT-COUNT TO STEP-COUNT-VALUE (3)
           CALL "rndstep" USING WS-STEP-AREA.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-EXPECT-DATE FROM ENVIRONMENT "RNDEXTRDATE"
           IF WS-EXPECT-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-EXPECT-DATE
           END-IF
           PERFORM 1050-CLEAR-CONTROL
           PERFORM 1100-LOAD-CURRENCIES
           OPEN INPUT RND-EXTR-FILE
           IF WS-EXTR-STATUS = "35"
               DISPLAY "NO POSTEXTR.DAT FOUND - NOTHING TO VALIDATE"
               MOVE 8 TO RETURN-CODE
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF
           IF WS-EXTR-STATUS NOT = "00"
               STOP RUN
           END-IF.

      *> Last night's control record goes before anything else is
      *> tried, so every way out of this run short of a balanced
      *> extract -- including an abend -- leaves POSTEXTR.CTL empty.
       1050-CLEAR-CONTROL.
           OPEN OUTPUT RND-CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN POSTEXTR.CTL - STATUS "
                   WS-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RND-CTL-FILE.

      *> Inactive entries are loaded too: a posting in a currency the
      *> table knows but has switched off is V006 all the same, and
      *> keeping them lets the lookup say which it was.
       1100-LOAD-CURRENCIES.
           OPEN INPUT RND-CURR-FILE
           IF WS-CURR-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROUNDCUR.DAT - STATUS "
                   WS-CURR-STATUS " - CURRENCIES CANNOT BE EDITED, "
                   "REPLAY MUST NOT RUN"
               MOVE 12 TO RETURN-CODE
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

       2000-VALIDATE-ONE-RECORD.
           EVALUATE TRUE
               WHEN WS-TRAILER-SEEN
                   MOVE "V002" TO WS-REASON
               WHEN POST-ROUNDED-AMT OF WS-POST-WORK NOT NUMERIC
                   MOVE "V003" TO WS-REASON
               WHEN OTHER
                   PERFORM 2300-CHECK-CURRENCY
           END-EVALUATE
           IF WS-REASON = SPACES
               MOVE WS-POST-WORK TO RND-ACCEPT-REC
               PERFORM 3100-WRITE-REJECT
           END-IF.

      *> Runs only once the amounts are known numeric.  The scale
      *> test looks at the decimals the book cannot carry: all three
      *> for a zero-decimal book, the third for a two-decimal one.
       2300-CHECK-CURRENCY.
           MOVE "N" TO WS-CUR-FOUND-SW
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-COUNT OR WS-CUR-FOUND
               IF CUR-CODE OF WS-CUR-ENTRY (WS-CUR-IDX)
                       = POST-CURRENCY OF WS-POST-WORK
                   SET WS-CUR-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-CUR-FOUND
               SET WS-CUR-IDX DOWN BY 1
           END-IF
           IF NOT WS-CUR-FOUND
               MOVE "V006" TO WS-REASON
           ELSE
               IF NOT CUR-IS-ACTIVE OF WS-CUR-ENTRY (WS-CUR-IDX)
                   MOVE "V006" TO WS-REASON
               ELSE
                   MOVE POST-ROUNDED-AMT OF WS-POST-WORK
                       TO WS-SCALE-CHECK
                   EVALUATE TRUE
                       WHEN CUR-IS-CURR OF WS-CUR-ENTRY (WS-CUR-IDX)
                           IF WS-SCALE-DEC-3 NOT = 0
                               MOVE "V007" TO WS-REASON
                           END-IF
                       WHEN CUR-IS-MIL OF WS-CUR-ENTRY (WS-CUR-IDX)
                           CONTINUE
                       WHEN OTHER
                           IF WS-SCALE-DEC-1 NOT = 0
                                   OR WS-SCALE-DEC-2 NOT = 0
                                   OR WS-SCALE-DEC-3 NOT = 0
                               MOVE "V007" TO WS-REASON
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

      *> The record is cleared first so the FILLER between the
      *> reason code and the record image is a real space -- the
      *> same status-71 trap RNDCASEEDIT's reject write guards
      *> A control failure outranks record rejects: RETURN-CODE 12
      *> says do not trust POSTEXTR.ACC at all, 8 says the file
      *> balanced but carries rejects to resolve, 0 clears the
      *> replay to run.  Either balanced outcome writes the control
      *> record; a control failure leaves it empty.
       9000-CLOSE-AND-SUMMARIZE.
           CLOSE RND-EXTR-FILE
           CLOSE RND-ACCEPT-FILE
               WHEN OTHER
                   DISPLAY "EXTRACT BALANCED - " WS-ACCEPT-COUNT
                       " RECORD(S) TO POSTEXTR.ACC"
           END-EVALUATE
           IF NOT WS-CONTROL-BAD
               PERFORM 9100-WRITE-CONTROL
           END-IF.

      *> The header date was checked against WS-EXPECT-DATE in 2100,
      *> so the two are the same by the time the file has balanced.
       9100-WRITE-CONTROL.
           OPEN OUTPUT RND-CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN POSTEXTR.CTL - STATUS "
                   WS-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-EXPECT-DATE TO PVAL-EXTRACT-DATE
           MOVE WS-ACCEPT-COUNT TO PVAL-ACCEPT-COUNT
           MOVE WS-REJECT-COUNT TO PVAL-REJECT-COUNT
           MOVE WS-RUN-DATE TO PVAL-RUN-DATE
           MOVE WS-RUN-TIME TO PVAL-RUN-TIME
           WRITE RND-CTL-REC
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE POSTEXTR.CTL - STATUS "
                   WS-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RND-CTL-FILE.
