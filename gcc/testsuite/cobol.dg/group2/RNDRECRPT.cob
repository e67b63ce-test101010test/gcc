       *> { dg-do compile }

      *> RNDRECRPT -- weekly account reconciliation history report.
      *> Reads the history master ROUNDREC.HST that rndrecmrg keeps
      *> (see RNDRHIST.cpy) in account order and prints ROUNDREC.RPT,
      *> what operations needs to tell a one-off feed glitch from a
      *> systematically misconfigured account:
      *>
      *>   1. repeat offenders -- accounts in exception on at least
      *>      the threshold number of nights (RNDREPEATMIN, three
      *>      digits, default 003), with their first and last nights,
      *>      cumulative delta and the modes their postings claimed;
      *>   2. accounts in exception again after an adjustment was
      *>      sent on an earlier night -- the adjustment did not fix
      *>      them;
      *>   3. aging of the open discrepancies: for each book, the
      *>      accounts not yet seen to replay clean since their last
      *>      exception, by days since the discrepancy opened (0-7,
      *>      8-30, 31-90, over 90), with the net and gross open
      *>      delta in minor units of that book -- books are never
      *>      added together.
      *>
      *> Ages are taken as of RNDRECASOF when set (YYYYMMDD, for a
      *> rerun of an earlier week), otherwise today.  The master is
      *> read once per section.  Returns 4 when sections 1 or 2 list
      *> any account, 12 on a bad as-of date or threshold.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rndrecrpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RND-HIST-FILE ASSIGN TO "ROUNDREC.HST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RH-ACCOUNT
               FILE STATUS IS WS-HIST-STATUS.
           SELECT RND-RPT-FILE ASSIGN TO "ROUNDREC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RND-HIST-FILE.
       01  RND-HIST-REC.
           COPY RNDRHIST.
       FD  RND-RPT-FILE.
       01  RND-RPT-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS        PIC X(2) VALUE "00".
       01  WS-RPT-STATUS         PIC X(2) VALUE "00".
       01  WS-EOF-SW             PIC X(1) VALUE "N".
           88  WS-EOF                VALUE "Y".
       01  WS-RUN-DATE           PIC X(8).
       01  WS-RUN-TIME           PIC X(8).
       01  WS-JOB-ID             PIC X(8) VALUE SPACES.
       01  WS-AS-OF-DATE         PIC X(8) VALUE SPACES.
       01  WS-REPEAT-TEXT        PIC X(3) VALUE SPACES.
       01  WS-REPEAT-MIN         PIC 9(3) VALUE 3.

       01  WS-ACCOUNT-COUNT      PIC 9(6) VALUE 0.
       01  WS-OFFENDER-COUNT     PIC 9(6) VALUE 0.
       01  WS-RECUR-COUNT        PIC 9(6) VALUE 0.
       01  WS-OPEN-COUNT         PIC 9(6) VALUE 0.
       01  WS-LISTED-COUNT       PIC 9(6).

      *> Day numbers for ages: 8000 turns WS-DN-DATE into a count of
      *> days, so two dates subtract to the days between them.
       01  WS-DN-DATE            PIC X(8).
       01  WS-DN-PARTS REDEFINES WS-DN-DATE.
           05  WS-DN-YYYY        PIC 9(4).
           05  WS-DN-MM          PIC 9(2).
           05  WS-DN-DD          PIC 9(2).
       01  WS-DN-YEAR            PIC 9(4).
       01  WS-DN-MONTH           PIC 9(2).
       01  WS-DN-Q4              PIC 9(4).
       01  WS-DN-Q100            PIC 9(4).
       01  WS-DN-Q400            PIC 9(4).
       01  WS-DN-MONTH-DAYS      PIC 9(3).
       01  WS-DN-DAYS            PIC 9(7).
       01  WS-AS-OF-DAYS         PIC 9(7).
       01  WS-AGE-DAYS           PIC S9(7).

      *> One row of four age buckets per book met, in the order met.
       01  WS-BK-COUNT           PIC 9(3) VALUE 0.
       01  WS-BK-TABLE.
           05  WS-BK-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-BK-IDX.
               10  WS-BK-CODE        PIC X(3).
               10  WS-BK-BUCKET OCCURS 4 TIMES.
                   15  WS-BK-ACCOUNTS    PIC 9(6).
                   15  WS-BK-NET         PIC S9(13).
                   15  WS-BK-GROSS       PIC 9(13).
       01  WS-BK-FOUND-SW        PIC X(1).
           88  WS-BK-FOUND           VALUE "Y".
       01  WS-BK-FULL-COUNT      PIC 9(6) VALUE 0.
       01  WS-BUCKET             PIC 9(1).
       01  WS-BUCKET-LABELS.
           05  FILLER            PIC X(14) VALUE "0-7 DAYS".
           05  FILLER            PIC X(14) VALUE "8-30 DAYS".
           05  FILLER            PIC X(14) VALUE "31-90 DAYS".
           05  FILLER            PIC X(14) VALUE "OVER 90 DAYS".
       01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-LABELS.
           05  WS-BUCKET-LABEL   PIC X(14) OCCURS 4 TIMES.

       01  WS-MODE-SUB           PIC 9(2).
       01  WS-MODE-PTR           PIC 9(3).
       01  WS-MODE-LIST          PIC X(60).

       01  WS-RPT-HEADER.
           05  FILLER            PIC X(34)
               VALUE "ACCOUNT RECONCILIATION HISTORY    ".
           05  FILLER            PIC X(6)  VALUE "AS OF ".
           05  WS-HDR-AS-OF      PIC X(8).
           05  FILLER            PIC X(11) VALUE "  RUN DATE ".
           05  WS-HDR-DATE       PIC X(8).
           05  FILLER            PIC X(6)  VALUE " TIME ".
           05  WS-HDR-TIME       PIC X(8).
           05  FILLER            PIC X(5)  VALUE " JOB ".
           05  WS-HDR-JOB        PIC X(8).
       01  WS-OFF-COL-HEADER.
           05  FILLER            PIC X(11) VALUE "ACCOUNT".
           05  FILLER            PIC X(4)  VALUE "CUR".
           05  FILLER            PIC X(9)  VALUE "FIRST".
           05  FILLER            PIC X(9)  VALUE "LAST".
           05  FILLER            PIC X(7)  VALUE "NIGHTS".
           05  FILLER            PIC X(9)  VALUE "POSTINGS".
           05  FILLER            PIC X(14) VALUE "CUM DELTA MIN".
           05  FILLER            PIC X(5)  VALUE "MODES".
       01  WS-OFF-DETAIL.
           05  WS-OFF-ACCOUNT    PIC X(10).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-OFF-CURRENCY   PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-OFF-FIRST      PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-OFF-LAST       PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-OFF-NIGHTS     PIC ZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-OFF-POSTINGS   PIC ZZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-OFF-CUM-DELTA  PIC -9(11).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-OFF-MODES      PIC X(60).
       01  WS-REC-COL-HEADER.
           05  FILLER            PIC X(11) VALUE "ACCOUNT".
           05  FILLER            PIC X(4)  VALUE "CUR".
           05  FILLER            PIC X(7)  VALUE "ADJ'D".
           05  FILLER            PIC X(9)  VALUE "LAST ADJ".
           05  FILLER            PIC X(13) VALUE "LAST AMT MIN".
           05  FILLER            PIC X(7)  VALUE "AGAIN".
           05  FILLER            PIC X(9)  VALUE "LAST".
           05  FILLER            PIC X(9)  VALUE "OPEN".
           05  FILLER            PIC X(14) VALUE "OPEN DELTA MIN".
       01  WS-REC-DETAIL.
           05  WS-REC-ACCOUNT    PIC X(10).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-REC-CURRENCY   PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-REC-ADJ-COUNT  PIC ZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-REC-LAST-ADJ   PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-REC-ADJ-AMT    PIC -9(11).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-REC-AGAIN      PIC ZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-REC-LAST-RECUR PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-REC-OPEN-SINCE PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-REC-OPEN-DELTA PIC -9(11).
       01  WS-AGE-COL-HEADER.
           05  FILLER            PIC X(4)  VALUE "CUR".
           05  FILLER            PIC X(15) VALUE "AGE".
           05  FILLER            PIC X(10) VALUE "ACCOUNTS".
           05  FILLER            PIC X(20) VALUE "   NET DELTA MINOR".
           05  FILLER            PIC X(20) VALUE " GROSS DELTA MINOR".
       01  WS-AGE-DETAIL.
           05  WS-AGE-CURRENCY   PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-AGE-LABEL      PIC X(14).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-AGE-ACCOUNTS   PIC ZZZZZ9.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-AGE-NET        PIC -9(13).
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  WS-AGE-GROSS      PIC 9(13).
       01  WS-STEP-AREA.
           COPY RNDSTEP.

       PROCEDURE DIVISION.
       0100-MAINLINE.
           PERFORM 0400-BEGIN-STEP
           PERFORM 1000-INITIALIZE
           PERFORM 1100-OPEN-FILES
           PERFORM 2000-LIST-OFFENDERS
           PERFORM 3000-LIST-RECURRENCES
           PERFORM 4000-AGE-OPEN-DISCREPANCIES
           PERFORM 5000-WRITE-SUMMARY
           CLOSE RND-RPT-FILE
           IF WS-OFFENDER-COUNT > 0 OR WS-RECUR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 0410-END-STEP
           STOP RUN.

       0400-BEGIN-STEP.
           SET STEP-FUNC-BEGIN TO TRUE
           MOVE "rndrecrpt" TO STEP-PROGRAM
           CALL "rndstep" USING WS-STEP-AREA.

      *> The return code the step leaves with, and its counts for
      *> the run sheet.
       0410-END-STEP.
           SET STEP-FUNC-END TO TRUE
           MOVE "rndrecrpt" TO STEP-PROGRAM
           MOVE RETURN-CODE TO STEP-RC
           MOVE "ACCOUNTS" TO STEP-COUNT-LABEL (1)
           MOVE WS-ACCOUNT-COUNT TO STEP-COUNT-VALUE (1)
           MOVE "REPEATERS" TO STEP-COUNT-LABEL (2)
           MOVE WS-OFFENDER-COUNT TO STEP-COUNT-VALUE (2)
           MOVE "RECURRED" TO STEP-COUNT-LABEL (3)
           MOVE WS-RECUR-COUNT TO STEP-COUNT-VALUE (3)
           CALL "rndstep" USING WS-STEP-AREA.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-JOB-ID FROM ENVIRONMENT "LOGNAME"
           IF WS-JOB-ID = SPACES
               MOVE "BATCH" TO WS-JOB-ID
           END-IF
           ACCEPT WS-AS-OF-DATE FROM ENVIRONMENT "RNDRECASOF"
           IF WS-AS-OF-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           END-IF
           IF WS-AS-OF-DATE NOT NUMERIC
               DISPLAY "INVALID RNDRECASOF " WS-AS-OF-DATE
                   " - EXPECTED YYYYMMDD"
               MOVE 12 TO RETURN-CODE
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF
           ACCEPT WS-REPEAT-TEXT FROM ENVIRONMENT "RNDREPEATMIN"
           IF WS-REPEAT-TEXT NOT = SPACES
               IF WS-REPEAT-TEXT IS NUMERIC
                   MOVE WS-REPEAT-TEXT TO WS-REPEAT-MIN
               ELSE
                   DISPLAY "INVALID RNDREPEATMIN " WS-REPEAT-TEXT
                       " - EXPECTED THREE DIGITS"
                   MOVE 12 TO RETURN-CODE
                   PERFORM 0410-END-STEP
                   STOP RUN
               END-IF
           END-IF
           IF WS-REPEAT-MIN = 0
               MOVE 1 TO WS-REPEAT-MIN
           END-IF
           MOVE WS-AS-OF-DATE TO WS-DN-DATE
           PERFORM 8000-DAY-NUMBER
           MOVE WS-DN-DAYS TO WS-AS-OF-DAYS.

      *> No master means rndrecmrg has never merged a night: there
      *> is no history to report.
       1100-OPEN-FILES.
           PERFORM 1110-OPEN-HISTORY
           IF WS-HIST-STATUS = "35"
               DISPLAY "NO ROUNDREC.HST FOUND - RUN RNDRECMRG "
                   "FIRST, NOTHING TO REPORT"
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF
           CLOSE RND-HIST-FILE
           OPEN OUTPUT RND-RPT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROUNDREC.RPT - STATUS "
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-AS-OF-DATE TO WS-HDR-AS-OF
           MOVE WS-RUN-DATE TO WS-HDR-DATE
           MOVE WS-RUN-TIME TO WS-HDR-TIME
           MOVE WS-JOB-ID TO WS-HDR-JOB
           MOVE WS-RPT-HEADER TO RND-RPT-LINE
           WRITE RND-RPT-LINE.

       1110-OPEN-HISTORY.
           OPEN INPUT RND-HIST-FILE
           IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "35"
               DISPLAY "UNABLE TO OPEN ROUNDREC.HST - STATUS "
                   WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW.

       1200-SECTION-BREAK.
           MOVE SPACES TO RND-RPT-LINE
           WRITE RND-RPT-LINE
           MOVE 0 TO WS-LISTED-COUNT.

       1300-NONE-LISTED.
           IF WS-LISTED-COUNT = 0
               MOVE "    NONE" TO RND-RPT-LINE
               WRITE RND-RPT-LINE
           END-IF.

       2000-LIST-OFFENDERS.
           PERFORM 1200-SECTION-BREAK
           MOVE SPACES TO RND-RPT-LINE
           STRING "REPEAT OFFENDERS - ACCOUNTS IN EXCEPTION ON "
               WS-REPEAT-MIN " OR MORE NIGHTS"
               DELIMITED BY SIZE INTO RND-RPT-LINE
           WRITE RND-RPT-LINE
           MOVE WS-OFF-COL-HEADER TO RND-RPT-LINE
           WRITE RND-RPT-LINE
           PERFORM 1110-OPEN-HISTORY
           PERFORM UNTIL WS-EOF
               READ RND-HIST-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCOUNT-COUNT
                       IF RH-MISMATCH-NIGHTS NOT < WS-REPEAT-MIN
                           PERFORM 2100-WRITE-OFFENDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RND-HIST-FILE
           PERFORM 1300-NONE-LISTED.

       2100-WRITE-OFFENDER.
           ADD 1 TO WS-OFFENDER-COUNT
           ADD 1 TO WS-LISTED-COUNT
           MOVE RH-ACCOUNT TO WS-OFF-ACCOUNT
           MOVE RH-CURRENCY TO WS-OFF-CURRENCY
           MOVE RH-FIRST-MISMATCH TO WS-OFF-FIRST
           MOVE RH-LAST-MISMATCH TO WS-OFF-LAST
           MOVE RH-MISMATCH-NIGHTS TO WS-OFF-NIGHTS
           MOVE RH-MISMATCH-COUNT TO WS-OFF-POSTINGS
           MOVE RH-CUM-DELTA TO WS-OFF-CUM-DELTA
           PERFORM 2200-LIST-MODES
           MOVE WS-MODE-LIST TO WS-OFF-MODES
           MOVE WS-OFF-DETAIL TO RND-RPT-LINE
           WRITE RND-RPT-LINE.

      *> Mode names carry no spaces, so each is taken up to its
      *> first one; what does not fit is marked with a "+".
       2200-LIST-MODES.
           MOVE SPACES TO WS-MODE-LIST
           MOVE 1 TO WS-MODE-PTR
           PERFORM VARYING WS-MODE-SUB FROM 1 BY 1
                   UNTIL WS-MODE-SUB > RH-MODE-COUNT
               IF WS-MODE-SUB > 1
                   STRING "," DELIMITED BY SIZE
                       INTO WS-MODE-LIST WITH POINTER WS-MODE-PTR
                   END-STRING
               END-IF
               STRING RH-MODE (WS-MODE-SUB) DELIMITED BY SPACE
                   INTO WS-MODE-LIST WITH POINTER WS-MODE-PTR
                   ON OVERFLOW
                       MOVE "+" TO WS-MODE-LIST (60:1)
               END-STRING
           END-PERFORM
           IF RH-MODES-MORE = "Y"
               MOVE "+" TO WS-MODE-LIST (60:1)
           END-IF.

       3000-LIST-RECURRENCES.
           PERFORM 1200-SECTION-BREAK
           MOVE SPACES TO RND-RPT-LINE
           STRING "ACCOUNTS IN EXCEPTION AGAIN AFTER AN ADJUSTMENT "
               "WAS SENT"
               DELIMITED BY SIZE INTO RND-RPT-LINE
           WRITE RND-RPT-LINE
           MOVE WS-REC-COL-HEADER TO RND-RPT-LINE
           WRITE RND-RPT-LINE
           PERFORM 1110-OPEN-HISTORY
           PERFORM UNTIL WS-EOF
               READ RND-HIST-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RH-RECUR-NIGHTS > 0
                           PERFORM 3100-WRITE-RECURRENCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RND-HIST-FILE
           PERFORM 1300-NONE-LISTED.

       3100-WRITE-RECURRENCE.
           ADD 1 TO WS-RECUR-COUNT
           ADD 1 TO WS-LISTED-COUNT
           MOVE RH-ACCOUNT TO WS-REC-ACCOUNT
           MOVE RH-CURRENCY TO WS-REC-CURRENCY
           MOVE RH-ADJ-COUNT TO WS-REC-ADJ-COUNT
           MOVE RH-LAST-ADJ-DATE TO WS-REC-LAST-ADJ
           MOVE RH-LAST-ADJ-MINOR TO WS-REC-ADJ-AMT
           MOVE RH-RECUR-NIGHTS TO WS-REC-AGAIN
           MOVE RH-LAST-RECUR TO WS-REC-LAST-RECUR
           IF RH-OPEN-SINCE = SPACES
               MOVE "CLOSED" TO WS-REC-OPEN-SINCE
           ELSE
               MOVE RH-OPEN-SINCE TO WS-REC-OPEN-SINCE
           END-IF
           MOVE RH-OPEN-DELTA TO WS-REC-OPEN-DELTA
           MOVE WS-REC-DETAIL TO RND-RPT-LINE
           WRITE RND-RPT-LINE.

       4000-AGE-OPEN-DISCREPANCIES.
           PERFORM 1200-SECTION-BREAK
           MOVE SPACES TO RND-RPT-LINE
           STRING "AGING OF OPEN DISCREPANCIES - DAYS SINCE OPENED, "
               "AS OF " WS-AS-OF-DATE
               DELIMITED BY SIZE INTO RND-RPT-LINE
           WRITE RND-RPT-LINE
           MOVE WS-AGE-COL-HEADER TO RND-RPT-LINE
           WRITE RND-RPT-LINE
           PERFORM 1110-OPEN-HISTORY
           PERFORM UNTIL WS-EOF
               READ RND-HIST-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RH-OPEN-SINCE NOT = SPACES
                           PERFORM 4100-AGE-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RND-HIST-FILE
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-COUNT
               PERFORM VARYING WS-BUCKET FROM 1 BY 1
                       UNTIL WS-BUCKET > 4
                   PERFORM 4300-WRITE-BUCKET
               END-PERFORM
           END-PERFORM
           PERFORM 1300-NONE-LISTED
           IF WS-BK-FULL-COUNT > 0
               MOVE SPACES TO RND-RPT-LINE
               STRING "    " WS-BK-FULL-COUNT " OPEN ACCOUNT(S) NOT "
                   "AGED - MORE THAN 100 BOOKS"
                   DELIMITED BY SIZE INTO RND-RPT-LINE
               WRITE RND-RPT-LINE
           END-IF.

      *> A discrepancy dated after the as-of date (a rerun of an
      *> earlier week) counts as new.
       4100-AGE-ONE-ACCOUNT.
           ADD 1 TO WS-OPEN-COUNT
           PERFORM 4200-FIND-BOOK
           IF NOT WS-BK-FOUND
               ADD 1 TO WS-BK-FULL-COUNT
           ELSE
               MOVE RH-OPEN-SINCE TO WS-DN-DATE
               PERFORM 8000-DAY-NUMBER
               COMPUTE WS-AGE-DAYS = WS-AS-OF-DAYS - WS-DN-DAYS
               END-COMPUTE
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS < 8
                       MOVE 1 TO WS-BUCKET
                   WHEN WS-AGE-DAYS < 31
                       MOVE 2 TO WS-BUCKET
                   WHEN WS-AGE-DAYS < 91
                       MOVE 3 TO WS-BUCKET
                   WHEN OTHER
                       MOVE 4 TO WS-BUCKET
               END-EVALUATE
               ADD 1 TO WS-BK-ACCOUNTS (WS-BK-IDX, WS-BUCKET)
               ADD RH-OPEN-DELTA TO WS-BK-NET (WS-BK-IDX, WS-BUCKET)
               IF RH-OPEN-DELTA < 0
                   SUBTRACT RH-OPEN-DELTA
                       FROM WS-BK-GROSS (WS-BK-IDX, WS-BUCKET)
               ELSE
                   ADD RH-OPEN-DELTA
                       TO WS-BK-GROSS (WS-BK-IDX, WS-BUCKET)
               END-IF
           END-IF.

      *> Leaves WS-BK-IDX on the account's book, adding the book the
      *> first time it is met.
       4200-FIND-BOOK.
           MOVE "N" TO WS-BK-FOUND-SW
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-COUNT OR WS-BK-FOUND
               IF WS-BK-CODE (WS-BK-IDX) = RH-CURRENCY
                   SET WS-BK-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-BK-FOUND
               SET WS-BK-IDX DOWN BY 1
           ELSE
               IF WS-BK-COUNT < 100
                   ADD 1 TO WS-BK-COUNT
                   SET WS-BK-IDX TO WS-BK-COUNT
                   MOVE RH-CURRENCY TO WS-BK-CODE (WS-BK-IDX)
                   PERFORM VARYING WS-BUCKET FROM 1 BY 1
                           UNTIL WS-BUCKET > 4
                       MOVE 0 TO WS-BK-ACCOUNTS (WS-BK-IDX, WS-BUCKET)
                       MOVE 0 TO WS-BK-NET (WS-BK-IDX, WS-BUCKET)
                       MOVE 0 TO WS-BK-GROSS (WS-BK-IDX, WS-BUCKET)
                   END-PERFORM
                   SET WS-BK-FOUND TO TRUE
               END-IF
           END-IF.

       4300-WRITE-BUCKET.
           ADD 1 TO WS-LISTED-COUNT
           MOVE WS-BK-CODE (WS-BK-IDX) TO WS-AGE-CURRENCY
           MOVE WS-BUCKET-LABEL (WS-BUCKET) TO WS-AGE-LABEL
           MOVE WS-BK-ACCOUNTS (WS-BK-IDX, WS-BUCKET)
               TO WS-AGE-ACCOUNTS
           MOVE WS-BK-NET (WS-BK-IDX, WS-BUCKET) TO WS-AGE-NET
           MOVE WS-BK-GROSS (WS-BK-IDX, WS-BUCKET) TO WS-AGE-GROSS
           MOVE WS-AGE-DETAIL TO RND-RPT-LINE
           WRITE RND-RPT-LINE.

       5000-WRITE-SUMMARY.
           MOVE SPACES TO RND-RPT-LINE
           WRITE RND-RPT-LINE
           MOVE SPACES TO RND-RPT-LINE
           STRING "ACCOUNTS IN HISTORY: " WS-ACCOUNT-COUNT
               "  REPEAT OFFENDERS: " WS-OFFENDER-COUNT
               "  AGAIN AFTER ADJUSTMENT: " WS-RECUR-COUNT
               "  OPEN DISCREPANCIES: " WS-OPEN-COUNT
               DELIMITED BY SIZE INTO RND-RPT-LINE
           WRITE RND-RPT-LINE
           DISPLAY "RECON HISTORY AS OF " WS-AS-OF-DATE ": "
               WS-ACCOUNT-COUNT " ACCOUNT(S), "
               WS-OFFENDER-COUNT " REPEAT OFFENDER(S), "
               WS-RECUR-COUNT " AGAIN AFTER ADJUSTMENT, "
               WS-OPEN-COUNT " OPEN".

      *> Days since a fixed origin, with March taken as the first
      *> month so the leap day falls at the end of the year:
      *> 365 a year, a day more every fourth year except centuries
      *> not divisible by 400, and 153 days to every five months
      *> from March.
       8000-DAY-NUMBER.
           MOVE WS-DN-YYYY TO WS-DN-YEAR
           MOVE WS-DN-MM TO WS-DN-MONTH
           IF WS-DN-MONTH < 3
               SUBTRACT 1 FROM WS-DN-YEAR
               ADD 12 TO WS-DN-MONTH
           END-IF
           DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-Q4
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400
           COMPUTE WS-DN-MONTH-DAYS = (153 * (WS-DN-MONTH - 3) + 2) / 5
           END-COMPUTE
           COMPUTE WS-DN-DAYS = 365 * WS-DN-YEAR + WS-DN-Q4
                              - WS-DN-Q100 + WS-DN-Q400
                              + WS-DN-MONTH-DAYS + WS-DN-DD
           END-COMPUTE.
