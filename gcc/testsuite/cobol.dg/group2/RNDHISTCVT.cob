      *> (told apart by its length -- the old layouts are strictly
      *> shorter) passes through untouched and is counted, so
      *> running the job twice cannot double-convert.
      *>
      *> The journal has moved on since: it gained the maker and
      *> checker after the case image, and the case image then
      *> gained its effective-from/-to dates (RNDCASE.cpy), which
      *> pushed maker and checker 16 bytes along.  A journal record
      *> of any earlier generation converts in one pass to the
      *> current 123-byte layout, dates blank (in force always, as
      *> the case was when journaled).  The audit record gained
      *> AUD-ASOF-DATE at its end; older audit records need nothing
      *> for that and come through as before, the date blank.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rndhistcvt.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-HIST-FILE.
       01  OLD-HIST-REC          PIC X(123).
       FD  NEW-HIST-FILE.
      *> Two record views, one per converted layout: a journal
      *> record is 123 bytes in the new layout, an audit record 109.
       01  NEW-JRNL-REC          PIC X(123).
       01  NEW-AUD-REC           PIC X(109).
       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS         PIC X(2) VALUE "00".
       01  WS-NEW-STATUS         PIC X(2) VALUE "00".
       01  WS-READ-COUNT         PIC 9(6) VALUE 0.
       01  WS-CONVERTED-COUNT    PIC 9(6) VALUE 0.
       01  WS-PASSED-COUNT       PIC 9(6) VALUE 0.
       01  WS-STEP-AREA.
           COPY RNDSTEP.

       PROCEDURE DIVISION.
       0100-MAINLINE.
           PERFORM 0400-BEGIN-STEP
           ACCEPT WS-CVT-TYPE FROM ENVIRONMENT "RNDCVTTYPE"
           IF NOT WS-CVT-JRNL AND NOT WS-CVT-AUDIT
               DISPLAY "SET RNDCVTTYPE=JRNL OR RNDCVTTYPE=AUDIT "
           IF WS-OLD-STATUS = "35"
               DISPLAY "NO RNDCVTIN FILE FOUND - NOTHING TO CONVERT"
               MOVE 8 TO RETURN-CODE
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF
           IF WS-OLD-STATUS NOT = "00"
           DISPLAY "HISTORY CONVERT (" WS-CVT-TYPE "): READ "
               WS-READ-COUNT " CONVERTED " WS-CONVERTED-COUNT
               " ALREADY CURRENT " WS-PASSED-COUNT
           PERFORM 0410-END-STEP
           STOP RUN.

       0400-BEGIN-STEP.
           SET STEP-FUNC-BEGIN TO TRUE
           MOVE "rndhistcvt" TO STEP-PROGRAM
           CALL "rndstep" USING WS-STEP-AREA.

      *> The return code the step leaves with, and its counts for
      *> the run sheet.
       0410-END-STEP.
           SET STEP-FUNC-END TO TRUE
           MOVE "rndhistcvt" TO STEP-PROGRAM
           MOVE RETURN-CODE TO STEP-RC
           MOVE "READ" TO STEP-COUNT-LABEL (1)
           MOVE WS-READ-COUNT TO STEP-COUNT-VALUE (1)
           MOVE "CONVERTED" TO STEP-COUNT-LABEL (2)
           MOVE WS-CONVERTED-COUNT TO STEP-COUNT-VALUE (2)
           MOVE "CURRENT" TO STEP-COUNT-LABEL (3)
           MOVE WS-PASSED-COUNT TO STEP-COUNT-VALUE (3)
           CALL "rndstep" USING WS-STEP-AREA.

      *> Old journal record: the 26-byte stamp/action/type prefix,
      *> then the case image with RND-CASE-EXPECT as sign plus nine
      *> digits ending at byte 76 -- appending a low-order zero
      *> digit there turns a V99 expect into the V999 layout with
      *> the same value.  A record past that stage has a non-space
      *> opnd2 digit at byte 91.  If it then has nothing at bytes
      *> 108-123 it predates the effective dates: whatever sits at
      *> bytes 92-107 (the maker and checker, or nothing at all)
      *> moves to 108-123 and the dates between stay blank.  Every
      *> image journaled since the dates arrived names a maker at
      *> byte 108, so a current record is told apart there and
      *> passes through.
       2000-CONVERT-JOURNAL.
           EVALUATE TRUE
               WHEN OLD-HIST-REC (91:1) = SPACE
                   MOVE SPACES TO NEW-JRNL-REC
                   MOVE OLD-HIST-REC (1:76) TO NEW-JRNL-REC (1:76)
                   MOVE "0" TO NEW-JRNL-REC (77:1)
                   MOVE OLD-HIST-REC (77:14) TO NEW-JRNL-REC (78:14)
                   ADD 1 TO WS-CONVERTED-COUNT
               WHEN OLD-HIST-REC (108:16) = SPACES
                   MOVE SPACES TO NEW-JRNL-REC
                   MOVE OLD-HIST-REC (1:91) TO NEW-JRNL-REC (1:91)
                   MOVE OLD-HIST-REC (92:16)
                       TO NEW-JRNL-REC (108:16)
                   ADD 1 TO WS-CONVERTED-COUNT
               WHEN OTHER
                   MOVE OLD-HIST-REC TO NEW-JRNL-REC
                   ADD 1 TO WS-PASSED-COUNT
           END-EVALUATE
           WRITE NEW-JRNL-REC
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE RNDCVTOUT - STATUS "
      *> byte 76 and AUD-ACTUAL ending at byte 87, each an edited
      *> -9(7).99 that becomes the -9(7).999 layout by appending a
      *> zero digit.  A record already 101 bytes long has fail-count
      *> digits at bytes 100-101 and passes through (with its
      *> as-of date, if it carries one).
       3000-CONVERT-AUDIT.
           IF OLD-HIST-REC (100:2) = SPACES
               MOVE SPACES TO NEW-AUD-REC
               MOVE OLD-HIST-REC (88:12) TO NEW-AUD-REC (90:12)
               ADD 1 TO WS-CONVERTED-COUNT
           ELSE
               MOVE OLD-HIST-REC (1:109) TO NEW-AUD-REC
               ADD 1 TO WS-PASSED-COUNT
           END-IF
           WRITE NEW-AUD-REC
