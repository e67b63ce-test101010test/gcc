       *> { dg-do compile }

      *> RNDEFFCVT -- one-time conversion of the suite's indexed
      *> files after the case image gained its effective-from and
      *> effective-to dates (see RNDCASE.cpy).  The dates widened
      *> the record by 16 bytes at its end; a line-sequential file
      *> written before simply reads back with them blank, but an
      *> indexed file is built for a fixed record and has to be
      *> reloaded in the new layout.  Two files embed the image:
      *>
      *>   RNDCVTTYPE  "CASE"  ROUNDCASE.MST (or a copy of
      *>                       ROUNDCASE.BAK), keyed on RND-CASE-ID
      *>               "PEND"  the approval queue ROUNDCASE.PND (see
      *>                       RNDPEND.cpy), keyed on PEND-ID
      *>   RNDCVTIN    logical name of the old-layout file
      *>   RNDCVTOUT   logical name of the new-layout file the run
      *>               stream then moves into the old file's place
      *>
      *> Each record is copied across whole with the dates left
      *> blank -- open at both ends, so every case stays in force
      *> exactly as it was, and `prog` certifies the same list the
      *> day after the reload as the day before.  The journal is
      *> converted by rndhistcvt (RNDCVTTYPE=JRNL); ROUNDCASE.BAK is
      *> rebuilt in the new layout by the next maintenance run and
      *> needs converting only to be kept.  Rerunnable from the old
      *> file: the output is created afresh every time.  The reload
      *> runs under the suite-wide in-use lock (see RNDLOCK.cpy),
      *> like RNDCASECVT's -- nothing may update the old file while
      *> its copy is being taken.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rndeffcvt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CASE-FILE ASSIGN TO RNDCVTIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-CASE-ID
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-CASE-FILE ASSIGN TO RNDCVTOUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RND-CASE-ID OF NEW-CASE-REC
               FILE STATUS IS WS-NEW-STATUS.
           SELECT OLD-PEND-FILE ASSIGN TO RNDCVTIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-PEND-ID
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-PEND-FILE ASSIGN TO RNDCVTOUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEND-ID OF NEW-PEND-REC
               FILE STATUS IS WS-NEW-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> The old layouts: the key, then the rest of the record as it
      *> stood -- 65 bytes of case, 170 bytes of queue item.
       FD  OLD-CASE-FILE.
       01  OLD-CASE-REC.
           05  OLD-CASE-ID       PIC 9(4).
           05  FILLER            PIC X(61).
       FD  NEW-CASE-FILE.
       01  NEW-CASE-REC.
           COPY RNDCASE.
       FD  OLD-PEND-FILE.
       01  OLD-PEND-REC.
           05  OLD-PEND-ID       PIC 9(6).
           05  FILLER            PIC X(164).
       FD  NEW-PEND-FILE.
       01  NEW-PEND-REC.
           COPY RNDPEND.
       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS         PIC X(2) VALUE "00".
       01  WS-NEW-STATUS         PIC X(2) VALUE "00".
       01  WS-EOF-SW             PIC X(1) VALUE "N".
           88  WS-EOF                VALUE "Y".
       01  WS-CVT-TYPE           PIC X(5) VALUE SPACES.
           88  WS-CVT-CASE           VALUE "CASE".
           88  WS-CVT-PEND           VALUE "PEND".
       01  WS-READ-COUNT         PIC 9(6) VALUE 0.
       01  WS-WRITTEN-COUNT      PIC 9(6) VALUE 0.
       01  WS-LOCK-AREA.
           COPY RNDLOCK.
       01  WS-STEP-AREA.
           COPY RNDSTEP.

       PROCEDURE DIVISION.
       0100-MAINLINE.
           PERFORM 0400-BEGIN-STEP
           ACCEPT WS-CVT-TYPE FROM ENVIRONMENT "RNDCVTTYPE"
           IF NOT WS-CVT-CASE AND NOT WS-CVT-PEND
               DISPLAY "SET RNDCVTTYPE=CASE OR RNDCVTTYPE=PEND "
                   "TO SAY WHICH LAYOUT RNDCVTIN HOLDS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0200-ACQUIRE-LOCK
           IF WS-CVT-CASE
               PERFORM 1000-CONVERT-CASES
           ELSE
               PERFORM 2000-CONVERT-QUEUE
           END-IF
           PERFORM 0210-RELEASE-LOCK
           DISPLAY "EFFECTIVE-DATE CONVERT (" WS-CVT-TYPE "): READ "
               WS-READ-COUNT " WRITTEN " WS-WRITTEN-COUNT
           IF WS-WRITTEN-COUNT NOT = WS-READ-COUNT
               MOVE 12 TO RETURN-CODE
           END-IF
           PERFORM 0410-END-STEP
           STOP RUN.

       0200-ACQUIRE-LOCK.
           SET LOCK-FUNC-ACQUIRE TO TRUE
           MOVE "rndeffcvt" TO LOCK-PROGRAM
           CALL "rndlock" USING WS-LOCK-AREA
           EVALUATE TRUE
               WHEN LOCK-OK
                   CONTINUE
               WHEN LOCK-BUSY
                   DISPLAY "SUITE IN USE BY " LOCK-HOLDER-PROG
                       " JOB " LOCK-HOLDER-JOB " SINCE "
                       LOCK-HOLDER-DATE " " LOCK-HOLDER-TIME
                       " - RERUN LATER, OR SET RNDLOCKOVERRIDE=Y "
                       "IF THE LOCK IS STALE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "UNABLE TO ACQUIRE RNDSUITE.LCK - "
                       "RUN ABANDONED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       0210-RELEASE-LOCK.
           SET LOCK-FUNC-RELEASE TO TRUE
           MOVE "rndeffcvt" TO LOCK-PROGRAM
           CALL "rndlock" USING WS-LOCK-AREA
           IF NOT LOCK-OK
               DISPLAY "WARNING: UNABLE TO RELEASE RNDSUITE.LCK"
           END-IF.

       0400-BEGIN-STEP.
           SET STEP-FUNC-BEGIN TO TRUE
           MOVE "rndeffcvt" TO STEP-PROGRAM
           CALL "rndstep" USING WS-STEP-AREA.

      *> The return code the step leaves with, and its counts for
      *> the run sheet.
       0410-END-STEP.
           SET STEP-FUNC-END TO TRUE
           MOVE "rndeffcvt" TO STEP-PROGRAM
           MOVE RETURN-CODE TO STEP-RC
           MOVE "READ" TO STEP-COUNT-LABEL (1)
           MOVE WS-READ-COUNT TO STEP-COUNT-VALUE (1)
           MOVE "WRITTEN" TO STEP-COUNT-LABEL (2)
           MOVE WS-WRITTEN-COUNT TO STEP-COUNT-VALUE (2)
           CALL "rndstep" USING WS-STEP-AREA.

      *> Input and output are both in key order, so the sequential
      *> WRITE sees ascending keys throughout.
       1000-CONVERT-CASES.
           OPEN INPUT OLD-CASE-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RNDCVTIN - STATUS "
                   WS-OLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-CASE-FILE
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RNDCVTOUT - STATUS "
                   WS-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF
               READ OLD-CASE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE SPACES TO NEW-CASE-REC
                       MOVE OLD-CASE-REC TO NEW-CASE-REC (1:65)
                       WRITE NEW-CASE-REC
                       IF WS-NEW-STATUS NOT = "00"
                           DISPLAY "UNABLE TO WRITE RNDCVTOUT CASE "
                               OLD-CASE-ID " - STATUS "
                               WS-NEW-STATUS
                       ELSE
                           ADD 1 TO WS-WRITTEN-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OLD-CASE-FILE
           CLOSE NEW-CASE-FILE.

       2000-CONVERT-QUEUE.
           OPEN INPUT OLD-PEND-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RNDCVTIN - STATUS "
                   WS-OLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-PEND-FILE
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RNDCVTOUT - STATUS "
                   WS-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF
               READ OLD-PEND-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE SPACES TO NEW-PEND-REC
                       MOVE OLD-PEND-REC TO NEW-PEND-REC (1:170)
                       WRITE NEW-PEND-REC
                       IF WS-NEW-STATUS NOT = "00"
                           DISPLAY "UNABLE TO WRITE RNDCVTOUT ITEM "
                               OLD-PEND-ID " - STATUS "
                               WS-NEW-STATUS
                       ELSE
                           ADD 1 TO WS-WRITTEN-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OLD-PEND-FILE
           CLOSE NEW-PEND-FILE.
