       *> { dg-do compile }

      *> RNDSTEPLOG -- the suite's step ledger, CALLed as "rndstep"
      *> (see RNDSTEP.cpy for the communication area and RNDLEDG.cpy
      *> for the record).  Each batch program of the suite leaves its
      *> own DISPLAY lines and return code wherever its job step puts
      *> them; this subprogram gives every one of them a single place
      *> to say "started" and "finished, with this return code and
      *> these counts", so the morning run sheet (rndrunsht) can
      *> rebuild the night from one file instead of the console logs.
      *>
      *> ROUNDSTEP.LDG is opened EXTEND and closed again on every
      *> call -- steps run one after another in separate run units,
      *> and a ledger left open by an abend must not lose the records
      *> already on it.  Elapsed time is worked out here from the
      *> start stamp BEGIN handed back to the caller; a step running
      *> across midnight borrows a day, as prog's progress lines do.
      *>
      *> Like rndlock, this program never stops the run unit.  Unlike
      *> rndlock it also never changes what the step does next: a
      *> ledger it cannot write is a warning on the console, and
      *> RETURN-CODE leaves here as the caller's own (STEP-RC on
      *> END, zero on BEGIN, before which nothing has been decided).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rndstep.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RND-LEDG-FILE ASSIGN TO "ROUNDSTEP.LDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RND-LEDG-FILE.
       01  RND-LEDG-REC.
           COPY RNDLEDG.
       WORKING-STORAGE SECTION.
       01  WS-LEDG-STATUS        PIC X(2) VALUE "00".
       01  WS-JOB-ID             PIC X(8) VALUE SPACES.
       01  WS-END-DATE           PIC X(8).
       01  WS-TIME-NOW           PIC X(8).
       01  WS-TIME-PARTS REDEFINES WS-TIME-NOW.
           05  WS-TIME-HH            PIC 9(2).
           05  WS-TIME-MM            PIC 9(2).
           05  WS-TIME-SS            PIC 9(2).
           05  WS-TIME-CC            PIC 9(2).
       01  WS-START-SECS         PIC 9(6).
       01  WS-END-SECS           PIC 9(6).
       01  WS-CNT-IDX            PIC 9(1).
       LINKAGE SECTION.
       01  LS-STEP-AREA.
           COPY RNDSTEP.
       PROCEDURE DIVISION USING LS-STEP-AREA.
       0100-DISPATCH.
           SET STEP-OK TO TRUE
           ACCEPT WS-JOB-ID FROM ENVIRONMENT "LOGNAME"
           IF WS-JOB-ID = SPACES
               MOVE "BATCH" TO WS-JOB-ID
           END-IF
           EVALUATE TRUE
               WHEN STEP-FUNC-BEGIN
                   PERFORM 2000-BEGIN-STEP
                   MOVE 0 TO RETURN-CODE
               WHEN STEP-FUNC-END
                   PERFORM 3000-END-STEP
                   MOVE STEP-RC TO RETURN-CODE
               WHEN OTHER
                   SET STEP-IO-ERROR TO TRUE
           END-EVALUATE
           GOBACK.

       2000-BEGIN-STEP.
           ACCEPT STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT STEP-START-TIME FROM TIME
           MOVE 0 TO STEP-RC
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                   UNTIL WS-CNT-IDX > 3
               MOVE SPACES TO STEP-COUNT-LABEL (WS-CNT-IDX)
               MOVE 0 TO STEP-COUNT-VALUE (WS-CNT-IDX)
           END-PERFORM
           MOVE SPACES TO RND-LEDG-REC
           SET LDG-IS-BEGIN TO TRUE
           MOVE 0 TO LDG-RC
           MOVE 0 TO LDG-ELAPSED-SECS
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                   UNTIL WS-CNT-IDX > 3
               MOVE 0 TO LDG-COUNT-VALUE (WS-CNT-IDX)
           END-PERFORM
           PERFORM 4000-WRITE-LEDGER.

       3000-END-STEP.
           ACCEPT WS-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE SPACES TO RND-LEDG-REC
           SET LDG-IS-END TO TRUE
           MOVE WS-END-DATE TO LDG-END-DATE
           MOVE WS-TIME-NOW TO LDG-END-TIME
           MOVE STEP-RC TO LDG-RC
           COMPUTE WS-END-SECS
               = WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
           END-COMPUTE
           MOVE STEP-START-TIME TO WS-TIME-NOW
           COMPUTE WS-START-SECS
               = WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
           END-COMPUTE
           IF WS-END-DATE NOT = STEP-START-DATE
               ADD 86400 TO WS-END-SECS
           END-IF
           IF WS-END-SECS < WS-START-SECS
               MOVE 0 TO LDG-ELAPSED-SECS
           ELSE
               COMPUTE LDG-ELAPSED-SECS = WS-END-SECS - WS-START-SECS
               END-COMPUTE
           END-IF
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                   UNTIL WS-CNT-IDX > 3
               MOVE STEP-COUNT-LABEL (WS-CNT-IDX)
                   TO LDG-COUNT-LABEL (WS-CNT-IDX)
               MOVE STEP-COUNT-VALUE (WS-CNT-IDX)
                   TO LDG-COUNT-VALUE (WS-CNT-IDX)
           END-PERFORM
           PERFORM 4000-WRITE-LEDGER.

      *> Both record types carry the program, job and start stamp,
      *> which is what pairs an "E" with its "B" on the run sheet.
       4000-WRITE-LEDGER.
           MOVE STEP-PROGRAM TO LDG-PROGRAM
           MOVE WS-JOB-ID TO LDG-JOB-ID
           MOVE STEP-START-DATE TO LDG-START-DATE
           MOVE STEP-START-TIME TO LDG-START-TIME
           OPEN EXTEND RND-LEDG-FILE
           IF WS-LEDG-STATUS = "35"
               OPEN OUTPUT RND-LEDG-FILE
           END-IF
           IF WS-LEDG-STATUS NOT = "00"
               DISPLAY "WARNING: UNABLE TO OPEN ROUNDSTEP.LDG - "
                   "STATUS " WS-LEDG-STATUS " - STEP " STEP-PROGRAM
                   " NOT RECORDED"
               SET STEP-IO-ERROR TO TRUE
           ELSE
               WRITE RND-LEDG-REC
               IF WS-LEDG-STATUS NOT = "00"
                   DISPLAY "WARNING: UNABLE TO WRITE ROUNDSTEP.LDG - "
                       "STATUS " WS-LEDG-STATUS " - STEP "
                       STEP-PROGRAM " NOT RECORDED"
                   SET STEP-IO-ERROR TO TRUE
               END-IF
               CLOSE RND-LEDG-FILE
           END-IF.
