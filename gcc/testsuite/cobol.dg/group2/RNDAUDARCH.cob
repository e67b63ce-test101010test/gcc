           05  WS-TRL-FAIL       PIC 9(4).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-TRL-RATE       PIC ZZ9.9.
       01  WS-STEP-AREA.
           COPY RNDSTEP.

       PROCEDURE DIVISION.
       0100-MAINLINE.
           PERFORM 0400-BEGIN-STEP
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-RUN-HISTORY
           PERFORM 3000-ARCHIVE-AUDIT
           PERFORM 5000-WRITE-TREND-REPORT
           PERFORM 6000-RESET-AUDIT
           PERFORM 7000-DISPLAY-SUMMARY
           PERFORM 0410-END-STEP
           STOP RUN.

       0400-BEGIN-STEP.
           SET STEP-FUNC-BEGIN TO TRUE
           MOVE "rndaudarch" TO STEP-PROGRAM
           CALL "rndstep" USING WS-STEP-AREA.

      *> The return code the step leaves with, and its counts for
      *> the run sheet.
       0410-END-STEP.
           SET STEP-FUNC-END TO TRUE
           MOVE "rndaudarch" TO STEP-PROGRAM
           MOVE RETURN-CODE TO STEP-RC
           MOVE "ARCHIVED" TO STEP-COUNT-LABEL (1)
           MOVE WS-ARCHIVED-COUNT TO STEP-COUNT-VALUE (1)
           MOVE "PURGED" TO STEP-COUNT-LABEL (2)
           MOVE WS-PURGED-COUNT TO STEP-COUNT-VALUE (2)
           MOVE "SUMMARIES" TO STEP-COUNT-LABEL (3)
           MOVE WS-SUMMARY-COUNT TO STEP-COUNT-VALUE (3)
           CALL "rndstep" USING WS-STEP-AREA.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CUTOFF-DATE FROM ENVIRONMENT "RNDARCHCUTOFF"
