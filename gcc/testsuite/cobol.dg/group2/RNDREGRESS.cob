           05  WS-RPT-CUR-RESULT PIC X(4).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-CUR-ACTUAL PIC X(12).
       01  WS-STEP-AREA.
           COPY RNDSTEP.

       PROCEDURE DIVISION.
       0100-MAINLINE.
           PERFORM 0400-BEGIN-STEP
           PERFORM 1000-LOAD-CURRENT
           PERFORM 1500-LOAD-PRIOR
           PERFORM 2000-OPEN-REPORT
           END-IF
           CLOSE RND-REGR-FILE
           PERFORM 4500-DISPLAY-SUMMARY
           PERFORM 0410-END-STEP
           STOP RUN.

       0400-BEGIN-STEP.
           SET STEP-FUNC-BEGIN TO TRUE
           MOVE "rndregress" TO STEP-PROGRAM
           CALL "rndstep" USING WS-STEP-AREA.

      *> The return code the step leaves with, and its counts for
      *> the run sheet.
       0410-END-STEP.
           SET STEP-FUNC-END TO TRUE
           MOVE "rndregress" TO STEP-PROGRAM
           MOVE RETURN-CODE TO STEP-RC
           MOVE "CASES" TO STEP-COUNT-LABEL (1)
           MOVE WS-CUR-COUNT TO STEP-COUNT-VALUE (1)
           MOVE "DIFFERENCES" TO STEP-COUNT-LABEL (2)
           MOVE WS-DIFF-COUNT TO STEP-COUNT-VALUE (2)
           MOVE "NEW FAILS" TO STEP-COUNT-LABEL (3)
           MOVE WS-NEW-FAIL-COUNT TO STEP-COUNT-VALUE (3)
           CALL "rndstep" USING WS-STEP-AREA.

       1000-LOAD-CURRENT.
           MOVE SPACES TO WS-LATEST-STAMP
           OPEN INPUT RND-AUDIT-FILE
           IF WS-LATEST-STAMP = SPACES
               DISPLAY "ROUNDCASE.AUD CONTAINS NO RUNS - "
                   "NOTHING TO COMPARE"
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF
           MOVE WS-LATEST-STAMP TO WS-TARGET-STAMP
