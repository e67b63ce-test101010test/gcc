
       01  WS-LOCK-AREA.
           COPY RNDLOCK.
       01  WS-STEP-AREA.
           COPY RNDSTEP.

       PROCEDURE DIVISION.
       0100-MAINLINE.
           PERFORM 0400-BEGIN-STEP
           PERFORM 1000-FIND-LATEST-RUN
           PERFORM 1800-ACQUIRE-LOCK
           PERFORM 2000-APPLY-BACKOUT
           PERFORM 3800-RELEASE-LOCK
           PERFORM 4000-DISPLAY-SUMMARY
           PERFORM 0410-END-STEP
           STOP RUN.

       0400-BEGIN-STEP.
           SET STEP-FUNC-BEGIN TO TRUE
           MOVE "rndcasebko" TO STEP-PROGRAM
           CALL "rndstep" USING WS-STEP-AREA.

      *> The return code the step leaves with, and its counts for
      *> the run sheet.
       0410-END-STEP.
           SET STEP-FUNC-END TO TRUE
           MOVE "rndcasebko" TO STEP-PROGRAM
           MOVE RETURN-CODE TO STEP-RC
           MOVE "DELETED" TO STEP-COUNT-LABEL (1)
           MOVE WS-DELETE-COUNT TO STEP-COUNT-VALUE (1)
           MOVE "RESTORED" TO STEP-COUNT-LABEL (2)
           MOVE WS-RESTORE-COUNT TO STEP-COUNT-VALUE (2)
           MOVE "ERRORS" TO STEP-COUNT-LABEL (3)
           MOVE WS-ERROR-COUNT TO STEP-COUNT-VALUE (3)
           CALL "rndstep" USING WS-STEP-AREA.

       1000-FIND-LATEST-RUN.
           MOVE SPACES TO WS-LATEST-STAMP
           OPEN INPUT RND-JRNL-FILE
           IF WS-JRNL-STATUS = "35"
               DISPLAY "NO ROUNDCASE.JRN FOUND - NOTHING TO BACK OUT"
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF
           IF WS-JRNL-STATUS NOT = "00"
           CLOSE RND-JRNL-FILE
           IF WS-LATEST-STAMP = SPACES
               DISPLAY "ROUNDCASE.JRN IS EMPTY - NOTHING TO BACK OUT"
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF
           MOVE WS-LATEST-STAMP TO WS-TARGET-STAMP
