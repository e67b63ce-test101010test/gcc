
       01  WS-LOCK-AREA.
           COPY RNDLOCK.
       01  WS-STEP-AREA.
           COPY RNDSTEP.

       PROCEDURE DIVISION.
       0100-MAINLINE.
           PERFORM 0400-BEGIN-STEP
           PERFORM 1000-INITIALIZE
           PERFORM 1500-ACQUIRE-LOCK
           PERFORM 2000-COUNT-AND-HASH
                   "EMPTY PACK WRITTEN"
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 0410-END-STEP
           STOP RUN.

       0400-BEGIN-STEP.
           SET STEP-FUNC-BEGIN TO TRUE
           MOVE "rndcaseexp" TO STEP-PROGRAM
           CALL "rndstep" USING WS-STEP-AREA.

      *> The return code the step leaves with, and its counts for
      *> the run sheet.
       0410-END-STEP.
           SET STEP-FUNC-END TO TRUE
           MOVE "rndcaseexp" TO STEP-PROGRAM
           MOVE RETURN-CODE TO STEP-RC
           MOVE "READ" TO STEP-COUNT-LABEL (1)
           MOVE WS-READ-COUNT TO STEP-COUNT-VALUE (1)
           MOVE "EXPORTED" TO STEP-COUNT-LABEL (2)
           MOVE WS-EXPORT-COUNT TO STEP-COUNT-VALUE (2)
           CALL "rndstep" USING WS-STEP-AREA.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-REGION FROM ENVIRONMENT "RNDREGION"
