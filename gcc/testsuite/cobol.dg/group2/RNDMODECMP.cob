           05  FILLER            PIC X(1)  VALUE SPACE.
       01  WS-DELTA-LEAD         PIC X(20)
           VALUE "        DELTA (MILS)".
       01  WS-STEP-AREA.
           COPY RNDSTEP.

       PROCEDURE DIVISION.
       0100-MAINLINE.
           PERFORM 0400-BEGIN-STEP
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-EOF
               READ RND-CASE-FILE
           DISPLAY "MODE COMPARISON: " WS-CASE-COUNT
               " CASE(S) TO ROUNDMODE.RPT, BASELINE "
               WS-BASELINE-MODE
           PERFORM 0410-END-STEP
           STOP RUN.

       0400-BEGIN-STEP.
           SET STEP-FUNC-BEGIN TO TRUE
           MOVE "rndmodecmp" TO STEP-PROGRAM
           CALL "rndstep" USING WS-STEP-AREA.

      *> The return code the step leaves with, and its counts for
      *> the run sheet.
       0410-END-STEP.
           SET STEP-FUNC-END TO TRUE
           MOVE "rndmodecmp" TO STEP-PROGRAM
           MOVE RETURN-CODE TO STEP-RC
           MOVE "CASES" TO STEP-COUNT-LABEL (1)
           MOVE WS-CASE-COUNT TO STEP-COUNT-VALUE (1)
           CALL "rndstep" USING WS-STEP-AREA.

       1000-INITIALIZE.
           ACCEPT WS-BASELINE-MODE FROM ENVIRONMENT "RNDCMPBASE"
           MOVE "N" TO WS-BASE-OK-SW
