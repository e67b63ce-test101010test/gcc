       01  WS-DROPPED-COUNT      PIC 9(4) VALUE 0.
       01  WS-LOCK-AREA.
           COPY RNDLOCK.
       01  WS-STEP-AREA.
           COPY RNDSTEP.
       PROCEDURE DIVISION.
       0100-MAINLINE.
           PERFORM 0400-BEGIN-STEP
           OPEN INPUT RND-CASE-FILE
           IF WS-CASE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROUNDCASE.DAT - STATUS "
           IF WS-DROPPED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 0410-END-STEP
           STOP RUN.

       0200-ACQUIRE-LOCK.
               DISPLAY "WARNING: UNABLE TO RELEASE RNDSUITE.LCK"
           END-IF.

       0400-BEGIN-STEP.
           SET STEP-FUNC-BEGIN TO TRUE
           MOVE "rndcasecvt" TO STEP-PROGRAM
           CALL "rndstep" USING WS-STEP-AREA.

      *> The return code the step leaves with, and its counts for
      *> the run sheet.
       0410-END-STEP.
           SET STEP-FUNC-END TO TRUE
           MOVE "rndcasecvt" TO STEP-PROGRAM
           MOVE RETURN-CODE TO STEP-RC
           MOVE "READ" TO STEP-COUNT-LABEL (1)
           MOVE WS-READ-COUNT TO STEP-COUNT-VALUE (1)
           MOVE "LOADED" TO STEP-COUNT-LABEL (2)
           MOVE WS-LOADED-COUNT TO STEP-COUNT-VALUE (2)
           MOVE "DROPPED" TO STEP-COUNT-LABEL (3)
           MOVE WS-DROPPED-COUNT TO STEP-COUNT-VALUE (3)
           CALL "rndstep" USING WS-STEP-AREA.

      *> Records written before the operation fields existed come off
      *> the input short; LINE SEQUENTIAL padding leaves spaces in
      *> RND-CASE-OPCODE (already the assignment code) and in
