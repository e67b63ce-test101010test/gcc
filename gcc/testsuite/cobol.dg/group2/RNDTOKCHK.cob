       01  WS-EXPIRY-STAMP.
           05  WS-EXP-DATE       PIC X(8).
           05  WS-EXP-TIME       PIC X(8).
       01  WS-STEP-AREA.
           COPY RNDSTEP.

       PROCEDURE DIVISION.
       0100-MAINLINE.
           PERFORM 0400-BEGIN-STEP
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           OPEN INPUT RND-TOKEN-FILE
               DISPLAY "CERTIFICATION GATE: NO TOKEN - RUN THE "
                   "CERTIFICATION SUITE BEFORE THIS JOB"
               MOVE 8 TO RETURN-CODE
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF
           IF WS-TOKEN-STATUS NOT = "00"
               DISPLAY "CERTIFICATION GATE: UNABLE TO OPEN "
                   "ROUNDCERT.TKN - STATUS " WS-TOKEN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF
           READ RND-TOKEN-FILE
           IF NOT WS-GOT-TOKEN
               DISPLAY "CERTIFICATION GATE: TOKEN FILE IS EMPTY"
               MOVE 8 TO RETURN-CODE
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF
           PERFORM 2000-JUDGE-TOKEN
           PERFORM 0410-END-STEP
           STOP RUN.

       0400-BEGIN-STEP.
           SET STEP-FUNC-BEGIN TO TRUE
           MOVE "rndtokchk" TO STEP-PROGRAM
           CALL "rndstep" USING WS-STEP-AREA.

       0410-END-STEP.
           SET STEP-FUNC-END TO TRUE
           MOVE "rndtokchk" TO STEP-PROGRAM
           MOVE RETURN-CODE TO STEP-RC
           CALL "rndstep" USING WS-STEP-AREA.

       2000-JUDGE-TOKEN.
           MOVE TKN-EXPIRY-DATE TO WS-EXP-DATE
           MOVE TKN-EXPIRY-TIME TO WS-EXP-TIME
