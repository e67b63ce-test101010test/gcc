      *> print-ready document for the SOX evidence package:
      *>
      *>   - page headers carrying the run date/time/job-id from the
      *>     audit records themselves, so the document is self-dating,
      *>     and the as-of date whose cases the run certified (a
      *>     pre-certification shows its go-live date there);
      *>   - one section per rounding mode listing its cases with
      *>     input, expected, actual and PASS/FAIL, plus a per-mode
      *>     subtotal (a mode with no cases is called out -- that is
           05  WS-HDR-TIME       PIC X(8).
           05  FILLER            PIC X(5)  VALUE " JOB ".
           05  WS-HDR-JOB        PIC X(8).
           05  FILLER            PIC X(7)  VALUE " AS OF ".
           05  WS-HDR-ASOF       PIC X(8).
           05  FILLER            PIC X(6)  VALUE " PAGE ".
           05  WS-HDR-PAGE       PIC ZZZ9.
       01  WS-MODE-HEADER.
           05  WS-REC-PASS       PIC 9(4).
           05  FILLER            PIC X(7)  VALUE " FAIL: ".
           05  WS-REC-FAIL       PIC 9(4).
       01  WS-STEP-AREA.
           COPY RNDSTEP.

       PROCEDURE DIVISION.
       0100-MAINLINE.
           PERFORM 0400-BEGIN-STEP
           PERFORM 1000-LOAD-AUDIT
           PERFORM 2000-OPEN-REPORT
           PERFORM 3000-REPORT-ALL-MODES
           CLOSE RND-CERT-FILE
           DISPLAY "CERTIFICATION REPORT WRITTEN TO ROUNDCERT.RPT"
               " - " WS-PAGE-COUNT " PAGE(S)"
           PERFORM 0410-END-STEP
           STOP RUN.

       0400-BEGIN-STEP.
           SET STEP-FUNC-BEGIN TO TRUE
           MOVE "rndcertrpt" TO STEP-PROGRAM
           CALL "rndstep" USING WS-STEP-AREA.

      *> The return code the step leaves with, and its counts for
      *> the run sheet.
       0410-END-STEP.
           SET STEP-FUNC-END TO TRUE
           MOVE "rndcertrpt" TO STEP-PROGRAM
           MOVE RETURN-CODE TO STEP-RC
           MOVE "CASES" TO STEP-COUNT-LABEL (1)
           MOVE WS-DET-COUNT TO STEP-COUNT-VALUE (1)
           MOVE "PAGES" TO STEP-COUNT-LABEL (2)
           MOVE WS-PAGE-COUNT TO STEP-COUNT-VALUE (2)
           CALL "rndstep" USING WS-STEP-AREA.

       1000-LOAD-AUDIT.
           MOVE SPACES TO WS-LATEST-STAMP
           OPEN INPUT RND-AUDIT-FILE
           IF WS-LATEST-STAMP = SPACES
               DISPLAY "ROUNDCASE.AUD CONTAINS NO RUNS - "
                   "NOTHING TO REPORT"
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF
           MOVE WS-LATEST-STAMP TO WS-TARGET-STAMP
           MOVE AUD-RUN-TIME OF RND-AUDIT-REC TO WS-THIS-TIME
           IF WS-THIS-STAMP = WS-TARGET-STAMP
               MOVE AUD-JOB-ID OF RND-AUDIT-REC TO WS-RPT-JOB-ID
               MOVE AUD-ASOF-DATE OF RND-AUDIT-REC TO WS-HDR-ASOF
               EVALUATE TRUE
                   WHEN AUD-IS-DETAIL OF RND-AUDIT-REC
                       IF WS-DET-COUNT >= 5000
