       *> { dg-do compile }

      *> RNDCERTEXP -- export of this region's latest certification
      *> results to a portable, checksummed pack (ROUNDCERT.PAK, see
      *> RNDCPACK.cpy) for the cross-region comparison rndxregcmp.
      *> rndcaseexp and rndcaseimp keep the regions' case masters in
      *> step, but that only proves they certify the same case list;
      *> DR failover sign-off needs proof that DR's runtime rounds
      *> every case exactly as production's does.  Each region runs
      *> this step after its certification run and ships the pack.
      *>
      *> ROUNDCASE.AUD may hold many appended runs; only the newest
      *> run stamp's "D" records are exported, found the way
      *> rndregress finds them -- one pass for the newest stamp, one
      *> to count and hash that run's details for the header, one
      *> to write them.  Every record is tagged with this region's
      *> name (RNDREGION environment variable, as rndcaseexp reads
      *> it).  A checkpoint-restarted run, whose "S" totals exceed
      *> the details under its stamp, is exported flagged as partial
      *> and returns 4; no audit log or no run in it returns 12.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rndcertexp.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RND-AUDIT-FILE ASSIGN TO "ROUNDCASE.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RND-CPACK-FILE ASSIGN TO "ROUNDCERT.PAK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPACK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RND-AUDIT-FILE.
       01  RND-AUDIT-REC.
           COPY RNDAUDIT.
       FD  RND-CPACK-FILE.
       01  RND-CPACK-REC.
           COPY RNDCPACK.
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS       PIC X(2) VALUE "00".
       01  WS-CPACK-STATUS       PIC X(2) VALUE "00".
       01  WS-EOF-SW             PIC X(1) VALUE "N".
           88  WS-EOF                VALUE "Y".
       01  WS-RUN-DATE           PIC X(8).
       01  WS-REGION             PIC X(8) VALUE SPACES.

       01  WS-LATEST-STAMP       PIC X(16).
       01  WS-THIS-STAMP.
           05  WS-THIS-DATE      PIC X(8).
           05  WS-THIS-TIME      PIC X(8).
       01  WS-RUN-JOB-ID         PIC X(8) VALUE SPACES.
       01  WS-RUN-ASOF-DATE      PIC X(8) VALUE SPACES.
       01  WS-SUM-FOUND-SW       PIC X(1) VALUE "N".
           88  WS-SUM-FOUND          VALUE "Y".
       01  WS-SUM-TOTAL          PIC 9(5) VALUE 0.
       01  WS-RESTARTED-SW       PIC X(1) VALUE "N".
           88  WS-RESTARTED-RUN      VALUE "Y".

       01  WS-READ-COUNT         PIC 9(6) VALUE 0.
       01  WS-EXPORT-COUNT       PIC 9(6) VALUE 0.
       01  WS-ACTUAL-VALUE       PIC S9(7)V999.
       01  WS-HASH-TOTAL         PIC S9(13)V999 VALUE 0.
       01  WS-STEP-AREA.
           COPY RNDSTEP.

       PROCEDURE DIVISION.
       0100-MAINLINE.
           PERFORM 0400-BEGIN-STEP
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FIND-LATEST-RUN
           PERFORM 2500-COUNT-AND-HASH
           PERFORM 3000-WRITE-PACK
           DISPLAY "CERTIFICATION EXPORT: " WS-EXPORT-COUNT
               " RESULT(S) OF RUN " WS-LATEST-STAMP
               " TO ROUNDCERT.PAK FROM REGION " WS-REGION
           IF WS-RESTARTED-RUN
               DISPLAY "WARNING: RUN WAS RESTARTED - " WS-SUM-TOTAL
                   " CASE(S) CERTIFIED, ONLY " WS-EXPORT-COUNT
                   " UNDER ITS STAMP, PACK MARKED PARTIAL"
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 0410-END-STEP
           STOP RUN.

       0400-BEGIN-STEP.
           SET STEP-FUNC-BEGIN TO TRUE
           MOVE "rndcertexp" TO STEP-PROGRAM
           CALL "rndstep" USING WS-STEP-AREA.

      *> The return code the step leaves with, and its counts for
      *> the run sheet.
       0410-END-STEP.
           SET STEP-FUNC-END TO TRUE
           MOVE "rndcertexp" TO STEP-PROGRAM
           MOVE RETURN-CODE TO STEP-RC
           MOVE "READ" TO STEP-COUNT-LABEL (1)
           MOVE WS-READ-COUNT TO STEP-COUNT-VALUE (1)
           MOVE "EXPORTED" TO STEP-COUNT-LABEL (2)
           MOVE WS-EXPORT-COUNT TO STEP-COUNT-VALUE (2)
           CALL "rndstep" USING WS-STEP-AREA.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-REGION FROM ENVIRONMENT "RNDREGION"
           IF WS-REGION = SPACES
               MOVE "PRIMARY" TO WS-REGION
           END-IF.

       2000-FIND-LATEST-RUN.
           MOVE SPACES TO WS-LATEST-STAMP
           OPEN INPUT RND-AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               DISPLAY "NO ROUNDCASE.AUD FOUND - NOTHING TO EXPORT"
               MOVE 12 TO RETURN-CODE
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROUNDCASE.AUD - STATUS "
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ RND-AUDIT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE AUD-RUN-DATE OF RND-AUDIT-REC
                           TO WS-THIS-DATE
                       MOVE AUD-RUN-TIME OF RND-AUDIT-REC
                           TO WS-THIS-TIME
                       IF WS-THIS-STAMP > WS-LATEST-STAMP
                           MOVE WS-THIS-STAMP TO WS-LATEST-STAMP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RND-AUDIT-FILE
           IF WS-LATEST-STAMP = SPACES
               DISPLAY "ROUNDCASE.AUD CONTAINS NO RUNS - "
                   "NOTHING TO EXPORT"
               MOVE 12 TO RETURN-CODE
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF.

       2500-COUNT-AND-HASH.
           PERFORM 2900-REOPEN-AUDIT
           PERFORM UNTIL WS-EOF
               READ RND-AUDIT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE AUD-RUN-DATE OF RND-AUDIT-REC
                           TO WS-THIS-DATE
                       MOVE AUD-RUN-TIME OF RND-AUDIT-REC
                           TO WS-THIS-TIME
                       IF WS-THIS-STAMP = WS-LATEST-STAMP
                           PERFORM 2600-COUNT-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RND-AUDIT-FILE
           IF WS-SUM-FOUND AND WS-SUM-TOTAL > WS-EXPORT-COUNT
               SET WS-RESTARTED-RUN TO TRUE
           END-IF.

       2600-COUNT-ONE-RECORD.
           EVALUATE TRUE
               WHEN AUD-IS-DETAIL OF RND-AUDIT-REC
                   ADD 1 TO WS-EXPORT-COUNT
                   ADD AUD-CASE-ID OF RND-AUDIT-REC TO WS-HASH-TOTAL
                   MOVE AUD-ACTUAL OF RND-AUDIT-REC TO WS-ACTUAL-VALUE
                   ADD WS-ACTUAL-VALUE TO WS-HASH-TOTAL
                   MOVE AUD-JOB-ID OF RND-AUDIT-REC TO WS-RUN-JOB-ID
                   MOVE AUD-ASOF-DATE OF RND-AUDIT-REC
                       TO WS-RUN-ASOF-DATE
               WHEN AUD-IS-SUMMARY OF RND-AUDIT-REC
                   SET WS-SUM-FOUND TO TRUE
                   COMPUTE WS-SUM-TOTAL
                       = AUD-PASS-COUNT OF RND-AUDIT-REC
                         + AUD-FAIL-COUNT OF RND-AUDIT-REC
                   END-COMPUTE
           END-EVALUATE.

       2900-REOPEN-AUDIT.
           OPEN INPUT RND-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "UNABLE TO REOPEN ROUNDCASE.AUD - STATUS "
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW.

       3000-WRITE-PACK.
           OPEN OUTPUT RND-CPACK-FILE
           IF WS-CPACK-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROUNDCERT.PAK - STATUS "
                   WS-CPACK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RND-CPACK-REC
           SET CPK-IS-HEADER TO TRUE
           MOVE WS-REGION TO CPK-REGION
           MOVE WS-LATEST-STAMP (1:8) TO CPK-RUN-DATE
           MOVE WS-LATEST-STAMP (9:8) TO CPK-RUN-TIME
           MOVE WS-RUN-JOB-ID TO CPK-JOB-ID
           MOVE WS-RUN-ASOF-DATE TO CPK-ASOF-DATE
           MOVE WS-RUN-DATE TO CPK-EXPORT-DATE
           MOVE WS-EXPORT-COUNT TO CPK-CASE-COUNT
           IF WS-RESTARTED-RUN
               MOVE "Y" TO CPK-RESTARTED
           ELSE
               MOVE "N" TO CPK-RESTARTED
           END-IF
           PERFORM 3900-WRITE-PACK-RECORD
           PERFORM 2900-REOPEN-AUDIT
           PERFORM UNTIL WS-EOF
               READ RND-AUDIT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE AUD-RUN-DATE OF RND-AUDIT-REC
                           TO WS-THIS-DATE
                       MOVE AUD-RUN-TIME OF RND-AUDIT-REC
                           TO WS-THIS-TIME
                       IF WS-THIS-STAMP = WS-LATEST-STAMP
                         AND AUD-IS-DETAIL OF RND-AUDIT-REC
                           MOVE SPACES TO RND-CPACK-REC
                           SET CPK-IS-DETAIL TO TRUE
                           MOVE WS-REGION TO CPK-REGION
                           MOVE RND-AUDIT-REC TO CPK-AUDIT
                           PERFORM 3900-WRITE-PACK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RND-AUDIT-FILE
           MOVE SPACES TO RND-CPACK-REC
           SET CPK-IS-TRAILER TO TRUE
           MOVE WS-REGION TO CPK-REGION
           MOVE WS-EXPORT-COUNT TO CPK-TRL-COUNT
           MOVE WS-HASH-TOTAL TO CPK-HASH-TOTAL
           PERFORM 3900-WRITE-PACK-RECORD
           CLOSE RND-CPACK-FILE.

       3900-WRITE-PACK-RECORD.
           WRITE RND-CPACK-REC
           IF WS-CPACK-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE ROUNDCERT.PAK - STATUS "
                   WS-CPACK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
