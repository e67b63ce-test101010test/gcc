       *> { dg-do compile }

      *> RNDXREGCMP -- cross-region certification comparison: the
      *> evidence for DR failover sign-off that DR's runtime rounds
      *> exactly as production's does, not merely that it holds the
      *> same case list.  Input ROUNDCERT.ALL is every region's
      *> ROUNDCERT.PAK (written by rndcertexp, see RNDCPACK.cpy)
      *> concatenated in any order, production's customarily first.
      *>
      *> Each pack is balanced against its own trailer before
      *> anything is compared, as rndcaseimp balances a case pack; a
      *> pack with no header or trailer, counts or hash that
      *> disagree, a region appearing twice, more than 9 regions or
      *> fewer than 2 rejects the whole comparison with
      *> RETURN-CODE 12 and no report.
      *>
      *> The latest run's results of every region are matched by
      *> AUD-CASE-ID and AUD-MODE.  The reference for each case is
      *> the first region in file order holding it; every other
      *> region is reported against it as
      *>   MISSING         case not certified in that region;
      *>   RESULT DIFFERS  PASS in one region, FAIL in the other;
      *>   VALUE DIFFERS   same PASS/FAIL but a different AUD-ACTUAL
      *>                   (compared as text, as rndregress does) --
      *>                   two runtimes disagreeing on a value is a
      *>                   finding even when both happen to pass.
      *> The report ROUNDXREG.RPT opens with each region's run stamp,
      *> flagging a certification as-of date that differs from the
      *> first region's and a pack exported from a checkpoint-
      *> restarted (partial) run; either flag, or any difference,
      *> returns 8 and the verdict REGIONS DIFFER.  Only a clean
      *> comparison returns 0 with REGIONS ROUND IDENTICALLY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rndxregcmp.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RND-CPACK-FILE ASSIGN TO "ROUNDCERT.ALL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPACK-STATUS.
           SELECT RND-XREG-FILE ASSIGN TO "ROUNDXREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RND-CPACK-FILE.
       01  RND-CPACK-REC.
           COPY RNDCPACK.
       FD  RND-XREG-FILE.
       01  RND-XREG-LINE         PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-CPACK-STATUS       PIC X(2) VALUE "00".
       01  WS-XREG-STATUS        PIC X(2) VALUE "00".
       01  WS-EOF-SW             PIC X(1) VALUE "N".
           88  WS-EOF                VALUE "Y".
       01  WS-RUN-DATE           PIC X(8).
       01  WS-RUN-TIME           PIC X(8).
       01  WS-JOB-ID             PIC X(8) VALUE SPACES.

      *> Balancing state.  A pack is open from its "H" until its "T";
      *> any record arriving out of that order is a control failure.
      *> The rest of a pack already rejected at its header is passed
      *> over to its trailer without a message per record.
       01  WS-CONTROL-SW         PIC X(1) VALUE "N".
           88  WS-CONTROL-BAD        VALUE "Y".
       01  WS-IN-PACK-SW         PIC X(1) VALUE "N".
           88  WS-IN-PACK            VALUE "Y".
           88  WS-SKIP-PACK          VALUE "S".
       01  WS-DETAIL-COUNT       PIC 9(6) VALUE 0.
       01  WS-ACTUAL-VALUE       PIC S9(7)V999.
       01  WS-HASH-TOTAL         PIC S9(13)V999 VALUE 0.
       01  WS-TRL-HASH           PIC S9(13)V999 VALUE 0.

       01  WS-REG-COUNT          PIC 9(1) VALUE 0.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 9 TIMES
                   INDEXED BY WS-REG-IDX.
               10  WS-REG-NAME       PIC X(8).
               10  WS-REG-RUN-DATE   PIC X(8).
               10  WS-REG-RUN-TIME   PIC X(8).
               10  WS-REG-JOB-ID     PIC X(8).
               10  WS-REG-ASOF-DATE  PIC X(8).
               10  WS-REG-EXPORT-DATE PIC X(8).
               10  WS-REG-CASE-COUNT PIC 9(6).
               10  WS-REG-RESTARTED  PIC X(1).
                   88  WS-REG-IS-PARTIAL VALUE "Y".
       01  WS-CUR-REG            PIC 9(2) VALUE 0.
       01  WS-OTHER-REG          PIC 9(2) VALUE 0.
       01  WS-REG-FOUND-SW       PIC X(1).
           88  WS-REG-FOUND          VALUE "Y".

      *> One entry per case id and mode certified in any region, with
      *> what each region produced for it; WS-ENT-REF is the first
      *> region holding it, the one the others are compared with.
       01  WS-ENT-COUNT          PIC 9(4) VALUE 0.
       01  WS-ENT-TABLE.
           05  WS-ENT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-ENT-IDX.
               10  WS-ENT-CASE-ID    PIC 9(4).
               10  WS-ENT-MODE       PIC X(24).
               10  WS-ENT-REF        PIC 9(1).
               10  WS-ENT-REGION OCCURS 9 TIMES.
                   15  WS-ENT-PRESENT    PIC X(1).
                       88  WS-ENT-IS-PRESENT VALUE "Y".
                   15  WS-ENT-RESULT     PIC X(4).
                   15  WS-ENT-ACTUAL     PIC X(12).
       01  WS-FOUND-SW           PIC X(1).
           88  WS-FOUND-ENTRY        VALUE "Y".

       01  WS-MISSING-COUNT      PIC 9(5) VALUE 0.
       01  WS-RESULT-DIFF-COUNT  PIC 9(5) VALUE 0.
       01  WS-VALUE-DIFF-COUNT   PIC 9(5) VALUE 0.
       01  WS-DIFF-COUNT         PIC 9(5) VALUE 0.
       01  WS-STAMP-FLAG-COUNT   PIC 9(2) VALUE 0.

       01  WS-RPT-HEADER-1.
           05  FILLER            PIC X(38)
               VALUE "CROSS-REGION CERTIFICATION COMPARISON ".
           05  FILLER            PIC X(4)  VALUE "RUN ".
           05  WS-HDR-RUN-DATE   PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-HDR-RUN-TIME   PIC X(8).
           05  FILLER            PIC X(5)  VALUE " JOB ".
           05  WS-HDR-JOB-ID     PIC X(8).
       01  WS-RPT-REG-HEADER.
           05  FILLER            PIC X(9)  VALUE "REGION".
           05  FILLER            PIC X(9)  VALUE "RUN DATE".
           05  FILLER            PIC X(9)  VALUE "RUN TIME".
           05  FILLER            PIC X(9)  VALUE "JOB".
           05  FILLER            PIC X(9)  VALUE "AS-OF".
           05  FILLER            PIC X(9)  VALUE "EXPORTED".
           05  FILLER            PIC X(7)  VALUE " CASES".
           05  FILLER            PIC X(5)  VALUE "NOTE".
       01  WS-RPT-REG-LINE.
           05  WS-RPT-REG-NAME   PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-REG-DATE   PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-REG-TIME   PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-REG-JOB    PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-REG-ASOF   PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-REG-EXPORT PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-REG-CASES  PIC ZZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-REG-NOTE   PIC X(40).
       01  WS-RPT-COL-HEADER.
           05  FILLER            PIC X(15) VALUE "DIFFERENCE".
           05  FILLER            PIC X(5)  VALUE "CASE".
           05  FILLER            PIC X(25) VALUE "MODE".
           05  FILLER            PIC X(9)  VALUE "REF REGN".
           05  FILLER            PIC X(18) VALUE "RSLT VALUE".
           05  FILLER            PIC X(9)  VALUE "REGION".
           05  FILLER            PIC X(18) VALUE "RSLT VALUE".
       01  WS-RPT-DETAIL.
           05  WS-RPT-DIFF       PIC X(14).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-CASE-ID    PIC 9(4).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-MODE       PIC X(24).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-REF-NAME   PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-REF-RESULT PIC X(4).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-REF-ACTUAL PIC X(12).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-OTH-NAME   PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-OTH-RESULT PIC X(4).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-OTH-ACTUAL PIC X(12).
       01  WS-STEP-AREA.
           COPY RNDSTEP.

       PROCEDURE DIVISION.
       0100-MAINLINE.
           PERFORM 0400-BEGIN-STEP
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BALANCE-PACKS
           IF WS-CONTROL-BAD
               DISPLAY "CERTIFICATION PACKS NOT BALANCED - "
                   "NOTHING COMPARED"
               MOVE 12 TO RETURN-CODE
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF
           PERFORM 3000-LOAD-PACKS
           PERFORM 4000-OPEN-REPORT
           PERFORM 4100-REPORT-REGIONS
           PERFORM 5000-COMPARE-REGIONS
           PERFORM 6000-REPORT-TOTALS
           CLOSE RND-XREG-FILE
           DISPLAY "CROSS-REGION: " WS-REG-COUNT " REGION(S) "
               WS-ENT-COUNT " CASE(S) - MISSING: " WS-MISSING-COUNT
               " RESULT DIFFERS: " WS-RESULT-DIFF-COUNT
               " VALUE DIFFERS: " WS-VALUE-DIFF-COUNT
               " STAMP FLAGS: " WS-STAMP-FLAG-COUNT
           IF WS-DIFF-COUNT > 0 OR WS-STAMP-FLAG-COUNT > 0
               DISPLAY "CROSS-REGION: REGIONS DIFFER - SEE "
                   "ROUNDXREG.RPT"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CROSS-REGION: REGIONS ROUND IDENTICALLY"
           END-IF
           PERFORM 0410-END-STEP
           STOP RUN.

       0400-BEGIN-STEP.
           SET STEP-FUNC-BEGIN TO TRUE
           MOVE "rndxregcmp" TO STEP-PROGRAM
           CALL "rndstep" USING WS-STEP-AREA.

      *> The return code the step leaves with, and its counts for
      *> the run sheet.
       0410-END-STEP.
           SET STEP-FUNC-END TO TRUE
           MOVE "rndxregcmp" TO STEP-PROGRAM
           MOVE RETURN-CODE TO STEP-RC
           MOVE "CASES" TO STEP-COUNT-LABEL (1)
           MOVE WS-ENT-COUNT TO STEP-COUNT-VALUE (1)
           MOVE "DIFFERENCES" TO STEP-COUNT-LABEL (2)
           MOVE WS-DIFF-COUNT TO STEP-COUNT-VALUE (2)
           MOVE "MISSING" TO STEP-COUNT-LABEL (3)
           MOVE WS-MISSING-COUNT TO STEP-COUNT-VALUE (3)
           CALL "rndstep" USING WS-STEP-AREA.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-JOB-ID FROM ENVIRONMENT "LOGNAME"
           IF WS-JOB-ID = SPACES
               MOVE "BATCH" TO WS-JOB-ID
           END-IF.

       2000-BALANCE-PACKS.
           OPEN INPUT RND-CPACK-FILE
           IF WS-CPACK-STATUS = "35"
               DISPLAY "NO ROUNDCERT.ALL FOUND - NOTHING TO COMPARE"
               MOVE 12 TO RETURN-CODE
               PERFORM 0410-END-STEP
               STOP RUN
           END-IF
           IF WS-CPACK-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROUNDCERT.ALL - STATUS "
                   WS-CPACK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ RND-CPACK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-BALANCE-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE RND-CPACK-FILE
           IF WS-IN-PACK
               DISPLAY "PACK FOR REGION " WS-REG-NAME (WS-CUR-REG)
                   " HAS NO TRAILER - SHORT TRANSFER, REJECTED"
               SET WS-CONTROL-BAD TO TRUE
           END-IF
           IF WS-REG-COUNT < 2
               DISPLAY "ROUNDCERT.ALL HOLDS " WS-REG-COUNT
                   " REGION(S) - AT LEAST 2 NEEDED, REJECTED"
               SET WS-CONTROL-BAD TO TRUE
           END-IF.

       2100-BALANCE-ONE-RECORD.
           EVALUATE TRUE
               WHEN WS-SKIP-PACK AND NOT CPK-IS-HEADER
                   IF CPK-IS-TRAILER
                       MOVE "N" TO WS-IN-PACK-SW
                   END-IF
               WHEN CPK-IS-HEADER
                   PERFORM 2200-BALANCE-HEADER
               WHEN CPK-IS-DETAIL
                   IF NOT WS-IN-PACK
                     OR CPK-REGION NOT = WS-REG-NAME (WS-CUR-REG)
                       DISPLAY "DETAIL FOR REGION " CPK-REGION
                           " OUTSIDE ITS PACK - REJECTED"
                       SET WS-CONTROL-BAD TO TRUE
                   ELSE
                       ADD 1 TO WS-DETAIL-COUNT
                       ADD AUD-CASE-ID TO WS-HASH-TOTAL
                       MOVE AUD-ACTUAL TO WS-ACTUAL-VALUE
                       ADD WS-ACTUAL-VALUE TO WS-HASH-TOTAL
                   END-IF
               WHEN CPK-IS-TRAILER
                   PERFORM 2300-BALANCE-TRAILER
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED PACK RECORD TYPE: "
                       CPK-REC-TYPE " - REJECTED"
                   SET WS-CONTROL-BAD TO TRUE
           END-EVALUATE.

       2200-BALANCE-HEADER.
           IF WS-IN-PACK
               DISPLAY "PACK FOR REGION " WS-REG-NAME (WS-CUR-REG)
                   " HAS NO TRAILER - SHORT TRANSFER, REJECTED"
               SET WS-CONTROL-BAD TO TRUE
           END-IF
           PERFORM 2400-FIND-REGION
           EVALUATE TRUE
               WHEN WS-REG-FOUND
                   DISPLAY "REGION " CPK-REGION
                       " HAS MORE THAN ONE PACK - REJECTED"
                   SET WS-CONTROL-BAD TO TRUE
                   SET WS-SKIP-PACK TO TRUE
               WHEN WS-REG-COUNT >= 9
                   DISPLAY "MORE THAN 9 REGIONS IN ROUNDCERT.ALL - "
                       "REJECTED"
                   SET WS-CONTROL-BAD TO TRUE
                   SET WS-SKIP-PACK TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-REG-COUNT
                   MOVE WS-REG-COUNT TO WS-CUR-REG
                   MOVE CPK-REGION TO WS-REG-NAME (WS-CUR-REG)
                   MOVE CPK-RUN-DATE TO WS-REG-RUN-DATE (WS-CUR-REG)
                   MOVE CPK-RUN-TIME TO WS-REG-RUN-TIME (WS-CUR-REG)
                   MOVE CPK-JOB-ID TO WS-REG-JOB-ID (WS-CUR-REG)
                   MOVE CPK-ASOF-DATE
                       TO WS-REG-ASOF-DATE (WS-CUR-REG)
                   MOVE CPK-EXPORT-DATE
                       TO WS-REG-EXPORT-DATE (WS-CUR-REG)
                   MOVE CPK-CASE-COUNT
                       TO WS-REG-CASE-COUNT (WS-CUR-REG)
                   MOVE CPK-RESTARTED
                       TO WS-REG-RESTARTED (WS-CUR-REG)
                   SET WS-IN-PACK TO TRUE
                   MOVE 0 TO WS-DETAIL-COUNT
                   MOVE 0 TO WS-HASH-TOTAL
           END-EVALUATE.

       2300-BALANCE-TRAILER.
           IF NOT WS-IN-PACK
             OR CPK-REGION NOT = WS-REG-NAME (WS-CUR-REG)
               DISPLAY "TRAILER FOR REGION " CPK-REGION
                   " OUTSIDE ITS PACK - REJECTED"
               SET WS-CONTROL-BAD TO TRUE
           ELSE
               IF CPK-TRL-COUNT NOT = WS-DETAIL-COUNT
                 OR WS-REG-CASE-COUNT (WS-CUR-REG)
                       NOT = WS-DETAIL-COUNT
                   DISPLAY "PACK FOR REGION " CPK-REGION
                       " COUNTS DISAGREE - HEADER "
                       WS-REG-CASE-COUNT (WS-CUR-REG)
                       " TRAILER " CPK-TRL-COUNT
                       " READ " WS-DETAIL-COUNT " - REJECTED"
                   SET WS-CONTROL-BAD TO TRUE
               END-IF
               MOVE CPK-HASH-TOTAL TO WS-TRL-HASH
               IF WS-TRL-HASH NOT = WS-HASH-TOTAL
                   DISPLAY "PACK FOR REGION " CPK-REGION
                       " HASH DOES NOT BALANCE - REJECTED"
                   SET WS-CONTROL-BAD TO TRUE
               END-IF
           END-IF
           MOVE "N" TO WS-IN-PACK-SW.

       2400-FIND-REGION.
           MOVE "N" TO WS-REG-FOUND-SW
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT OR WS-REG-FOUND
               IF WS-REG-NAME (WS-REG-IDX) = CPK-REGION
                   SET WS-REG-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-REG-FOUND
               SET WS-REG-IDX DOWN BY 1
               SET WS-CUR-REG TO WS-REG-IDX
           END-IF.

      *> The packs balanced, so each "D" belongs to the region of the
      *> header before it.
       3000-LOAD-PACKS.
           OPEN INPUT RND-CPACK-FILE
           IF WS-CPACK-STATUS NOT = "00"
               DISPLAY "UNABLE TO REOPEN ROUNDCERT.ALL - STATUS "
                   WS-CPACK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ RND-CPACK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CPK-IS-HEADER
                           PERFORM 2400-FIND-REGION
                       END-IF
                       IF CPK-IS-DETAIL
                           PERFORM 3100-STORE-RESULT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RND-CPACK-FILE.

       3100-STORE-RESULT.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT OR WS-FOUND-ENTRY
               IF WS-ENT-CASE-ID (WS-ENT-IDX) = AUD-CASE-ID
                 AND WS-ENT-MODE (WS-ENT-IDX) = AUD-MODE
                   SET WS-FOUND-ENTRY TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND-ENTRY
               SET WS-ENT-IDX DOWN BY 1
           ELSE
               IF WS-ENT-COUNT >= 5000
                   DISPLAY "ROUNDCERT.ALL EXCEEDS TABLE CAPACITY "
                       "(5000) - COMPARISON INCOMPLETE, REJECTED"
                   MOVE 12 TO RETURN-CODE
                   PERFORM 0410-END-STEP
                   STOP RUN
               END-IF
               ADD 1 TO WS-ENT-COUNT
               SET WS-ENT-IDX TO WS-ENT-COUNT
               MOVE SPACES TO WS-ENT-ENTRY (WS-ENT-IDX)
               MOVE AUD-CASE-ID TO WS-ENT-CASE-ID (WS-ENT-IDX)
               MOVE AUD-MODE TO WS-ENT-MODE (WS-ENT-IDX)
               MOVE WS-CUR-REG TO WS-ENT-REF (WS-ENT-IDX)
           END-IF
           MOVE "Y" TO WS-ENT-PRESENT (WS-ENT-IDX, WS-CUR-REG)
           MOVE AUD-RESULT TO WS-ENT-RESULT (WS-ENT-IDX, WS-CUR-REG)
           MOVE AUD-ACTUAL TO WS-ENT-ACTUAL (WS-ENT-IDX, WS-CUR-REG).

       4000-OPEN-REPORT.
           OPEN OUTPUT RND-XREG-FILE
           IF WS-XREG-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROUNDXREG.RPT - STATUS "
                   WS-XREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-RUN-TIME TO WS-HDR-RUN-TIME
           MOVE WS-JOB-ID TO WS-HDR-JOB-ID
           MOVE WS-RPT-HEADER-1 TO RND-XREG-LINE
           WRITE RND-XREG-LINE
           MOVE SPACES TO RND-XREG-LINE
           WRITE RND-XREG-LINE.

      *> Each region's run stamp.  Regions certified as of different
      *> dates ran different effective case sets, and a partial pack
      *> cannot prove the cases it lacks, so neither can be signed
      *> off as identical whatever the case comparison shows.
       4100-REPORT-REGIONS.
           MOVE WS-RPT-REG-HEADER TO RND-XREG-LINE
           WRITE RND-XREG-LINE
           PERFORM VARYING WS-CUR-REG FROM 1 BY 1
                   UNTIL WS-CUR-REG > WS-REG-COUNT
               MOVE WS-REG-NAME (WS-CUR-REG) TO WS-RPT-REG-NAME
               MOVE WS-REG-RUN-DATE (WS-CUR-REG) TO WS-RPT-REG-DATE
               MOVE WS-REG-RUN-TIME (WS-CUR-REG) TO WS-RPT-REG-TIME
               MOVE WS-REG-JOB-ID (WS-CUR-REG) TO WS-RPT-REG-JOB
               MOVE WS-REG-ASOF-DATE (WS-CUR-REG) TO WS-RPT-REG-ASOF
               MOVE WS-REG-EXPORT-DATE (WS-CUR-REG)
                   TO WS-RPT-REG-EXPORT
               MOVE WS-REG-CASE-COUNT (WS-CUR-REG)
                   TO WS-RPT-REG-CASES
               MOVE SPACES TO WS-RPT-REG-NOTE
               EVALUATE TRUE
                   WHEN WS-REG-IS-PARTIAL (WS-CUR-REG)
                       MOVE "PARTIAL - RESTARTED RUN"
                           TO WS-RPT-REG-NOTE
                       ADD 1 TO WS-STAMP-FLAG-COUNT
                   WHEN WS-REG-ASOF-DATE (WS-CUR-REG)
                           NOT = WS-REG-ASOF-DATE (1)
                       MOVE "AS-OF DIFFERS FROM FIRST REGION"
                           TO WS-RPT-REG-NOTE
                       ADD 1 TO WS-STAMP-FLAG-COUNT
               END-EVALUATE
               MOVE WS-RPT-REG-LINE TO RND-XREG-LINE
               WRITE RND-XREG-LINE
           END-PERFORM
           MOVE SPACES TO RND-XREG-LINE
           WRITE RND-XREG-LINE
           MOVE WS-RPT-COL-HEADER TO RND-XREG-LINE
           WRITE RND-XREG-LINE.

       5000-COMPARE-REGIONS.
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT
               MOVE WS-ENT-REF (WS-ENT-IDX) TO WS-CUR-REG
               PERFORM VARYING WS-OTHER-REG FROM 1 BY 1
                       UNTIL WS-OTHER-REG > WS-REG-COUNT
                   IF WS-OTHER-REG NOT = WS-CUR-REG
                       PERFORM 5100-COMPARE-ONE
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> As in rndregress, a PASS/FAIL disagreement is the headline;
      *> an AUD-ACTUAL that differs under the same flag is reported
      *> as a value difference so it cannot slip through unexamined.
       5100-COMPARE-ONE.
           EVALUATE TRUE
               WHEN NOT WS-ENT-IS-PRESENT (WS-ENT-IDX, WS-OTHER-REG)
                   MOVE "MISSING" TO WS-RPT-DIFF
                   ADD 1 TO WS-MISSING-COUNT
                   PERFORM 5200-WRITE-DETAIL
               WHEN WS-ENT-RESULT (WS-ENT-IDX, WS-OTHER-REG)
                       NOT = WS-ENT-RESULT (WS-ENT-IDX, WS-CUR-REG)
                   MOVE "RESULT DIFFERS" TO WS-RPT-DIFF
                   ADD 1 TO WS-RESULT-DIFF-COUNT
                   PERFORM 5200-WRITE-DETAIL
               WHEN WS-ENT-ACTUAL (WS-ENT-IDX, WS-OTHER-REG)
                       NOT = WS-ENT-ACTUAL (WS-ENT-IDX, WS-CUR-REG)
                   MOVE "VALUE DIFFERS" TO WS-RPT-DIFF
                   ADD 1 TO WS-VALUE-DIFF-COUNT
                   PERFORM 5200-WRITE-DETAIL
           END-EVALUATE.

       5200-WRITE-DETAIL.
           MOVE WS-ENT-CASE-ID (WS-ENT-IDX) TO WS-RPT-CASE-ID
           MOVE WS-ENT-MODE (WS-ENT-IDX) TO WS-RPT-MODE
           MOVE WS-REG-NAME (WS-CUR-REG) TO WS-RPT-REF-NAME
           MOVE WS-ENT-RESULT (WS-ENT-IDX, WS-CUR-REG)
               TO WS-RPT-REF-RESULT
           MOVE WS-ENT-ACTUAL (WS-ENT-IDX, WS-CUR-REG)
               TO WS-RPT-REF-ACTUAL
           MOVE WS-REG-NAME (WS-OTHER-REG) TO WS-RPT-OTH-NAME
           MOVE WS-ENT-RESULT (WS-ENT-IDX, WS-OTHER-REG)
               TO WS-RPT-OTH-RESULT
           MOVE WS-ENT-ACTUAL (WS-ENT-IDX, WS-OTHER-REG)
               TO WS-RPT-OTH-ACTUAL
           MOVE WS-RPT-DETAIL TO RND-XREG-LINE
           WRITE RND-XREG-LINE
           ADD 1 TO WS-DIFF-COUNT.

       6000-REPORT-TOTALS.
           MOVE SPACES TO RND-XREG-LINE
           WRITE RND-XREG-LINE
           IF WS-DIFF-COUNT = 0
               MOVE "NO CASE DIFFERENCES BETWEEN REGIONS"
                   TO RND-XREG-LINE
               WRITE RND-XREG-LINE
           END-IF
           MOVE SPACES TO RND-XREG-LINE
           STRING "REGIONS: " WS-REG-COUNT
               "  CASES: " WS-ENT-COUNT
               "  MISSING: " WS-MISSING-COUNT
               "  RESULT DIFFERS: " WS-RESULT-DIFF-COUNT
               "  VALUE DIFFERS: " WS-VALUE-DIFF-COUNT
               "  STAMP FLAGS: " WS-STAMP-FLAG-COUNT
               DELIMITED BY SIZE INTO RND-XREG-LINE
           WRITE RND-XREG-LINE
           MOVE SPACES TO RND-XREG-LINE
           IF WS-DIFF-COUNT > 0 OR WS-STAMP-FLAG-COUNT > 0
               MOVE "VERDICT: REGIONS DIFFER" TO RND-XREG-LINE
           ELSE
               MOVE "VERDICT: REGIONS ROUND IDENTICALLY"
                   TO RND-XREG-LINE
           END-IF
           WRITE RND-XREG-LINE.
