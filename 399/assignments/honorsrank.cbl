      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Latin honors and class rank -- replaces the
      *          registrar's hand count off TRANSCRIPT printouts
      *          before commencement. For every active student with
      *          graded work, computes the cumulative GPA from
      *          GradeDetail.txt under the rules TRANSCRIPT and
      *          GRAD-CLEARANCE apply (latest attempt at a class
      *          counts; incompletes, withdrawals, audits and
      *          no-passes stay out; transfer "T" marks and passes
      *          earn their hours outside the GPA), the earned hours,
      *          and the institutional hours (earned here, transfer
      *          excluded). Students are ranked by GPA within class
      *          level and, for the graduating cohort on
      *          GradCandidates.txt, within the cohort; students with
      *          the same GPA share a rank and are marked as tied,
      *          and the next rank skips past them. Cohort members
      *          are given the highest designation on
      *          HonorsThresholds.txt whose minimum GPA and minimum
      *          institutional hours they meet (summa 3.90, magna
      *          3.75 and cum laude 3.50 over 90 institutional hours
      *          when there is no threshold file). Every ranked
      *          student is written to LatinHonors.txt for TRANSCRIPT
      *          and COMMENCEMENT-LIST, and the ranked lists -- the
      *          cohort first, then each class level -- print to
      *          HonorsRankReport.txt with ties marked "T".
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HONORS-RANK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT GRADE-DETAIL-FILE ASSIGN TO "GradeDetail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-DETAIL-STATUS.
           SELECT CANDIDATE-FILE ASSIGN TO "GradCandidates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CANDIDATE-STATUS.
           SELECT THRESHOLD-FILE ASSIGN TO "HonorsThresholds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS THRESHOLD-STATUS.
           SELECT HONORS-FILE ASSIGN TO "LatinHonors.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HONORS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "HonorsRankReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "RANKWORK.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD GRADE-DETAIL-FILE.
       01 GRADE-DETAIL-RECORD.
           03 GD-STUDENT-ID PIC X(9).
           03 FILLER PIC XX.
           03 GD-TERM PIC X(6).
           03 FILLER PIC X.
           03 GD-CLASSNAME PIC X(5).
           03 FILLER PIC X.
           03 GD-GRADE PIC XX.
           03 FILLER PIC X.
           03 GD-CREDITS PIC 9.
       FD CANDIDATE-FILE.
       01 CANDIDATE-RECORD.
           03 CA-STUDENT-ID PIC X(9).
      *>    One row per designation: the name as it prints, the
      *>    minimum cumulative GPA and the minimum institutional
      *>    hours.
       FD THRESHOLD-FILE.
       01 THRESHOLD-RECORD.
           03 LT-DESIGNATION PIC X(16).
           03 FILLER PIC X(1).
           03 LT-MIN-GPA PIC 9V99.
           03 FILLER PIC X(1).
           03 LT-MIN-INST-CREDITS PIC 9(3).
       FD HONORS-FILE.
       COPY HonorsFormat.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(90).
       SD SORT-FILE.
       01 SORT-RECORD.
           03 SK-GROUP PIC 9(1).
           03 SK-RANK PIC 9(5).
           03 SK-STUDENT-ID PIC X(9).
           03 SK-TIE PIC X(1).
           03 SK-ENTRY PIC 9(4).
       WORKING-STORAGE SECTION.
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
           88 NO-MORE-STUDENTS VALUE "10", "46".
       77 GRADE-DETAIL-STATUS PIC X(2) VALUE "00".
           88 GRADE-DETAIL-OK VALUE "00".
       77 CANDIDATE-STATUS PIC X(2) VALUE "00".
           88 CANDIDATE-OK VALUE "00".
       77 THRESHOLD-STATUS PIC X(2) VALUE "00".
           88 THRESHOLD-OK VALUE "00".
       77 HONORS-STATUS PIC X(2) VALUE "00".
           88 HONORS-OK VALUE "00".
       77 LOAD-EOF-FLAG PIC 9 VALUE IS 0.
           88 LOAD-EOF VALUE IS 1.
       77 SORT-EOF-FLAG PIC 9 VALUE IS 0.
           88 SORT-EOF VALUE IS 1.
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).

      *>    Honors designations, highest minimum GPA first once
      *>    loaded.
       77 THRESHOLD-COUNT PIC 9(2) VALUE IS 0.
       01 THRESHOLD-TABLE.
           03 THRESHOLD-ENTRY OCCURS 1 TO 9 TIMES
                   DEPENDING ON THRESHOLD-COUNT.
               05 TH-DESIGNATION PIC X(16).
               05 TH-MIN-GPA PIC 9V99.
               05 TH-MIN-INST-CREDITS PIC 9(3).
       01 THRESHOLD-HOLD.
           03 TX-DESIGNATION PIC X(16).
           03 TX-MIN-GPA PIC 9V99.
           03 TX-MIN-INST-CREDITS PIC 9(3).
       77 TH-IDX PIC 9(2).
       77 TH-LOOK-IDX PIC 9(2).

       77 CANDIDATE-COUNT PIC 9(4) VALUE IS 0.
       01 CANDIDATE-TABLE.
           03 CANDIDATE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON CANDIDATE-COUNT.
               05 CT-STUDENT-ID PIC X(9).

      *>    Per-class grade detail with term banner codes, the
      *>    load-then-work shape TRANSCRIPT uses for its
      *>    repeat-replace walk.
       77 DETAIL-COUNT PIC 9(4) VALUE IS 0.
       01 DETAIL-TABLE.
           03 DETAIL-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON DETAIL-COUNT.
               05 DT-STUDENT-ID PIC X(9).
               05 DT-CLASSNAME PIC X(5).
               05 DT-GRADE PIC XX.
                   88 DT-INCOMPLETE VALUE "I ", "i ".
                   88 DT-WITHDRAWN VALUE "W ", "w ".
                   88 DT-TRANSFER VALUE "T ", "t ".
                   88 DT-PASS VALUE "P ", "p ".
                   88 DT-NO-PASS VALUE "NP", "np".
                   88 DT-AUDIT VALUE "AU", "au".
               05 DT-CREDITS PIC 9.
               05 DT-BANNER PIC X(6).
       77 DETAIL-IDX PIC 9(4).
       77 LOOK-IDX PIC 9(4).
       77 SUPERSEDED-FLAG PIC X.
           88 ATTEMPT-SUPERSEDED VALUE "Y".
       77 TERM-BANNER-CODE PIC X(6).
       77 TERM-REGISTRAR-CODE PIC X(6).
       77 TERM-VALID-FLAG PIC X VALUE "N".
       77 DETAIL-GRADE-VALUE PIC 9V99.
       77 GPA-TOTAL PIC 9(7)V99 VALUE ZERO.
       77 GPA-CREDITS PIC 9(4) VALUE ZERO.
       77 EARNED-CREDITS PIC 9(4) VALUE ZERO.
       77 INST-CREDITS PIC 9(4) VALUE ZERO.

      *>    One row per ranked student.
       77 RANKED-COUNT PIC 9(4) VALUE IS 0.
       01 RANKED-TABLE.
           03 RANKED-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON RANKED-COUNT.
               05 RK-STUDENT-ID PIC X(9).
               05 RK-NAME PIC X(20).
               05 RK-CLASS-LEVEL PIC X(2).
               05 RK-LEVEL-ORDER PIC 9(1).
               05 RK-CUM-GPA PIC 9V99.
               05 RK-GPA-CREDITS PIC 9(4).
               05 RK-EARNED-CREDITS PIC 9(4).
               05 RK-INST-CREDITS PIC 9(4).
               05 RK-LEVEL-RANK PIC 9(5).
               05 RK-LEVEL-SIZE PIC 9(5).
               05 RK-LEVEL-TIE PIC X(1).
               05 RK-COHORT-FLAG PIC X(1).
                   88 RK-GRADUATING VALUE "Y".
               05 RK-COHORT-RANK PIC 9(5).
               05 RK-COHORT-SIZE PIC 9(5).
               05 RK-COHORT-TIE PIC X(1).
               05 RK-HONORS PIC X(16).
               05 RK-HONORS-TIER PIC 9(1).
       77 RANK-IDX PIC 9(4).
       77 OTHER-IDX PIC 9(4).
       77 FULL-WARNED-FLAG PIC X VALUE "N".
           88 FULL-WARNED VALUE "Y".

       77 CURRENT-GROUP PIC 9(1) VALUE ZERO.
       77 GPA-DISPLAY PIC 9.99.
       77 RANK-DISPLAY PIC ZZZZ9.
       77 SIZE-DISPLAY PIC ZZZZ9.
       77 HONORS-COUNT PIC 9(4) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.

           OPEN INPUT STUDENT-MASTER.
           IF NOT STUDENT-MASTER-OK
               DISPLAY "UNABLE TO OPEN StudentMaster -- STATUS "
                   STUDENT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           PERFORM LOAD-THRESHOLDS THRU LOAD-THRESHOLDS-EXIT.
           PERFORM LOAD-CANDIDATES THRU LOAD-CANDIDATES-EXIT.
           PERFORM LOAD-GRADE-DETAIL THRU LOAD-GRADE-DETAIL-EXIT.

           MOVE LOW-VALUES TO SM-STUDENT-ID.
           START STUDENT-MASTER KEY IS GREATER THAN SM-STUDENT-ID
               INVALID KEY
                   MOVE "46" TO STUDENT-MASTER-STATUS
           END-START.
           PERFORM COLLECT-ONE-STUDENT THRU COLLECT-ONE-STUDENT-EXIT
               UNTIL NO-MORE-STUDENTS.
           CLOSE STUDENT-MASTER.

           PERFORM RANK-ONE-STUDENT THRU RANK-ONE-STUDENT-EXIT
               VARYING RANK-IDX FROM 1 BY 1
               UNTIL RANK-IDX GREATER THAN RANKED-COUNT.

           OPEN OUTPUT HONORS-FILE.
           IF NOT HONORS-OK
               DISPLAY "UNABLE TO WRITE LatinHonors.txt -- STATUS "
                   HONORS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM WRITE-HONORS-RECORD
               VARYING RANK-IDX FROM 1 BY 1
               UNTIL RANK-IDX GREATER THAN RANKED-COUNT.
           CLOSE HONORS-FILE.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CLASS RANK AND LATIN HONORS -- RUN "
                   DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               "   (T = TIED RANK)" DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           SORT SORT-FILE
               ON ASCENDING KEY SK-GROUP
               ON ASCENDING KEY SK-RANK
               ON ASCENDING KEY SK-STUDENT-ID
               INPUT PROCEDURE IS RELEASE-RANKS
                   THRU RELEASE-RANKS-EXIT
               OUTPUT PROCEDURE IS PRINT-RANKS
                   THRU PRINT-RANKS-EXIT.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "STUDENTS RANKED: " DELIMITED BY SIZE
               RANKED-COUNT DELIMITED BY SIZE
               "   GRADUATING COHORT: " DELIMITED BY SIZE
               CANDIDATE-COUNT DELIMITED BY SIZE
               "   WITH HONORS: " DELIMITED BY SIZE
               HONORS-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY RANKED-COUNT " STUDENT(S) RANKED, " HONORS-COUNT
               " GRADUATING WITH HONORS".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *>    No threshold file means the default three designations.
      *>    The rows are put in descending minimum-GPA order so the
      *>    first one a student meets is the highest.
       LOAD-THRESHOLDS.
           OPEN INPUT THRESHOLD-FILE.
           IF NOT THRESHOLD-OK
               DISPLAY "NO HonorsThresholds.txt ON FILE -- USING "
                   "THE 3.90 / 3.75 / 3.50 DEFAULTS"
               MOVE 3 TO THRESHOLD-COUNT
               MOVE "SUMMA CUM LAUDE" TO TH-DESIGNATION(1)
               MOVE 3.90 TO TH-MIN-GPA(1)
               MOVE 90 TO TH-MIN-INST-CREDITS(1)
               MOVE "MAGNA CUM LAUDE" TO TH-DESIGNATION(2)
               MOVE 3.75 TO TH-MIN-GPA(2)
               MOVE 90 TO TH-MIN-INST-CREDITS(2)
               MOVE "CUM LAUDE" TO TH-DESIGNATION(3)
               MOVE 3.50 TO TH-MIN-GPA(3)
               MOVE 90 TO TH-MIN-INST-CREDITS(3)
               GO TO LOAD-THRESHOLDS-EXIT.
           MOVE 0 TO LOAD-EOF-FLAG.
           READ THRESHOLD-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF OR THRESHOLD-COUNT IS EQUAL TO 9
               IF LT-DESIGNATION IS NOT EQUAL TO SPACES
                       AND LT-MIN-GPA IS NUMERIC
                       AND LT-MIN-INST-CREDITS IS NUMERIC
                   ADD 1 TO THRESHOLD-COUNT
                   MOVE LT-DESIGNATION
                       TO TH-DESIGNATION(THRESHOLD-COUNT)
                   MOVE LT-MIN-GPA TO TH-MIN-GPA(THRESHOLD-COUNT)
                   MOVE LT-MIN-INST-CREDITS
                       TO TH-MIN-INST-CREDITS(THRESHOLD-COUNT)
               END-IF
               READ THRESHOLD-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE THRESHOLD-FILE.
           PERFORM VARYING TH-IDX FROM 1 BY 1
                   UNTIL TH-IDX NOT LESS THAN THRESHOLD-COUNT
               PERFORM VARYING TH-LOOK-IDX FROM TH-IDX BY 1
                       UNTIL TH-LOOK-IDX GREATER THAN THRESHOLD-COUNT
                   IF TH-MIN-GPA(TH-LOOK-IDX) IS GREATER THAN
                           TH-MIN-GPA(TH-IDX)
                       MOVE THRESHOLD-ENTRY(TH-IDX) TO THRESHOLD-HOLD
                       MOVE THRESHOLD-ENTRY(TH-LOOK-IDX)
                           TO THRESHOLD-ENTRY(TH-IDX)
                       MOVE THRESHOLD-HOLD
                           TO THRESHOLD-ENTRY(TH-LOOK-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.
       LOAD-THRESHOLDS-EXIT.
           EXIT.

       LOAD-CANDIDATES.
           OPEN INPUT CANDIDATE-FILE.
           IF NOT CANDIDATE-OK
               DISPLAY "NO GradCandidates.txt ON FILE -- CLASS-LEVEL "
                   "RANKS ONLY, NO HONORS ASSIGNED"
               GO TO LOAD-CANDIDATES-EXIT.
           MOVE 0 TO LOAD-EOF-FLAG.
           READ CANDIDATE-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF OR CANDIDATE-COUNT IS EQUAL TO 2000
               ADD 1 TO CANDIDATE-COUNT
               MOVE CA-STUDENT-ID TO CT-STUDENT-ID(CANDIDATE-COUNT)
               READ CANDIDATE-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE CANDIDATE-FILE.
       LOAD-CANDIDATES-EXIT.
           EXIT.

       LOAD-GRADE-DETAIL.
           OPEN INPUT GRADE-DETAIL-FILE.
           IF NOT GRADE-DETAIL-OK
               DISPLAY "NO GradeDetail.txt ON FILE"
               GO TO LOAD-GRADE-DETAIL-EXIT.
           MOVE 0 TO LOAD-EOF-FLAG.
           READ GRADE-DETAIL-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF OR DETAIL-COUNT IS EQUAL TO 5000
               ADD 1 TO DETAIL-COUNT
               MOVE GD-STUDENT-ID TO DT-STUDENT-ID(DETAIL-COUNT)
               MOVE GD-CLASSNAME TO DT-CLASSNAME(DETAIL-COUNT)
               MOVE GD-GRADE TO DT-GRADE(DETAIL-COUNT)
               MOVE GD-CREDITS TO DT-CREDITS(DETAIL-COUNT)
               CALL "VALIDATE-TERM-CODE" USING GD-TERM
                   TERM-BANNER-CODE TERM-REGISTRAR-CODE
                   TERM-VALID-FLAG
               MOVE TERM-BANNER-CODE TO DT-BANNER(DETAIL-COUNT)
               READ GRADE-DETAIL-FILE
                   AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE GRADE-DETAIL-FILE.
       LOAD-GRADE-DETAIL-EXIT.
           EXIT.

      *>    An active student with no graded hours has no GPA to
      *>    rank and is left off.
       COLLECT-ONE-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE "46" TO STUDENT-MASTER-STATUS
                   GO TO COLLECT-ONE-STUDENT-EXIT
           END-READ.
           IF NOT STUDENT-ACTIVE
               GO TO COLLECT-ONE-STUDENT-EXIT.
           MOVE ZERO TO GPA-TOTAL.
           MOVE ZERO TO GPA-CREDITS.
           MOVE ZERO TO EARNED-CREDITS.
           MOVE ZERO TO INST-CREDITS.
           PERFORM VARYING DETAIL-IDX FROM 1 BY 1
                   UNTIL DETAIL-IDX GREATER THAN DETAIL-COUNT
               IF DT-STUDENT-ID(DETAIL-IDX) IS EQUAL TO SM-STUDENT-ID
                   PERFORM COUNT-ONE-ATTEMPT THRU
                       COUNT-ONE-ATTEMPT-EXIT
               END-IF
           END-PERFORM.
           IF GPA-CREDITS IS EQUAL TO ZERO
               GO TO COLLECT-ONE-STUDENT-EXIT.
           IF RANKED-COUNT IS EQUAL TO 5000
               IF NOT FULL-WARNED
                   DISPLAY "RANK TABLE FULL AT 5000 -- LATER "
                       "STUDENTS NOT RANKED"
                   MOVE "Y" TO FULL-WARNED-FLAG
               END-IF
               GO TO COLLECT-ONE-STUDENT-EXIT.

           ADD 1 TO RANKED-COUNT.
           MOVE SM-STUDENT-ID TO RK-STUDENT-ID(RANKED-COUNT).
           MOVE SM-NAME TO RK-NAME(RANKED-COUNT).
           MOVE SM-CLASS-LEVEL TO RK-CLASS-LEVEL(RANKED-COUNT).
           EVALUATE TRUE
               WHEN SM-FRESHMAN MOVE 5 TO RK-LEVEL-ORDER(RANKED-COUNT)
               WHEN SM-SOPHOMORE MOVE 4 TO RK-LEVEL-ORDER(RANKED-COUNT)
               WHEN SM-JUNIOR MOVE 3 TO RK-LEVEL-ORDER(RANKED-COUNT)
               WHEN SM-SENIOR MOVE 2 TO RK-LEVEL-ORDER(RANKED-COUNT)
               WHEN SM-GRADUATE MOVE 6 TO RK-LEVEL-ORDER(RANKED-COUNT)
               WHEN OTHER MOVE 7 TO RK-LEVEL-ORDER(RANKED-COUNT)
           END-EVALUATE.
           DIVIDE GPA-TOTAL BY GPA-CREDITS
               GIVING RK-CUM-GPA(RANKED-COUNT).
           MOVE GPA-CREDITS TO RK-GPA-CREDITS(RANKED-COUNT).
           MOVE EARNED-CREDITS TO RK-EARNED-CREDITS(RANKED-COUNT).
           MOVE INST-CREDITS TO RK-INST-CREDITS(RANKED-COUNT).
           MOVE "N" TO RK-COHORT-FLAG(RANKED-COUNT).
           PERFORM VARYING LOOK-IDX FROM 1 BY 1
                   UNTIL LOOK-IDX GREATER THAN CANDIDATE-COUNT
               IF CT-STUDENT-ID(LOOK-IDX) IS EQUAL TO SM-STUDENT-ID
                   MOVE "Y" TO RK-COHORT-FLAG(RANKED-COUNT)
               END-IF
           END-PERFORM.
       COLLECT-ONE-STUDENT-EXIT.
           EXIT.

      *>    TRANSCRIPT's repeat-replace rules, as GRAD-CLEARANCE
      *>    applies them; hours earned on anything but a transfer
      *>    mark are institutional hours.
       COUNT-ONE-ATTEMPT.
           IF DT-INCOMPLETE(DETAIL-IDX) OR DT-WITHDRAWN(DETAIL-IDX)
                   OR DT-AUDIT(DETAIL-IDX)
               GO TO COUNT-ONE-ATTEMPT-EXIT.
           MOVE "N" TO SUPERSEDED-FLAG.
           PERFORM VARYING LOOK-IDX FROM 1 BY 1
                   UNTIL LOOK-IDX GREATER THAN DETAIL-COUNT
               IF LOOK-IDX IS NOT EQUAL TO DETAIL-IDX
                       AND DT-STUDENT-ID(LOOK-IDX) IS EQUAL TO
                           DT-STUDENT-ID(DETAIL-IDX)
                       AND DT-CLASSNAME(LOOK-IDX) IS EQUAL TO
                           DT-CLASSNAME(DETAIL-IDX)
                       AND NOT DT-INCOMPLETE(LOOK-IDX)
                       AND NOT DT-WITHDRAWN(LOOK-IDX)
                       AND NOT DT-AUDIT(LOOK-IDX)
                   IF DT-BANNER(LOOK-IDX) IS GREATER THAN
                           DT-BANNER(DETAIL-IDX)
                       OR (DT-BANNER(LOOK-IDX) IS EQUAL TO
                               DT-BANNER(DETAIL-IDX)
                           AND LOOK-IDX IS GREATER THAN DETAIL-IDX)
                       MOVE "Y" TO SUPERSEDED-FLAG
                   END-IF
               END-IF
           END-PERFORM.
           IF ATTEMPT-SUPERSEDED
               GO TO COUNT-ONE-ATTEMPT-EXIT.

           IF DT-TRANSFER(DETAIL-IDX)
               ADD DT-CREDITS(DETAIL-IDX) TO EARNED-CREDITS
               GO TO COUNT-ONE-ATTEMPT-EXIT.
           IF DT-PASS(DETAIL-IDX)
               ADD DT-CREDITS(DETAIL-IDX) TO EARNED-CREDITS
               ADD DT-CREDITS(DETAIL-IDX) TO INST-CREDITS
               GO TO COUNT-ONE-ATTEMPT-EXIT.
           IF DT-NO-PASS(DETAIL-IDX)
               GO TO COUNT-ONE-ATTEMPT-EXIT.

           EVALUATE DT-GRADE(DETAIL-IDX)
               WHEN "A" MOVE 4.00 TO DETAIL-GRADE-VALUE
               WHEN "A-" MOVE 3.67 TO DETAIL-GRADE-VALUE
               WHEN "B+" MOVE 3.33 TO DETAIL-GRADE-VALUE
               WHEN "B" MOVE 3.00 TO DETAIL-GRADE-VALUE
               WHEN "B-" MOVE 2.67 TO DETAIL-GRADE-VALUE
               WHEN "C+" MOVE 2.33 TO DETAIL-GRADE-VALUE
               WHEN "C" MOVE 2.00 TO DETAIL-GRADE-VALUE
               WHEN "D+" MOVE 1.33 TO DETAIL-GRADE-VALUE
               WHEN "D" MOVE 1.00 TO DETAIL-GRADE-VALUE
               WHEN "D-" MOVE 0.67 TO DETAIL-GRADE-VALUE
               WHEN OTHER MOVE 0.00 TO DETAIL-GRADE-VALUE
           END-EVALUATE.
           COMPUTE GPA-TOTAL = GPA-TOTAL
               + DETAIL-GRADE-VALUE * DT-CREDITS(DETAIL-IDX).
           ADD DT-CREDITS(DETAIL-IDX) TO GPA-CREDITS.
           IF DT-GRADE(DETAIL-IDX) IS NOT EQUAL TO "F "
               ADD DT-CREDITS(DETAIL-IDX) TO EARNED-CREDITS
               ADD DT-CREDITS(DETAIL-IDX) TO INST-CREDITS
           END-IF.
       COUNT-ONE-ATTEMPT-EXIT.
           EXIT.

      *>    Rank is one more than the number of students in the
      *>    same group with a higher GPA, so equal GPAs share a rank
      *>    and the next rank skips past them.
       RANK-ONE-STUDENT.
           MOVE 1 TO RK-LEVEL-RANK(RANK-IDX).
           MOVE ZERO TO RK-LEVEL-SIZE(RANK-IDX).
           MOVE SPACE TO RK-LEVEL-TIE(RANK-IDX).
           MOVE ZERO TO RK-COHORT-RANK(RANK-IDX).
           MOVE ZERO TO RK-COHORT-SIZE(RANK-IDX).
           MOVE SPACE TO RK-COHORT-TIE(RANK-IDX).
           MOVE SPACES TO RK-HONORS(RANK-IDX).
           MOVE ZERO TO RK-HONORS-TIER(RANK-IDX).
           IF RK-GRADUATING(RANK-IDX)
               MOVE 1 TO RK-COHORT-RANK(RANK-IDX).
           PERFORM VARYING OTHER-IDX FROM 1 BY 1
                   UNTIL OTHER-IDX GREATER THAN RANKED-COUNT
               IF RK-CLASS-LEVEL(OTHER-IDX) IS EQUAL TO
                       RK-CLASS-LEVEL(RANK-IDX)
                   ADD 1 TO RK-LEVEL-SIZE(RANK-IDX)
                   IF RK-CUM-GPA(OTHER-IDX) IS GREATER THAN
                           RK-CUM-GPA(RANK-IDX)
                       ADD 1 TO RK-LEVEL-RANK(RANK-IDX)
                   END-IF
                   IF RK-CUM-GPA(OTHER-IDX) IS EQUAL TO
                           RK-CUM-GPA(RANK-IDX)
                           AND OTHER-IDX IS NOT EQUAL TO RANK-IDX
                       MOVE "T" TO RK-LEVEL-TIE(RANK-IDX)
                   END-IF
               END-IF
               IF RK-GRADUATING(RANK-IDX)
                       AND RK-GRADUATING(OTHER-IDX)
                   ADD 1 TO RK-COHORT-SIZE(RANK-IDX)
                   IF RK-CUM-GPA(OTHER-IDX) IS GREATER THAN
                           RK-CUM-GPA(RANK-IDX)
                       ADD 1 TO RK-COHORT-RANK(RANK-IDX)
                   END-IF
                   IF RK-CUM-GPA(OTHER-IDX) IS EQUAL TO
                           RK-CUM-GPA(RANK-IDX)
                           AND OTHER-IDX IS NOT EQUAL TO RANK-IDX
                       MOVE "T" TO RK-COHORT-TIE(RANK-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT RK-GRADUATING(RANK-IDX)
               GO TO RANK-ONE-STUDENT-EXIT.
           PERFORM VARYING TH-IDX FROM 1 BY 1
                   UNTIL TH-IDX GREATER THAN THRESHOLD-COUNT
                   OR RK-HONORS(RANK-IDX) IS NOT EQUAL TO SPACES
               IF RK-CUM-GPA(RANK-IDX) IS NOT LESS THAN
                       TH-MIN-GPA(TH-IDX)
                       AND RK-INST-CREDITS(RANK-IDX) IS NOT LESS
                           THAN TH-MIN-INST-CREDITS(TH-IDX)
                   MOVE TH-DESIGNATION(TH-IDX) TO RK-HONORS(RANK-IDX)
                   MOVE TH-IDX TO RK-HONORS-TIER(RANK-IDX)
                   ADD 1 TO HONORS-COUNT
               END-IF
           END-PERFORM.
       RANK-ONE-STUDENT-EXIT.
           EXIT.

       WRITE-HONORS-RECORD.
           MOVE SPACES TO HONORS-RECORD.
           MOVE RK-STUDENT-ID(RANK-IDX) TO HN-STUDENT-ID.
           MOVE RK-CLASS-LEVEL(RANK-IDX) TO HN-CLASS-LEVEL.
           MOVE RK-CUM-GPA(RANK-IDX) TO HN-CUM-GPA.
           MOVE RK-GPA-CREDITS(RANK-IDX) TO HN-GPA-CREDITS.
           MOVE RK-EARNED-CREDITS(RANK-IDX) TO HN-EARNED-CREDITS.
           MOVE RK-INST-CREDITS(RANK-IDX) TO HN-INST-CREDITS.
           MOVE RK-LEVEL-RANK(RANK-IDX) TO HN-LEVEL-RANK.
           MOVE RK-LEVEL-SIZE(RANK-IDX) TO HN-LEVEL-SIZE.
           MOVE RK-LEVEL-TIE(RANK-IDX) TO HN-LEVEL-TIE.
           MOVE RK-COHORT-FLAG(RANK-IDX) TO HN-COHORT-FLAG.
           MOVE RK-COHORT-RANK(RANK-IDX) TO HN-COHORT-RANK.
           MOVE RK-COHORT-SIZE(RANK-IDX) TO HN-COHORT-SIZE.
           MOVE RK-COHORT-TIE(RANK-IDX) TO HN-COHORT-TIE.
           MOVE RK-HONORS(RANK-IDX) TO HN-HONORS.
           MOVE RK-HONORS-TIER(RANK-IDX) TO HN-HONORS-TIER.
           MOVE TODAY-DATE TO HN-RUN-DATE.
           WRITE HONORS-RECORD.

      *>    Group 1 is the graduating cohort; each class level
      *>    follows as its own group, seniors first.
       RELEASE-RANKS.
           PERFORM VARYING RANK-IDX FROM 1 BY 1
                   UNTIL RANK-IDX GREATER THAN RANKED-COUNT
               MOVE RK-STUDENT-ID(RANK-IDX) TO SK-STUDENT-ID
               MOVE RANK-IDX TO SK-ENTRY
               IF RK-GRADUATING(RANK-IDX)
                   MOVE 1 TO SK-GROUP
                   MOVE RK-COHORT-RANK(RANK-IDX) TO SK-RANK
                   MOVE RK-COHORT-TIE(RANK-IDX) TO SK-TIE
                   RELEASE SORT-RECORD
               END-IF
               MOVE RK-LEVEL-ORDER(RANK-IDX) TO SK-GROUP
               MOVE RK-LEVEL-RANK(RANK-IDX) TO SK-RANK
               MOVE RK-LEVEL-TIE(RANK-IDX) TO SK-TIE
               RELEASE SORT-RECORD
           END-PERFORM.
       RELEASE-RANKS-EXIT.
           EXIT.

       PRINT-RANKS.
           MOVE ZERO TO CURRENT-GROUP.
           MOVE 0 TO SORT-EOF-FLAG.
           RETURN SORT-FILE AT END MOVE 1 TO SORT-EOF-FLAG.
           PERFORM PRINT-ONE-RANK UNTIL SORT-EOF.
       PRINT-RANKS-EXIT.
           EXIT.

       PRINT-ONE-RANK.
           MOVE SK-ENTRY TO RANK-IDX.
           IF SK-GROUP IS NOT EQUAL TO CURRENT-GROUP
               MOVE SK-GROUP TO CURRENT-GROUP
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               IF SK-GROUP IS EQUAL TO 1
                   MOVE RK-COHORT-SIZE(RANK-IDX) TO SIZE-DISPLAY
                   STRING "GRADUATING COHORT -- " DELIMITED BY SIZE
                       SIZE-DISPLAY DELIMITED BY SIZE
                       " STUDENT(S)" DELIMITED BY SIZE
                       INTO REPORT-LINE
               ELSE
                   MOVE RK-LEVEL-SIZE(RANK-IDX) TO SIZE-DISPLAY
                   STRING "CLASS LEVEL " DELIMITED BY SIZE
                       RK-CLASS-LEVEL(RANK-IDX) DELIMITED BY SIZE
                       " -- " DELIMITED BY SIZE
                       SIZE-DISPLAY DELIMITED BY SIZE
                       " STUDENT(S)" DELIMITED BY SIZE
                       INTO REPORT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
               MOVE " RANK  STUDENT   NAME                 GP"
                   & "A      HRS  INST HONORS" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SK-RANK TO RANK-DISPLAY.
           MOVE RK-CUM-GPA(RANK-IDX) TO GPA-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING RANK-DISPLAY DELIMITED BY SIZE
               SK-TIE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RK-STUDENT-ID(RANK-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RK-NAME(RANK-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GPA-DISPLAY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RK-GPA-CREDITS(RANK-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RK-INST-CREDITS(RANK-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RK-HONORS(RANK-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           RETURN SORT-FILE AT END MOVE 1 TO SORT-EOF-FLAG.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM HONORS-RANK.
