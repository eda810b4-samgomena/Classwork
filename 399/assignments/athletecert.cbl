      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Student-athlete eligibility certification -- before
      *          each season compliance certified every athlete by
      *          hand from the schedule, GPA and transcript
      *          printouts. For the term keyed, every athlete on
      *          AthleticRoster.txt (student id, sport) is checked
      *          against five rules, in this order:
      *            - FULL-TIME AT CENSUS: EnrollmentMaster SCH as of
      *              the term's TermCalendar.txt census date (rows
      *              active by then plus rows dropped after it;
      *              before census, the rows active now) at 12 for
      *              undergraduates, 9 for class level GR;
      *            - CUMULATIVE GPA: the credit-weighted GPAHistory
      *              GPA over the terms before this one;
      *            - LAST-TERM CREDITS and LAST-YEAR CREDITS: credits
      *              passed on GradeDetail.txt in the athlete's most
      *              recent graded term, and in the terms of the
      *              twelve months before this one (F, W and I pass
      *              nothing; transfer credit does not count here);
      *            - DEGREE PROGRESS: an undergraduate junior or
      *              senior must have a declared SM-MAJOR and have
      *              passed 40% (junior) or 60% (senior) of the
      *              degree's credits, transfer credit included.
      *          Thresholds come off the one-line AthleticRules.txt
      *          when it is on file (minimum GPA, term credits, year
      *          credits, junior and senior percents, degree
      *          credits), else 2.00 / 6 / 18 / 40 / 60 / 120.
      *          AthleteCertReport.txt prints the certified list and
      *          the not-certified list with every failing rule, and
      *          AthleteCertification.txt keeps the status per
      *          athlete per term (a rerun replaces the term's rows)
      *          for ATHLETE-DROP-WATCH to re-flag mid-term.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATHLETE-CERTIFICATION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO "AthleticRoster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-STATUS.
           SELECT RULES-FILE ASSIGN TO "AthleticRules.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULES-STATUS.
           SELECT ENROLLMENT-MASTER ASSIGN TO "EnrollmentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-STUDENT-CRN-TERM-KEY
                   = EN-STUDENT-ID EN-CRN EN-TERM-CODE
               ALTERNATE KEY IS EN-CRN-TERM-KEY
                   = EN-CRN EN-TERM-CODE WITH DUPLICATES
               FILE STATUS IS ENROLLMENT-STATUS.
           SELECT COURSES-INDEXED ASSIGN TO "IndexedCourses"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRN-TERM-KEY
                   = CRN OF STUDENT-RECORD-INDEXED
                   TERM-CODE OF STUDENT-RECORD-INDEXED
               ALTERNATE KEY IS DEPARTMENT-CODE
                   OF STUDENT-RECORD-INDEXED WITH DUPLICATES
               ALTERNATE KEY IS INSTRUCTOR-LAST
                   OF STUDENT-RECORD-INDEXED WITH DUPLICATES
               FILE STATUS IS COURSES-INDEXED-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT GPA-HISTORY-FILE ASSIGN TO "GPAHistory"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-STUDENT-TERM-KEY
                   = HIST-STUDENT-ID HIST-TERM
               FILE STATUS IS GPA-HISTORY-STATUS.
           SELECT GRADE-DETAIL-FILE ASSIGN TO "GradeDetail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-DETAIL-STATUS.
           SELECT TERM-CALENDAR-FILE ASSIGN TO "TermCalendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-CALENDAR-STATUS.
           SELECT CERT-FILE ASSIGN TO "AthleteCertification.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "AthleteCertReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ROSTER-FILE.
       01 ROSTER-RECORD.
           03 RS-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 RS-SPORT PIC X(10).
       FD RULES-FILE.
       01 RULES-RECORD.
           03 RL-MIN-GPA PIC 9V99.
           03 FILLER PIC X(1).
           03 RL-TERM-CREDITS PIC 9(2).
           03 FILLER PIC X(1).
           03 RL-YEAR-CREDITS PIC 9(2).
           03 FILLER PIC X(1).
           03 RL-JUNIOR-PCT PIC 9(3).
           03 FILLER PIC X(1).
           03 RL-SENIOR-PCT PIC 9(3).
           03 FILLER PIC X(1).
           03 RL-DEGREE-CREDITS PIC 9(3).
       FD ENROLLMENT-MASTER.
       COPY EnrollmentFormat.
       FD COURSES-INDEXED.
       COPY CoursesFormat REPLACING STUDENT-RECORD
           BY STUDENT-RECORD-INDEXED.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD GPA-HISTORY-FILE.
       COPY GpaHistoryFormat.
       FD GRADE-DETAIL-FILE.
       01 GRADE-DETAIL-RECORD.
           03 GD-STUDENT-ID PIC X(9).
           03 FILLER PIC XX.
           03 GD-TERM PIC X(6).
           03 FILLER PIC X.
           03 GD-CLASSNAME PIC X(5).
           03 FILLER PIC X.
           03 GD-GRADE PIC XX.
               88 GD-NOT-PASSED VALUE "F ", "f ", "W ", "w ",
                   "I ", "i ", "NP", "np", "AU", "au".
               88 GD-TRANSFER VALUE "T ", "t ".
           03 FILLER PIC X.
           03 GD-CREDITS PIC 9.
       FD TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           03 TC-TERM-CODE PIC 9(6).
           03 FILLER PIC X(1).
           03 TC-TERM-START PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-TERM-END PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-FINALS-START PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-DESCRIPTION PIC X(20).
           03 FILLER PIC X(1).
           03 TC-REFUND-FULL-END PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-REFUND-HALF-END PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-PAYMENT-DEADLINE PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-LATE-FEE PIC 9(5)V99.
           03 FILLER PIC X(1).
           03 TC-INCOMPLETE-DEADLINE PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-CENSUS-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-PART-OF-TERM PIC X(1).
       FD CERT-FILE.
       COPY AthleteCertFormat.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       77 ROSTER-STATUS PIC X(2) VALUE "00".
           88 ROSTER-OK VALUE "00".
       77 RULES-STATUS PIC X(2) VALUE "00".
           88 RULES-OK VALUE "00".
       77 ENROLLMENT-STATUS PIC X(2) VALUE "00".
           88 ENROLLMENT-OK VALUE "00".
       77 COURSES-INDEXED-STATUS PIC X(2) VALUE "00".
           88 COURSES-INDEXED-OK VALUE "00".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 GPA-HISTORY-STATUS PIC X(2) VALUE "00".
           88 GPA-HISTORY-OK VALUE "00".
       77 GRADE-DETAIL-STATUS PIC X(2) VALUE "00".
           88 GRADE-DETAIL-OK VALUE "00".
       77 TERM-CALENDAR-STATUS PIC X(2) VALUE "00".
           88 TERM-CALENDAR-OK VALUE "00".
       77 CERT-FILE-STATUS PIC X(2) VALUE "00".
           88 CERT-FILE-OK VALUE "00".
       77 MASTER-OPEN-FLAG PIC X VALUE "N".
           88 MASTER-OPEN VALUE "Y".
       77 ENROLLMENT-OPEN-FLAG PIC X VALUE "N".
           88 ENROLLMENT-OPEN VALUE "Y".
       77 COURSES-OPEN-FLAG PIC X VALUE "N".
           88 COURSES-OPEN VALUE "Y".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 RUN-TERM PIC X(6).
       77 RUN-BANNER PIC X(6).
       77 RUN-TERM-CODE PIC 9(6).
       77 YEAR-AGO-BANNER PIC 9(6).
       77 ROW-BANNER-NUM PIC 9(6).
       77 TERM-BANNER-CODE PIC X(6).
       77 TERM-REGISTRAR-CODE PIC X(6).
       77 TERM-VALID-FLAG PIC X VALUE "N".
           88 TERM-IS-VALID VALUE "Y".
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
       77 CENSUS-DATE PIC 9(8) VALUE ZERO.
       77 CENSUS-YYMMDD PIC 9(6) VALUE ZERO.
       77 CENSUS-PASSED-FLAG PIC X VALUE "N".
           88 CENSUS-PASSED VALUE "Y".

       77 MIN-GPA PIC 9V99 VALUE 2.00.
       77 MIN-TERM-CREDITS PIC 9(2) VALUE 6.
       77 MIN-YEAR-CREDITS PIC 9(2) VALUE 18.
       77 JUNIOR-PCT PIC 9(3) VALUE 40.
       77 SENIOR-PCT PIC 9(3) VALUE 60.
       77 DEGREE-CREDITS PIC 9(3) VALUE 120.
       77 UG-FULL-SCH PIC 9(2) VALUE 12.
       77 GR-FULL-SCH PIC 9(2) VALUE 9.
       77 FULL-SCH PIC 9(2).
       77 REQUIRED-PCT PIC 9(3).

      *>    One row per rostered athlete; the GPA and grade passes
      *>    accumulate straight into it.
       77 ATHLETE-COUNT PIC 9(3) VALUE IS 0.
       01 ATHLETE-TABLE.
           03 ATHLETE-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON ATHLETE-COUNT.
               05 AT-STUDENT-ID PIC X(9).
               05 AT-SPORT PIC X(10).
               05 AT-GPA-POINTS PIC 9(5)V99.
               05 AT-GPA-CREDITS PIC 9(4).
               05 AT-LAST-TERM PIC 9(6).
               05 AT-TERM-PASSED PIC 9(3).
               05 AT-YEAR-PASSED PIC 9(3).
               05 AT-TOTAL-PASSED PIC 9(4).
               05 AT-STATUS PIC X(1).
               05 AT-FIRST-RULE PIC X(24).
       77 AT-IDX PIC 9(3).
       77 FOUND-IDX PIC 9(3).
       77 SEARCH-ID PIC X(9).

      *>    AthleteCertification.txt as it stood, less this term's
      *>    rows, written back ahead of this run's.
       77 CERT-ROW-COUNT PIC 9(5) VALUE IS 0.
       01 CERT-ROW-TABLE.
           03 CERT-ROW-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON CERT-ROW-COUNT.
               05 CR-RECORD PIC X(64).
       77 CR-IDX PIC 9(5).

       77 HIST-GPA-NUM PIC 9V99 VALUE ZERO.
       77 CUM-GPA PIC 9V99.
       77 LOAD-SCH PIC 9(3).
       77 SCH-COMP PIC 9(3).
       77 PROGRESS-PCT PIC 9(3).
       77 FAIL-COUNT PIC 9 VALUE ZERO.
       77 FAIL-RULE PIC X(24).
       77 FAIL-DETAIL PIC X(22).
       77 GPA-DISPLAY PIC 9.99.
       77 GPA-MIN-DISPLAY PIC 9.99.
       77 NUM-DISPLAY PIC ZZ9.
       77 NUM-DISPLAY-2 PIC ZZ9.
       77 CERTIFIED-COUNT PIC 9(3) VALUE ZERO.
       77 NOT-CERTIFIED-COUNT PIC 9(3) VALUE ZERO.
       77 LIST-PASS PIC X(1).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL TERM-IS-VALID
               DISPLAY "Enter the term code to certify "
                   "(e.g. FA26): "
               ACCEPT RUN-TERM
               CALL "VALIDATE-TERM-CODE" USING RUN-TERM
                   TERM-BANNER-CODE TERM-REGISTRAR-CODE
                   TERM-VALID-FLAG
               IF NOT TERM-IS-VALID
                   DISPLAY "REJECTED: " RUN-TERM
                       " IS NOT ON TermMaster.txt"
               END-IF
           END-PERFORM.
           MOVE TERM-REGISTRAR-CODE TO RUN-TERM.
           MOVE TERM-BANNER-CODE TO RUN-BANNER.
           MOVE TERM-BANNER-CODE TO RUN-TERM-CODE.
           COMPUTE YEAR-AGO-BANNER = RUN-TERM-CODE - 100.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.

           PERFORM LOAD-ROSTER THRU LOAD-ROSTER-EXIT.
           IF ATHLETE-COUNT IS EQUAL TO ZERO
               DISPLAY "NO ATHLETES ON AthleticRoster.txt -- "
                   "NOTHING TO CERTIFY"
               STOP RUN.
           PERFORM LOAD-RULES THRU LOAD-RULES-EXIT.
           PERFORM LOAD-CENSUS-DATE THRU LOAD-CENSUS-DATE-EXIT.
           PERFORM ADD-GPA-HISTORY THRU ADD-GPA-HISTORY-EXIT.
           PERFORM FIND-LAST-TERMS THRU FIND-LAST-TERMS-EXIT.
           PERFORM ADD-PASSED-CREDITS THRU ADD-PASSED-CREDITS-EXIT.
           PERFORM LOAD-CERT-ROWS THRU LOAD-CERT-ROWS-EXIT.

           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-OK
               MOVE "Y" TO MASTER-OPEN-FLAG
           END-IF.
           OPEN INPUT ENROLLMENT-MASTER.
           IF ENROLLMENT-OK
               MOVE "Y" TO ENROLLMENT-OPEN-FLAG
           END-IF.
           OPEN INPUT COURSES-INDEXED.
           IF COURSES-INDEXED-OK
               MOVE "Y" TO COURSES-OPEN-FLAG
           END-IF.
           OPEN OUTPUT REPORT-FILE.

      *>    Certified athletes list first, then the not-certified
      *>    with their rules; each athlete is evaluated once, in
      *>    the first pass, and only printed in the second.
           MOVE SPACES TO REPORT-LINE.
           STRING "ATHLETIC ELIGIBILITY CERTIFICATION -- TERM "
                   DELIMITED BY SIZE
               RUN-TERM DELIMITED BY SPACE
               "   CENSUS " DELIMITED BY SIZE
               CENSUS-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CERTIFIED:" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "C" TO LIST-PASS.
           PERFORM CERTIFY-ONE-ATHLETE THRU CERTIFY-ONE-ATHLETE-EXIT
               VARYING AT-IDX FROM 1 BY 1
               UNTIL AT-IDX GREATER THAN ATHLETE-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "NOT CERTIFIED:" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "N" TO LIST-PASS.
           PERFORM CERTIFY-ONE-ATHLETE THRU CERTIFY-ONE-ATHLETE-EXIT
               VARYING AT-IDX FROM 1 BY 1
               UNTIL AT-IDX GREATER THAN ATHLETE-COUNT.
           CLOSE REPORT-FILE.
           IF COURSES-OPEN
               CLOSE COURSES-INDEXED
           END-IF.
           IF ENROLLMENT-OPEN
               CLOSE ENROLLMENT-MASTER
           END-IF.
           IF MASTER-OPEN
               CLOSE STUDENT-MASTER
           END-IF.

           PERFORM WRITE-CERT-FILE.
           DISPLAY CERTIFIED-COUNT " CERTIFIED, " NOT-CERTIFIED-COUNT
               " NOT CERTIFIED FOR " RUN-TERM.
           STOP RUN.

       LOAD-ROSTER.
           OPEN INPUT ROSTER-FILE.
           IF NOT ROSTER-OK
               GO TO LOAD-ROSTER-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ ROSTER-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR ATHLETE-COUNT IS EQUAL TO 999
               IF RS-STUDENT-ID IS NOT EQUAL TO SPACES
                   ADD 1 TO ATHLETE-COUNT
                   MOVE RS-STUDENT-ID TO AT-STUDENT-ID(ATHLETE-COUNT)
                   MOVE RS-SPORT TO AT-SPORT(ATHLETE-COUNT)
                   MOVE ZERO TO AT-GPA-POINTS(ATHLETE-COUNT)
                   MOVE ZERO TO AT-GPA-CREDITS(ATHLETE-COUNT)
                   MOVE ZERO TO AT-LAST-TERM(ATHLETE-COUNT)
                   MOVE ZERO TO AT-TERM-PASSED(ATHLETE-COUNT)
                   MOVE ZERO TO AT-YEAR-PASSED(ATHLETE-COUNT)
                   MOVE ZERO TO AT-TOTAL-PASSED(ATHLETE-COUNT)
                   MOVE "C" TO AT-STATUS(ATHLETE-COUNT)
                   MOVE SPACES TO AT-FIRST-RULE(ATHLETE-COUNT)
               END-IF
               READ ROSTER-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE ROSTER-FILE.
       LOAD-ROSTER-EXIT.
           EXIT.

       LOAD-RULES.
           OPEN INPUT RULES-FILE.
           IF NOT RULES-OK
               GO TO LOAD-RULES-EXIT.
           READ RULES-FILE
               AT END MOVE SPACES TO RULES-RECORD
           END-READ.
           IF RL-MIN-GPA IS NUMERIC
               MOVE RL-MIN-GPA TO MIN-GPA
           END-IF.
           IF RL-TERM-CREDITS IS NUMERIC
               MOVE RL-TERM-CREDITS TO MIN-TERM-CREDITS
           END-IF.
           IF RL-YEAR-CREDITS IS NUMERIC
               MOVE RL-YEAR-CREDITS TO MIN-YEAR-CREDITS
           END-IF.
           IF RL-JUNIOR-PCT IS NUMERIC
               MOVE RL-JUNIOR-PCT TO JUNIOR-PCT
           END-IF.
           IF RL-SENIOR-PCT IS NUMERIC
               MOVE RL-SENIOR-PCT TO SENIOR-PCT
           END-IF.
           IF RL-DEGREE-CREDITS IS NUMERIC
                   AND RL-DEGREE-CREDITS IS GREATER THAN ZERO
               MOVE RL-DEGREE-CREDITS TO DEGREE-CREDITS
           END-IF.
           CLOSE RULES-FILE.
       LOAD-RULES-EXIT.
           EXIT.

      *>    Census off the term's full-term calendar row. Before
      *>    census (or with no row) the load is the one active now.
       LOAD-CENSUS-DATE.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF NOT TERM-CALENDAR-OK
               GO TO LOAD-CENSUS-DATE-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ TERM-CALENDAR-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               IF TC-TERM-CODE IS EQUAL TO RUN-TERM-CODE
                       AND TC-PART-OF-TERM IS EQUAL TO SPACE
                       AND TC-CENSUS-DATE IS NUMERIC
                   MOVE TC-CENSUS-DATE TO CENSUS-DATE
               END-IF
               READ TERM-CALENDAR-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE TERM-CALENDAR-FILE.
           IF CENSUS-DATE IS GREATER THAN ZERO
                   AND CENSUS-DATE IS LESS THAN TODAY-DATE
               MOVE "Y" TO CENSUS-PASSED-FLAG
               MOVE CENSUS-DATE(3:6) TO CENSUS-YYMMDD
           END-IF.
       LOAD-CENSUS-DATE-EXIT.
           EXIT.

       FIND-ATHLETE.
           MOVE ZERO TO FOUND-IDX.
           PERFORM VARYING AT-IDX FROM 1 BY 1
                   UNTIL AT-IDX GREATER THAN ATHLETE-COUNT
                   OR FOUND-IDX IS NOT EQUAL TO ZERO
               IF AT-STUDENT-ID(AT-IDX) IS EQUAL TO SEARCH-ID
                   MOVE AT-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.

       ADD-GPA-HISTORY.
           OPEN INPUT GPA-HISTORY-FILE.
           IF NOT GPA-HISTORY-OK
               GO TO ADD-GPA-HISTORY-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ GPA-HISTORY-FILE NEXT RECORD
               AT END MOVE 1 TO EOF-FLAG
           END-READ.
           PERFORM UNTIL EOF
               MOVE HIST-STUDENT-ID TO SEARCH-ID
               PERFORM FIND-ATHLETE
               IF FOUND-IDX IS NOT EQUAL TO ZERO
                       AND HIST-CREDITS IS NUMERIC
                   CALL "VALIDATE-TERM-CODE" USING HIST-TERM
                       TERM-BANNER-CODE TERM-REGISTRAR-CODE
                       TERM-VALID-FLAG
                   IF TERM-IS-VALID
                           AND TERM-BANNER-CODE IS LESS THAN
                               RUN-BANNER
                       MOVE HIST-GPA TO HIST-GPA-NUM
                       COMPUTE AT-GPA-POINTS(FOUND-IDX) =
                           AT-GPA-POINTS(FOUND-IDX)
                           + HIST-GPA-NUM * HIST-CREDITS
                       ADD HIST-CREDITS TO AT-GPA-CREDITS(FOUND-IDX)
                   END-IF
               END-IF
               READ GPA-HISTORY-FILE NEXT RECORD
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE GPA-HISTORY-FILE.
       ADD-GPA-HISTORY-EXIT.
           EXIT.

      *>    First grade pass: each athlete's most recent graded
      *>    term before this one.
       FIND-LAST-TERMS.
           OPEN INPUT GRADE-DETAIL-FILE.
           IF NOT GRADE-DETAIL-OK
               GO TO FIND-LAST-TERMS-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ GRADE-DETAIL-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               MOVE GD-STUDENT-ID TO SEARCH-ID
               PERFORM FIND-ATHLETE
               IF FOUND-IDX IS NOT EQUAL TO ZERO
                       AND NOT GD-TRANSFER
                   PERFORM GRADE-ROW-BANNER
                   IF ROW-BANNER-NUM IS LESS THAN RUN-TERM-CODE
                           AND ROW-BANNER-NUM IS GREATER THAN
                               AT-LAST-TERM(FOUND-IDX)
                       MOVE ROW-BANNER-NUM TO
                           AT-LAST-TERM(FOUND-IDX)
                   END-IF
               END-IF
               READ GRADE-DETAIL-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE GRADE-DETAIL-FILE.
       FIND-LAST-TERMS-EXIT.
           EXIT.

      *>    A term missing from TermMaster.txt sorts as zero and
      *>    falls outside every window.
       GRADE-ROW-BANNER.
           MOVE ZERO TO ROW-BANNER-NUM.
           CALL "VALIDATE-TERM-CODE" USING GD-TERM
               TERM-BANNER-CODE TERM-REGISTRAR-CODE
               TERM-VALID-FLAG.
           IF TERM-IS-VALID
               MOVE TERM-BANNER-CODE TO ROW-BANNER-NUM
           END-IF.

      *>    Second grade pass: credits passed in the last term, in
      *>    the year before this term, and in total (transfer
      *>    credit counts only toward the degree).
       ADD-PASSED-CREDITS.
           OPEN INPUT GRADE-DETAIL-FILE.
           IF NOT GRADE-DETAIL-OK
               GO TO ADD-PASSED-CREDITS-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ GRADE-DETAIL-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               MOVE GD-STUDENT-ID TO SEARCH-ID
               PERFORM FIND-ATHLETE
               IF FOUND-IDX IS NOT EQUAL TO ZERO
                       AND GD-CREDITS IS NUMERIC
                       AND NOT GD-NOT-PASSED
                   PERFORM GRADE-ROW-BANNER
                   IF ROW-BANNER-NUM IS LESS THAN RUN-TERM-CODE
                       ADD GD-CREDITS TO AT-TOTAL-PASSED(FOUND-IDX)
                       IF NOT GD-TRANSFER
                           IF ROW-BANNER-NUM IS EQUAL TO
                                   AT-LAST-TERM(FOUND-IDX)
                               ADD GD-CREDITS TO
                                   AT-TERM-PASSED(FOUND-IDX)
                           END-IF
                           IF ROW-BANNER-NUM IS NOT LESS THAN
                                   YEAR-AGO-BANNER
                               ADD GD-CREDITS TO
                                   AT-YEAR-PASSED(FOUND-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
               READ GRADE-DETAIL-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE GRADE-DETAIL-FILE.
       ADD-PASSED-CREDITS-EXIT.
           EXIT.

       LOAD-CERT-ROWS.
           OPEN INPUT CERT-FILE.
           IF NOT CERT-FILE-OK
               GO TO LOAD-CERT-ROWS-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ CERT-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR CERT-ROW-COUNT IS EQUAL TO 10000
               IF AC-TERM-CODE IS NOT EQUAL TO RUN-TERM-CODE
                   ADD 1 TO CERT-ROW-COUNT
                   MOVE ATHLETE-CERT-RECORD TO CR-RECORD(CERT-ROW-COUNT)
               END-IF
               READ CERT-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE CERT-FILE.
       LOAD-CERT-ROWS-EXIT.
           EXIT.

      *>    LIST-PASS C evaluates every athlete and prints the
      *>    certified ones; pass N prints the rest with each rule
      *>    they failed.
       CERTIFY-ONE-ATHLETE.
           IF LIST-PASS IS EQUAL TO "N"
               IF AT-STATUS(AT-IDX) IS EQUAL TO "N"
                   PERFORM READ-ATHLETE-MASTER
                   PERFORM CHECK-RULES
               END-IF
               GO TO CERTIFY-ONE-ATHLETE-EXIT.

           PERFORM READ-ATHLETE-MASTER.
           PERFORM CHECK-RULES.
           IF FAIL-COUNT IS EQUAL TO ZERO
               ADD 1 TO CERTIFIED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   AT-STUDENT-ID(AT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SM-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AT-SPORT(AT-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               ADD 1 TO NOT-CERTIFIED-COUNT
               MOVE "N" TO AT-STATUS(AT-IDX)
           END-IF.
       CERTIFY-ONE-ATHLETE-EXIT.
           EXIT.

       READ-ATHLETE-MASTER.
           MOVE SPACES TO STUDENT-MASTER-RECORD.
           IF MASTER-OPEN
               MOVE AT-STUDENT-ID(AT-IDX) TO SM-STUDENT-ID
               READ STUDENT-MASTER KEY IS SM-STUDENT-ID
                   INVALID KEY
                       MOVE SPACES TO STUDENT-MASTER-RECORD
               END-READ
           END-IF.

      *>    Every rule runs so the report names them all; the first
      *>    failure is the one kept on the status file. Failures
      *>    print only on the N pass.
       CHECK-RULES.
           MOVE ZERO TO FAIL-COUNT.
           IF SM-CLASS-LEVEL IS EQUAL TO "GR"
               MOVE GR-FULL-SCH TO FULL-SCH
           ELSE
               MOVE UG-FULL-SCH TO FULL-SCH
           END-IF.
           PERFORM MEASURE-CENSUS-LOAD THRU
               MEASURE-CENSUS-LOAD-EXIT.
           IF LOAD-SCH IS LESS THAN FULL-SCH
               MOVE LOAD-SCH TO NUM-DISPLAY
               MOVE SPACES TO FAIL-DETAIL
               STRING NUM-DISPLAY DELIMITED BY SIZE
                   " SCH" DELIMITED BY SIZE
                   INTO FAIL-DETAIL
               MOVE "NOT FULL-TIME AT CENSUS" TO FAIL-RULE
               PERFORM NOTE-FAILURE
           END-IF.

           MOVE ZERO TO CUM-GPA.
           IF AT-GPA-CREDITS(AT-IDX) IS GREATER THAN ZERO
               COMPUTE CUM-GPA ROUNDED = AT-GPA-POINTS(AT-IDX)
                   / AT-GPA-CREDITS(AT-IDX)
      *>        A first-term athlete has no GPA to measure yet.
               IF CUM-GPA IS LESS THAN MIN-GPA
                   MOVE CUM-GPA TO GPA-DISPLAY
                   MOVE SPACES TO FAIL-DETAIL
                   MOVE MIN-GPA TO GPA-MIN-DISPLAY
                   STRING GPA-DISPLAY DELIMITED BY SIZE
                       " (NEED " DELIMITED BY SIZE
                       GPA-MIN-DISPLAY DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO FAIL-DETAIL
                   MOVE "CUMULATIVE GPA" TO FAIL-RULE
                   PERFORM NOTE-FAILURE
               END-IF
           END-IF.

           IF AT-LAST-TERM(AT-IDX) IS GREATER THAN ZERO
               IF AT-TERM-PASSED(AT-IDX) IS LESS THAN
                       MIN-TERM-CREDITS
                   MOVE AT-TERM-PASSED(AT-IDX) TO NUM-DISPLAY
                   MOVE SPACES TO FAIL-DETAIL
                   STRING NUM-DISPLAY DELIMITED BY SIZE
                       " IN " DELIMITED BY SIZE
                       AT-LAST-TERM(AT-IDX) DELIMITED BY SIZE
                       INTO FAIL-DETAIL
                   MOVE "LAST-TERM CREDITS" TO FAIL-RULE
                   PERFORM NOTE-FAILURE
               END-IF
               IF AT-YEAR-PASSED(AT-IDX) IS LESS THAN
                       MIN-YEAR-CREDITS
                   MOVE AT-YEAR-PASSED(AT-IDX) TO NUM-DISPLAY
                   MOVE SPACES TO FAIL-DETAIL
                   STRING NUM-DISPLAY DELIMITED BY SIZE
                       " IN 12 MONTHS" DELIMITED BY SIZE
                       INTO FAIL-DETAIL
                   MOVE "LAST-YEAR CREDITS" TO FAIL-RULE
                   PERFORM NOTE-FAILURE
               END-IF
           END-IF.

           MOVE ZERO TO REQUIRED-PCT.
           IF SM-JUNIOR
               MOVE JUNIOR-PCT TO REQUIRED-PCT
           END-IF.
           IF SM-SENIOR
               MOVE SENIOR-PCT TO REQUIRED-PCT
           END-IF.
           IF REQUIRED-PCT IS GREATER THAN ZERO
               IF SM-MAJOR IS EQUAL TO SPACES
                   MOVE "SM-MAJOR BLANK" TO FAIL-DETAIL
                   MOVE "NO DECLARED MAJOR" TO FAIL-RULE
                   PERFORM NOTE-FAILURE
               ELSE
                   COMPUTE PROGRESS-PCT =
                       AT-TOTAL-PASSED(AT-IDX) * 100 / DEGREE-CREDITS
                       ON SIZE ERROR MOVE 999 TO PROGRESS-PCT
                   END-COMPUTE
                   IF PROGRESS-PCT IS LESS THAN REQUIRED-PCT
                       MOVE PROGRESS-PCT TO NUM-DISPLAY
                       MOVE REQUIRED-PCT TO NUM-DISPLAY-2
                       MOVE SPACES TO FAIL-DETAIL
                       STRING NUM-DISPLAY DELIMITED BY SIZE
                           "% OF " DELIMITED BY SIZE
                           SM-MAJOR DELIMITED BY SPACE
                           " (NEED " DELIMITED BY SIZE
                           NUM-DISPLAY-2 DELIMITED BY SIZE
                           "%)" DELIMITED BY SIZE
                           INTO FAIL-DETAIL
                       MOVE "DEGREE PROGRESS" TO FAIL-RULE
                       PERFORM NOTE-FAILURE
                   END-IF
               END-IF
           END-IF.

       NOTE-FAILURE.
           ADD 1 TO FAIL-COUNT.
           IF FAIL-COUNT IS EQUAL TO 1
               MOVE FAIL-RULE TO AT-FIRST-RULE(AT-IDX)
           END-IF.
           IF LIST-PASS IS EQUAL TO "N"
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   AT-STUDENT-ID(AT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SM-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FAIL-RULE DELIMITED BY SIZE
                   FAIL-DETAIL DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *>    Rows count at census when they were active on census
      *>    day: active now and added by then, or dropped since.
      *>    Audited sections carry no credit toward eligibility.
       MEASURE-CENSUS-LOAD.
           MOVE ZERO TO LOAD-SCH.
           IF NOT ENROLLMENT-OPEN
               GO TO MEASURE-CENSUS-LOAD-EXIT.
           MOVE AT-STUDENT-ID(AT-IDX) TO EN-STUDENT-ID.
           MOVE ZEROS TO EN-CRN.
           MOVE ZEROS TO EN-TERM-CODE.
           START ENROLLMENT-MASTER KEY IS GREATER THAN OR EQUAL
                   EN-STUDENT-CRN-TERM-KEY
               INVALID KEY
                   GO TO MEASURE-CENSUS-LOAD-EXIT
           END-START.
           MOVE 0 TO EOF-FLAG.
           READ ENROLLMENT-MASTER NEXT RECORD
               AT END MOVE 1 TO EOF-FLAG
           END-READ.
           PERFORM UNTIL EOF
                   OR EN-STUDENT-ID IS NOT EQUAL TO
                       AT-STUDENT-ID(AT-IDX)
               IF EN-TERM-CODE IS EQUAL TO RUN-TERM-CODE
                       AND NOT EN-BASIS-AUDIT
                   IF (CENSUS-PASSED AND ENROLLMENT-ACTIVE
                           AND EN-ACTION-DATE IS NOT GREATER THAN
                               CENSUS-YYMMDD)
                       OR (CENSUS-PASSED AND ENROLLMENT-DROPPED
                           AND EN-ACTION-DATE IS GREATER THAN
                               CENSUS-YYMMDD)
                       OR (NOT CENSUS-PASSED AND ENROLLMENT-ACTIVE)
                       PERFORM ADD-SECTION-SCH
                   END-IF
               END-IF
               READ ENROLLMENT-MASTER NEXT RECORD
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
       MEASURE-CENSUS-LOAD-EXIT.
           EXIT.

       ADD-SECTION-SCH.
           MOVE EN-CRN TO CRN OF STUDENT-RECORD-INDEXED.
           MOVE EN-TERM-CODE TO TERM-CODE OF STUDENT-RECORD-INDEXED.
           READ COURSES-INDEXED KEY IS CRN-TERM-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EN-CREDITS IS NUMERIC
                           AND EN-CREDITS IS GREATER THAN ZERO
                       ADD EN-CREDITS TO LOAD-SCH
                   ELSE
                       IF SCH OF STUDENT-RECORD-INDEXED IS NUMERIC
                           MOVE SCH OF STUDENT-RECORD-INDEXED
                               TO SCH-COMP
                           ADD SCH-COMP TO LOAD-SCH
                       END-IF
                   END-IF
           END-READ.

       WRITE-CERT-FILE.
           OPEN OUTPUT CERT-FILE.
           PERFORM VARYING CR-IDX FROM 1 BY 1
                   UNTIL CR-IDX GREATER THAN CERT-ROW-COUNT
               MOVE CR-RECORD(CR-IDX) TO ATHLETE-CERT-RECORD
               WRITE ATHLETE-CERT-RECORD
           END-PERFORM.
           PERFORM VARYING AT-IDX FROM 1 BY 1
                   UNTIL AT-IDX GREATER THAN ATHLETE-COUNT
               MOVE SPACES TO ATHLETE-CERT-RECORD
               MOVE AT-STUDENT-ID(AT-IDX) TO AC-STUDENT-ID
               MOVE RUN-TERM-CODE TO AC-TERM-CODE
               MOVE AT-SPORT(AT-IDX) TO AC-SPORT
               MOVE AT-STATUS(AT-IDX) TO AC-STATUS
               MOVE AT-FIRST-RULE(AT-IDX) TO AC-RULE
               MOVE TODAY-DATE TO AC-STATUS-DATE
               WRITE ATHLETE-CERT-RECORD
           END-PERFORM.
           CLOSE CERT-FILE.

       END PROGRAM ATHLETE-CERTIFICATION.
