      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Missing-grades delinquency report -- GRADE-ROSTER-GEN
      *          writes GradeRosters.txt and GRADE-LOAD posts what
      *          comes back, but nothing showed which sections were
      *          still unposted once grades fell due. This run walks
      *          the term's rosters student by student against the
      *          grades posted to GradeDetail.txt (by CRN, or by
      *          class name for rows keyed before the CRN was
      *          carried) and, for every section past its grade due
      *          date on TermCalendar.txt (the section's own part-of-
      *          term row when it carries one, else the full-term
      *          row; a row with no grade due date falls due at the
      *          term end), lists it on MissingGradesReport.txt with
      *          the instructor off IndexedCourses and the count of
      *          students still without a grade, subtotalled by
      *          department for the chairs. Each delinquent
      *          instructor gets one reminder notice on
      *          GradeReminders.txt naming every section they owe.
      *          Every student still ungraded -- past due or not --
      *          is written to GradesPending.txt (this term's rows
      *          replaced, other terms' kept), which ACADEMIC-
      *          STANDING reads to keep that student's term out of
      *          the standing run until the grades post.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 4
      * delinquent sections listed, 8 fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MISSING-GRADES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO "GradeRosters.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-STATUS.
           SELECT GRADE-DETAIL-FILE ASSIGN TO "GradeDetail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-DETAIL-STATUS.
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
           SELECT TERM-CALENDAR-FILE ASSIGN TO "TermCalendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-CALENDAR-STATUS.
           SELECT PENDING-FILE ASSIGN TO "GradesPending.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MissingGradesReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-FILE ASSIGN TO "GradeReminders.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ROSTER-FILE.
       01 ROSTER-LINE PIC X(80).
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
           03 FILLER PIC X.
           03 GD-CRN PIC 9(5).
       FD COURSES-INDEXED.
       COPY CoursesFormat REPLACING STUDENT-RECORD
           BY STUDENT-RECORD-INDEXED.
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
      *>    Final grades due from the instructors; blank on rows
      *>    written before the column was added.
           03 FILLER PIC X(1).
           03 TC-GRADE-DUE-DATE PIC 9(8).
       FD PENDING-FILE.
       01 PENDING-RECORD.
           03 GP-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 GP-REG-TERM PIC X(6).
           03 FILLER PIC X(1).
           03 GP-BANNER-TERM PIC 9(6).
           03 FILLER PIC X(1).
           03 GP-CRN PIC 9(5).
           03 FILLER PIC X(1).
           03 GP-CLASSNAME PIC X(5).
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       FD NOTICE-FILE.
       01 NOTICE-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       77 ROSTER-STATUS PIC X(2) VALUE "00".
           88 ROSTER-OK VALUE "00".
       77 GRADE-DETAIL-STATUS PIC X(2) VALUE "00".
           88 GRADE-DETAIL-OK VALUE "00".
       77 COURSES-INDEXED-STATUS PIC X(2) VALUE "00".
           88 COURSES-INDEXED-OK VALUE "00".
       77 TERM-CALENDAR-STATUS PIC X(2) VALUE "00".
           88 TERM-CALENDAR-OK VALUE "00".
       77 PENDING-STATUS PIC X(2) VALUE "00".
           88 PENDING-OK VALUE "00".
       77 COURSES-OPEN-FLAG PIC X VALUE "N".
           88 COURSES-OPEN VALUE "Y".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 RUN-TERM PIC X(6).
       77 RUN-BANNER-CODE PIC 9(6).
       77 TERM-BANNER-CODE PIC X(6).
       77 TERM-REGISTRAR-CODE PIC X(6).
       77 TERM-VALID-FLAG PIC X VALUE "N".
           88 TERM-IS-VALID VALUE "Y".
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
       77 FULL-TERM-DUE-DATE PIC 9(8) VALUE ZERO.
       77 ROW-DUE-DATE PIC 9(8).

      *>    The term's calendar rows by part of term, each with the
      *>    date its grades fall due.
       77 PART-COUNT PIC 9(2) VALUE IS 0.
       01 PART-TABLE.
           03 PART-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON PART-COUNT.
               05 PT-PART-OF-TERM PIC X(1).
               05 PT-DUE-DATE PIC 9(8).
       77 PT-IDX PIC 9(2).

      *>    The term's posted grades, student by CRN (zero CRN for
      *>    rows keyed before the CRN was carried -- those match on
      *>    class name).
       77 POSTED-COUNT PIC 9(5) VALUE IS 0.
       01 POSTED-TABLE.
           03 POSTED-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON POSTED-COUNT.
               05 PG-STUDENT-ID PIC X(9).
               05 PG-CRN PIC 9(5).
               05 PG-CLASSNAME PIC X(5).
       77 PG-IDX PIC 9(5).
       77 POSTED-FLAG PIC X VALUE "N".
           88 GRADE-POSTED VALUE "Y".
       77 POSTED-FULL-FLAG PIC X VALUE "N".
           88 POSTED-TABLE-FULL VALUE "Y".

      *>    One row per rostered section of the term.
       77 SECTION-COUNT PIC 9(4) VALUE IS 0.
       01 SECTION-TABLE.
           03 SECTION-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON SECTION-COUNT.
               05 SC-CRN PIC 9(5).
               05 SC-CLASSNAME PIC X(5).
               05 SC-DEPARTMENT PIC X(6).
               05 SC-INSTR-FIRST PIC X(16).
               05 SC-INSTR-LAST PIC X(16).
               05 SC-DUE-DATE PIC 9(8).
               05 SC-ROSTER-COUNT PIC 9(4).
               05 SC-MISSING-COUNT PIC 9(4).
               05 SC-PRINTED-FLAG PIC X(1).
               05 SC-NOTICED-FLAG PIC X(1).
       77 SC-IDX PIC 9(4).
       77 WALK-IDX PIC 9(4).
       77 BEST-IDX PIC 9(4).
       77 IN-SECTION-FLAG PIC X VALUE "N".
           88 SECTION-OPEN VALUE "Y".

      *>    GradesPending.txt as it stood, less this term's rows,
      *>    written back ahead of this run's.
       77 KEEP-ROW-COUNT PIC 9(5) VALUE IS 0.
       01 KEEP-ROW-TABLE.
           03 KEEP-ROW-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON KEEP-ROW-COUNT.
               05 KR-RECORD PIC X(35).
       77 KR-IDX PIC 9(5).

       01 SECTION-HEADER-VIEW.
           03 SH-TAG PIC X(4).
           03 SH-CRN PIC 9(5).
           03 FILLER PIC X(1).
           03 SH-TERM-CODE PIC 9(6).
           03 FILLER PIC X(1).
           03 SH-CLASSNAME PIC X(5).
           03 FILLER PIC X(1).
           03 SH-CREDITS PIC 9(1).
           03 FILLER PIC X(1).
           03 SH-INSTRUCTOR PIC X(16).
       01 STUDENT-DETAIL-VIEW.
           03 SD-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 SD-GRADE PIC X(2).

       77 CURRENT-DEPARTMENT PIC X(6).
       77 DEPT-SECTION-COUNT PIC 9(4) VALUE ZERO.
       77 DEPT-MISSING-COUNT PIC 9(5) VALUE ZERO.
       77 DELINQUENT-COUNT PIC 9(4) VALUE ZERO.
       77 DELINQUENT-MISSING PIC 9(6) VALUE ZERO.
       77 NOT-DUE-COUNT PIC 9(4) VALUE ZERO.
       77 NOT-DUE-MISSING PIC 9(6) VALUE ZERO.
       77 PENDING-WRITTEN PIC 9(6) VALUE ZERO.
       77 NOTICE-COUNT PIC 9(4) VALUE ZERO.
       77 NOTICE-FIRST PIC X(16).
       77 NOTICE-LAST PIC X(16).
       77 COUNT-DISPLAY PIC ZZZZ9.
       77 ROSTER-DISPLAY PIC ZZZ9.
       01 DATE-BREAKDOWN.
           03 DB-YEAR PIC 9(4).
           03 DB-MONTH PIC 9(2).
           03 DB-DAY PIC 9(2).
       01 DATE-DISPLAY.
           03 DD-MONTH PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 DD-DAY PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 DD-YEAR PIC 9(4).
       01 SECTION-REPORT-LINE.
           03 SR-DEPARTMENT PIC X(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SR-CRN PIC 9(5).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SR-CLASSNAME PIC X(5).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SR-INSTR-LAST PIC X(16).
           03 FILLER PIC X(1) VALUE SPACES.
           03 SR-INSTR-FIRST PIC X(12).
           03 FILLER PIC X(1) VALUE SPACES.
           03 SR-DUE-DATE PIC X(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SR-ROSTER PIC ZZZ9.
           03 FILLER PIC X(4) VALUE SPACES.
           03 SR-MISSING PIC ZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL TERM-IS-VALID
               DISPLAY "Enter the term code to check for missing "
                   "grades (e.g. FA26): "
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
           MOVE TERM-BANNER-CODE TO RUN-BANNER-CODE.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.

           OPEN INPUT ROSTER-FILE.
           IF NOT ROSTER-OK
               DISPLAY "NO GradeRosters.txt ON FILE -- RUN "
                   "GRADE-ROSTER-GEN FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT COURSES-INDEXED.
           IF COURSES-INDEXED-OK
               MOVE "Y" TO COURSES-OPEN-FLAG.

           PERFORM LOAD-DUE-DATES THRU LOAD-DUE-DATES-EXIT.
           PERFORM LOAD-POSTED-GRADES THRU LOAD-POSTED-GRADES-EXIT.
           PERFORM LOAD-OTHER-PENDING THRU LOAD-OTHER-PENDING-EXIT.

           OPEN OUTPUT PENDING-FILE.
           PERFORM VARYING KR-IDX FROM 1 BY 1
                   UNTIL KR-IDX GREATER THAN KEEP-ROW-COUNT
               MOVE KR-RECORD(KR-IDX) TO PENDING-RECORD
               WRITE PENDING-RECORD
           END-PERFORM.
           MOVE 0 TO EOF-FLAG.
           READ ROSTER-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM CHECK-ONE-ROSTER-LINE UNTIL EOF.
           CLOSE PENDING-FILE.
           CLOSE ROSTER-FILE.
           IF COURSES-OPEN
               CLOSE COURSES-INDEXED.

           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT NOTICE-FILE.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM PRINT-ONE-DEPARTMENT
               UNTIL BEST-IDX IS EQUAL TO ZERO.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX GREATER THAN SECTION-COUNT
               IF SC-PRINTED-FLAG(SC-IDX) IS EQUAL TO "Y"
                       AND SC-NOTICED-FLAG(SC-IDX) IS EQUAL TO "N"
                   PERFORM WRITE-INSTRUCTOR-NOTICE
               END-IF
           END-PERFORM.
           CLOSE NOTICE-FILE.
           CLOSE REPORT-FILE.

           DISPLAY DELINQUENT-COUNT " DELINQUENT SECTION(S), "
               DELINQUENT-MISSING " STUDENT GRADE(S) PAST DUE, "
               NOTICE-COUNT " REMINDER NOTICE(S)".
           DISPLAY PENDING-WRITTEN " UNGRADED STUDENT(S) HELD ON "
               "GradesPending.txt FOR " RUN-TERM.
           IF DELINQUENT-COUNT IS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *>    Each calendar row of the term with the date its grades
      *>    fall due: the grade due date where the row carries one,
      *>    else the row's term end.
       LOAD-DUE-DATES.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF NOT TERM-CALENDAR-OK
               DISPLAY "NO TermCalendar.txt ON FILE -- NO SECTION "
                   "IS TREATED AS PAST DUE"
               GO TO LOAD-DUE-DATES-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ TERM-CALENDAR-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               IF TC-TERM-CODE IS EQUAL TO RUN-BANNER-CODE
                       AND PART-COUNT IS LESS THAN 20
                   MOVE ZERO TO ROW-DUE-DATE
                   IF TC-TERM-END IS NUMERIC
                       MOVE TC-TERM-END TO ROW-DUE-DATE
                   END-IF
                   IF TC-GRADE-DUE-DATE IS NUMERIC
                           AND TC-GRADE-DUE-DATE IS GREATER THAN ZERO
                       MOVE TC-GRADE-DUE-DATE TO ROW-DUE-DATE
                   END-IF
                   ADD 1 TO PART-COUNT
                   MOVE TC-PART-OF-TERM TO PT-PART-OF-TERM(PART-COUNT)
                   MOVE ROW-DUE-DATE TO PT-DUE-DATE(PART-COUNT)
                   IF TC-PART-OF-TERM IS EQUAL TO SPACE
                       MOVE ROW-DUE-DATE TO FULL-TERM-DUE-DATE
                   END-IF
               END-IF
               READ TERM-CALENDAR-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE TERM-CALENDAR-FILE.
       LOAD-DUE-DATES-EXIT.
           EXIT.

      *>    GradeDetail carries the term in registrar form; any
      *>    posted grade, an incomplete included, answers the
      *>    roster line.
       LOAD-POSTED-GRADES.
           OPEN INPUT GRADE-DETAIL-FILE.
           IF NOT GRADE-DETAIL-OK
               GO TO LOAD-POSTED-GRADES-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ GRADE-DETAIL-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               IF GD-TERM IS EQUAL TO RUN-TERM
                       AND GD-GRADE IS NOT EQUAL TO SPACES
                   IF POSTED-COUNT IS LESS THAN 20000
                       ADD 1 TO POSTED-COUNT
                       MOVE GD-STUDENT-ID TO PG-STUDENT-ID(POSTED-COUNT)
                       MOVE ZERO TO PG-CRN(POSTED-COUNT)
                       IF GD-CRN IS NUMERIC
                           MOVE GD-CRN TO PG-CRN(POSTED-COUNT)
                       END-IF
                       MOVE GD-CLASSNAME TO PG-CLASSNAME(POSTED-COUNT)
                   ELSE
                       MOVE "Y" TO POSTED-FULL-FLAG
                   END-IF
               END-IF
               READ GRADE-DETAIL-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE GRADE-DETAIL-FILE.
           IF POSTED-TABLE-FULL
               DISPLAY "MORE THAN 20000 GRADES POSTED FOR " RUN-TERM
                   " -- LATER ROWS NOT LOADED".
       LOAD-POSTED-GRADES-EXIT.
           EXIT.

       LOAD-OTHER-PENDING.
           OPEN INPUT PENDING-FILE.
           IF NOT PENDING-OK
               GO TO LOAD-OTHER-PENDING-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ PENDING-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               IF GP-BANNER-TERM IS NOT EQUAL TO RUN-BANNER-CODE
                       AND KEEP-ROW-COUNT IS LESS THAN 20000
                   ADD 1 TO KEEP-ROW-COUNT
                   MOVE PENDING-RECORD TO KR-RECORD(KEEP-ROW-COUNT)
               END-IF
               READ PENDING-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE PENDING-FILE.
       LOAD-OTHER-PENDING-EXIT.
           EXIT.

      *>    SEC headers of other terms are passed over with their
      *>    student lines.
       CHECK-ONE-ROSTER-LINE.
           IF ROSTER-LINE(1:4) IS EQUAL TO "SEC "
               MOVE ROSTER-LINE TO SECTION-HEADER-VIEW
               MOVE "N" TO IN-SECTION-FLAG
               IF SH-TERM-CODE IS EQUAL TO RUN-BANNER-CODE
                   PERFORM OPEN-ONE-SECTION THRU OPEN-ONE-SECTION-EXIT
               END-IF
           ELSE
               IF SECTION-OPEN AND ROSTER-LINE IS NOT EQUAL TO SPACES
                   PERFORM CHECK-ONE-STUDENT
               END-IF
           END-IF.
           READ ROSTER-FILE AT END MOVE 1 TO EOF-FLAG.

       OPEN-ONE-SECTION.
           IF SECTION-COUNT IS EQUAL TO 3000
               DISPLAY "SECTION TABLE FULL -- CRN " SH-CRN
                   " NOT CHECKED"
               GO TO OPEN-ONE-SECTION-EXIT.
           MOVE "Y" TO IN-SECTION-FLAG.
           ADD 1 TO SECTION-COUNT.
           MOVE SH-CRN TO SC-CRN(SECTION-COUNT).
           MOVE SH-CLASSNAME TO SC-CLASSNAME(SECTION-COUNT).
           MOVE "UNKNWN" TO SC-DEPARTMENT(SECTION-COUNT).
           MOVE SPACES TO SC-INSTR-FIRST(SECTION-COUNT).
           MOVE SH-INSTRUCTOR TO SC-INSTR-LAST(SECTION-COUNT).
           MOVE FULL-TERM-DUE-DATE TO SC-DUE-DATE(SECTION-COUNT).
           MOVE ZERO TO SC-ROSTER-COUNT(SECTION-COUNT).
           MOVE ZERO TO SC-MISSING-COUNT(SECTION-COUNT).
           MOVE "N" TO SC-PRINTED-FLAG(SECTION-COUNT).
           MOVE "N" TO SC-NOTICED-FLAG(SECTION-COUNT).
           IF NOT COURSES-OPEN
               GO TO OPEN-ONE-SECTION-EXIT.
      *>    The section as scheduled names the instructor and the
      *>    department; a part-of-term section falls due on its
      *>    own calendar row's date.
           MOVE SH-CRN TO CRN OF STUDENT-RECORD-INDEXED.
           MOVE RUN-BANNER-CODE TO TERM-CODE OF STUDENT-RECORD-INDEXED.
           READ COURSES-INDEXED KEY IS CRN-TERM-KEY
               INVALID KEY
                   GO TO OPEN-ONE-SECTION-EXIT
           END-READ.
           MOVE DEPARTMENT-CODE OF STUDENT-RECORD-INDEXED
               TO SC-DEPARTMENT(SECTION-COUNT).
           MOVE INSTRUCTOR-FIRST OF STUDENT-RECORD-INDEXED
               TO SC-INSTR-FIRST(SECTION-COUNT).
           MOVE INSTRUCTOR-LAST OF STUDENT-RECORD-INDEXED
               TO SC-INSTR-LAST(SECTION-COUNT).
           IF NOT FULL-TERM-SECTION OF STUDENT-RECORD-INDEXED
               PERFORM VARYING PT-IDX FROM 1 BY 1
                       UNTIL PT-IDX GREATER THAN PART-COUNT
                   IF PT-PART-OF-TERM(PT-IDX) IS EQUAL TO
                           PART-OF-TERM OF STUDENT-RECORD-INDEXED
                       MOVE PT-DUE-DATE(PT-IDX)
                           TO SC-DUE-DATE(SECTION-COUNT)
                   END-IF
               END-PERFORM
           END-IF.
       OPEN-ONE-SECTION-EXIT.
           EXIT.

       CHECK-ONE-STUDENT.
           MOVE ROSTER-LINE TO STUDENT-DETAIL-VIEW.
           ADD 1 TO SC-ROSTER-COUNT(SECTION-COUNT).
           MOVE "N" TO POSTED-FLAG.
           PERFORM VARYING PG-IDX FROM 1 BY 1
                   UNTIL PG-IDX GREATER THAN POSTED-COUNT
                       OR GRADE-POSTED
               IF PG-STUDENT-ID(PG-IDX) IS EQUAL TO SD-STUDENT-ID
                   IF PG-CRN(PG-IDX) IS EQUAL TO SH-CRN
                       OR (PG-CRN(PG-IDX) IS EQUAL TO ZERO
                           AND PG-CLASSNAME(PG-IDX) IS EQUAL TO
                               SH-CLASSNAME)
                       MOVE "Y" TO POSTED-FLAG
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT GRADE-POSTED
               ADD 1 TO SC-MISSING-COUNT(SECTION-COUNT)
               MOVE SPACES TO PENDING-RECORD
               MOVE SD-STUDENT-ID TO GP-STUDENT-ID
               MOVE RUN-TERM TO GP-REG-TERM
               MOVE RUN-BANNER-CODE TO GP-BANNER-TERM
               MOVE SH-CRN TO GP-CRN
               MOVE SH-CLASSNAME TO GP-CLASSNAME
               WRITE PENDING-RECORD
               ADD 1 TO PENDING-WRITTEN
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "MISSING GRADES BY INSTRUCTOR -- TERM "
                   DELIMITED BY SIZE
               RUN-TERM DELIMITED BY SPACE
               " -- RUN " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF FULL-TERM-DUE-DATE IS GREATER THAN ZERO
               MOVE FULL-TERM-DUE-DATE TO DATE-BREAKDOWN
               PERFORM FORMAT-DATE
               STRING "FULL-TERM GRADES DUE " DELIMITED BY SIZE
                   DATE-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               MOVE "NO FULL-TERM ROW ON TermCalendar.txt"
                   TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DEPT    CRN    CLASS  INSTRUCTOR             "
               & "       DUE       ROSTER MISSING" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM FIND-NEXT-DEPARTMENT.

      *>    Departments print in order by repeated lowest-unprinted
      *>    scan, the way ACADEMIC-STANDING walks terms; only a
      *>    section past its due date with students still ungraded
      *>    is delinquent.
       FIND-NEXT-DEPARTMENT.
           MOVE ZERO TO BEST-IDX.
           PERFORM VARYING WALK-IDX FROM 1 BY 1
                   UNTIL WALK-IDX GREATER THAN SECTION-COUNT
               IF SC-PRINTED-FLAG(WALK-IDX) IS EQUAL TO "N"
                       AND SC-MISSING-COUNT(WALK-IDX) IS GREATER
                           THAN ZERO
                       AND SC-DUE-DATE(WALK-IDX) IS GREATER THAN ZERO
                       AND SC-DUE-DATE(WALK-IDX) IS LESS THAN
                           TODAY-DATE
                   IF BEST-IDX IS EQUAL TO ZERO
                       OR SC-DEPARTMENT(WALK-IDX) IS LESS THAN
                           SC-DEPARTMENT(BEST-IDX)
                       MOVE WALK-IDX TO BEST-IDX
                   END-IF
               END-IF
           END-PERFORM.

       PRINT-ONE-DEPARTMENT.
           MOVE SC-DEPARTMENT(BEST-IDX) TO CURRENT-DEPARTMENT.
           MOVE ZERO TO DEPT-SECTION-COUNT.
           MOVE ZERO TO DEPT-MISSING-COUNT.
           PERFORM VARYING WALK-IDX FROM 1 BY 1
                   UNTIL WALK-IDX GREATER THAN SECTION-COUNT
               IF SC-PRINTED-FLAG(WALK-IDX) IS EQUAL TO "N"
                       AND SC-DEPARTMENT(WALK-IDX) IS EQUAL TO
                           CURRENT-DEPARTMENT
                       AND SC-MISSING-COUNT(WALK-IDX) IS GREATER
                           THAN ZERO
                       AND SC-DUE-DATE(WALK-IDX) IS GREATER THAN ZERO
                       AND SC-DUE-DATE(WALK-IDX) IS LESS THAN
                           TODAY-DATE
                   PERFORM PRINT-ONE-SECTION
               END-IF
           END-PERFORM.
           MOVE DEPT-SECTION-COUNT TO ROSTER-DISPLAY.
           MOVE DEPT-MISSING-COUNT TO COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
               CURRENT-DEPARTMENT DELIMITED BY SIZE
               " SUBTOTAL: " DELIMITED BY SIZE
               ROSTER-DISPLAY DELIMITED BY SIZE
               " SECTION(S), " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE
               " STUDENT GRADE(S) MISSING" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM FIND-NEXT-DEPARTMENT.

       PRINT-ONE-SECTION.
           MOVE "Y" TO SC-PRINTED-FLAG(WALK-IDX).
           ADD 1 TO DEPT-SECTION-COUNT.
           ADD SC-MISSING-COUNT(WALK-IDX) TO DEPT-MISSING-COUNT.
           ADD 1 TO DELINQUENT-COUNT.
           ADD SC-MISSING-COUNT(WALK-IDX) TO DELINQUENT-MISSING.
           MOVE SPACES TO SECTION-REPORT-LINE.
           MOVE SC-DEPARTMENT(WALK-IDX) TO SR-DEPARTMENT.
           MOVE SC-CRN(WALK-IDX) TO SR-CRN.
           MOVE SC-CLASSNAME(WALK-IDX) TO SR-CLASSNAME.
           MOVE SC-INSTR-LAST(WALK-IDX) TO SR-INSTR-LAST.
           MOVE SC-INSTR-FIRST(WALK-IDX) TO SR-INSTR-FIRST.
           MOVE SC-DUE-DATE(WALK-IDX) TO DATE-BREAKDOWN.
           PERFORM FORMAT-DATE.
           MOVE DATE-DISPLAY TO SR-DUE-DATE.
           MOVE SC-ROSTER-COUNT(WALK-IDX) TO SR-ROSTER.
           MOVE SC-MISSING-COUNT(WALK-IDX) TO SR-MISSING.
           MOVE SECTION-REPORT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
      *>    Sections still ungraded but not yet due are counted, not
      *>    listed -- their students are held all the same.
           PERFORM VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX GREATER THAN SECTION-COUNT
               IF SC-PRINTED-FLAG(SC-IDX) IS EQUAL TO "N"
                       AND SC-MISSING-COUNT(SC-IDX) IS GREATER
                           THAN ZERO
                   ADD 1 TO NOT-DUE-COUNT
                   ADD SC-MISSING-COUNT(SC-IDX) TO NOT-DUE-MISSING
               END-IF
           END-PERFORM.
           MOVE DELINQUENT-COUNT TO ROSTER-DISPLAY.
           MOVE DELINQUENT-MISSING TO COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "DELINQUENT:        " DELIMITED BY SIZE
               ROSTER-DISPLAY DELIMITED BY SIZE
               " SECTION(S), " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE
               " STUDENT GRADE(S) PAST DUE" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NOT-DUE-COUNT TO ROSTER-DISPLAY.
           MOVE NOT-DUE-MISSING TO COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "OPEN, NOT YET DUE: " DELIMITED BY SIZE
               ROSTER-DISPLAY DELIMITED BY SIZE
               " SECTION(S), " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE
               " STUDENT GRADE(S) OUTSTANDING" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE PENDING-WRITTEN TO COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING COUNT-DISPLAY DELIMITED BY SIZE
               " STUDENT(S) HELD OUT OF ACADEMIC STANDING UNTIL "
                   DELIMITED BY SIZE
               "GRADES POST" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *>    One notice per instructor naming every delinquent
      *>    section they owe; the sections are marked as they are
      *>    named so the instructor is not noticed twice.
       WRITE-INSTRUCTOR-NOTICE.
           ADD 1 TO NOTICE-COUNT.
           MOVE SC-INSTR-FIRST(SC-IDX) TO NOTICE-FIRST.
           MOVE SC-INSTR-LAST(SC-IDX) TO NOTICE-LAST.
           MOVE SPACES TO NOTICE-LINE.
           STRING "TO: " DELIMITED BY SIZE
               NOTICE-FIRST DELIMITED BY "  "
               " " DELIMITED BY SIZE
               NOTICE-LAST DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               SC-DEPARTMENT(SC-IDX) DELIMITED BY SPACE
               INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           STRING "REMINDER -- FINAL GRADES FOR TERM " DELIMITED BY SIZE
               RUN-TERM DELIMITED BY SPACE
               " ARE PAST DUE FOR:" DELIMITED BY SIZE
               INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           PERFORM VARYING WALK-IDX FROM SC-IDX BY 1
                   UNTIL WALK-IDX GREATER THAN SECTION-COUNT
               IF SC-PRINTED-FLAG(WALK-IDX) IS EQUAL TO "Y"
                       AND SC-NOTICED-FLAG(WALK-IDX) IS EQUAL TO "N"
                       AND SC-INSTR-FIRST(WALK-IDX) IS EQUAL TO
                           NOTICE-FIRST
                       AND SC-INSTR-LAST(WALK-IDX) IS EQUAL TO
                           NOTICE-LAST
                   MOVE "Y" TO SC-NOTICED-FLAG(WALK-IDX)
                   MOVE SC-DUE-DATE(WALK-IDX) TO DATE-BREAKDOWN
                   PERFORM FORMAT-DATE
                   MOVE SC-MISSING-COUNT(WALK-IDX) TO ROSTER-DISPLAY
                   MOVE SPACES TO NOTICE-LINE
                   STRING "    CRN " DELIMITED BY SIZE
                       SC-CRN(WALK-IDX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       SC-CLASSNAME(WALK-IDX) DELIMITED BY SIZE
                       "  DUE " DELIMITED BY SIZE
                       DATE-DISPLAY DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       ROSTER-DISPLAY DELIMITED BY SIZE
                       " STUDENT(S) WITHOUT A GRADE" DELIMITED BY SIZE
                       INTO NOTICE-LINE
                   WRITE NOTICE-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO NOTICE-LINE.
           STRING "PLEASE COMPLETE AND RETURN THE GRADE ROSTER TO THE "
                   DELIMITED BY SIZE
               "REGISTRAR." DELIMITED BY SIZE
               INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.

       FORMAT-DATE.
           MOVE DB-MONTH TO DD-MONTH.
           MOVE DB-DAY TO DD-DAY.
           MOVE DB-YEAR TO DD-YEAR.

       END PROGRAM MISSING-GRADES.
