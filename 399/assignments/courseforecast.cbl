      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Next-term course forecast for section planning --
      *          TERM-ROLLOVER copies the like term's sections forward
      *          one for one; this run tells the chairs how far off
      *          that copy is likely to be. For every course it
      *          projects next term's headcount three ways and
      *          compares the result with the seats the rollover
      *          scheduled:
      *            - history: the same term in each of the three
      *              prior years, counted off that term's census
      *              snapshot (CensusSnapshotYYYYMMDD.txt for the
      *              full-term census date on TermCalendar.txt) and,
      *              where no snapshot was kept, off the active
      *              EnrollmentMaster rows;
      *            - continuing students: the current term's
      *              students carried forward at last year's
      *              retention rate from the like current term into
      *              the like target term, plus last year's new
      *              students, scales the history average;
      *            - pipeline: students who passed a feeder class on
      *              PrereqRules.txt in the current term
      *              (CompletedWork), at the same retention rate,
      *              set a floor under the projection.
      *          The rolled-over sections of the target term give the
      *          capacity and the average section size; a projection
      *          over capacity suggests sections to add, one a full
      *          section or more under it suggests sections to cut
      *          (never the last one). A course with no sections
      *          scheduled is sized at 30 seats. The planning report
      *          goes to CourseForecastReport.txt by department.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-FORECAST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ENROLLMENT-MASTER ASSIGN TO "EnrollmentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-STUDENT-CRN-TERM-KEY
                   = EN-STUDENT-ID EN-CRN EN-TERM-CODE
               ALTERNATE KEY IS EN-CRN-TERM-KEY
                   = EN-CRN EN-TERM-CODE WITH DUPLICATES
               FILE STATUS IS ENROLLMENT-STATUS.
           SELECT COMPLETED-WORK ASSIGN TO "CompletedWork"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CW-STUDENT-CLASS-KEY
                   = CW-STUDENT-ID CW-CLASSNAME
               FILE STATUS IS COMPLETED-WORK-STATUS.
           SELECT PREREQ-FILE ASSIGN TO "PrereqRules.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREREQ-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO SNAPSHOT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-STATUS.
           SELECT TERM-CALENDAR-FILE ASSIGN TO "TermCalendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-CALENDAR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CourseForecastReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "FCSTWORK.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD COURSES-INDEXED.
       COPY CoursesFormat REPLACING STUDENT-RECORD
           BY STUDENT-RECORD-INDEXED.
       FD ENROLLMENT-MASTER.
       COPY EnrollmentFormat.
       FD COMPLETED-WORK.
       COPY CompletedWorkFormat.
       FD PREREQ-FILE.
       01 PREREQ-RECORD.
           03 PR-DEPT PIC X(6).
           03 FILLER PIC X(1).
           03 PR-COURSE-NUMBER PIC X(5).
           03 FILLER PIC X(1).
           03 PR-REQUIRED-CLASS PIC X(5).
           03 FILLER PIC X(1).
           03 PR-RULE-TYPE PIC X(1).
               88 PR-COREQUISITE VALUE "C".
       FD SNAPSHOT-FILE.
       COPY CoursesFormat REPLACING STUDENT-RECORD
           BY SNAPSHOT-RECORD.
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
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(90).
      *>    Same shape as a COURSE-ENTRY so a table row moves
      *>    straight across.
       SD SORT-FILE.
       01 SORT-RECORD.
           03 SK-DEPT PIC X(6).
           03 SK-COURSE PIC X(5).
           03 SK-CLASSNAME PIC X(5).
           03 SK-HISTORY PIC 9(5) OCCURS 3 TIMES.
           03 SK-PIPELINE PIC 9(5).
           03 SK-SECTIONS PIC 9(3).
           03 SK-CAPACITY PIC 9(5).
           03 SK-PROJECTED PIC 9(5).
           03 SK-ADD PIC 9(3).
           03 SK-CUT PIC 9(3).
           03 SK-NOTE PIC X(14).
       WORKING-STORAGE SECTION.
       77 COURSES-INDEXED-STATUS PIC X(2) VALUE "00".
           88 COURSES-INDEXED-OK VALUE "00".
           88 NO-MORE-SECTIONS VALUE "46".
       77 ENROLLMENT-STATUS PIC X(2) VALUE "00".
           88 ENROLLMENT-OK VALUE "00".
           88 NO-MORE-ENROLLMENTS VALUE "46".
       77 COMPLETED-WORK-STATUS PIC X(2) VALUE "00".
           88 COMPLETED-WORK-OK VALUE "00".
           88 NO-MORE-COMPLETED VALUE "46".
       77 PREREQ-STATUS PIC X(2) VALUE "00".
           88 PREREQ-OK VALUE "00".
       77 SNAPSHOT-STATUS PIC X(2) VALUE "00".
           88 SNAPSHOT-OK VALUE "00".
       77 TERM-CALENDAR-STATUS PIC X(2) VALUE "00".
           88 TERM-CALENDAR-OK VALUE "00".
       77 SNAPSHOT-FILENAME PIC X(30) VALUE SPACES.
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 SORT-EOF-FLAG PIC 9 VALUE IS 0.
           88 SORT-EOF VALUE IS 1.
       77 INPUT-TERM PIC X(6) VALUE SPACES.
       77 TERM-BANNER-CODE PIC X(6).
       77 TERM-REGISTRAR-CODE PIC X(6).
       77 TERM-VALID-FLAG PIC X VALUE "N".
           88 TERM-VALID VALUE "Y".
       77 TARGET-TERM PIC 9(6) VALUE ZERO.
       77 CURRENT-TERM PIC 9(6) VALUE ZERO.
       77 CURRENT-TERM-TEXT PIC X(6) VALUE SPACES.
       77 PRIOR-CURRENT-TERM PIC 9(6) VALUE ZERO.
       77 DEFAULT-SECTION-SIZE PIC 9(3) VALUE 30.

      *>    The like target term in each of the three prior years:
      *>    its census date and where its headcount came from --
      *>    C census snapshot, E EnrollmentMaster.
       01 YEAR-TABLE.
           03 YEAR-ENTRY OCCURS 3 TIMES.
               05 YR-TERM PIC 9(6).
               05 YR-CENSUS-DATE PIC 9(8).
               05 YR-SOURCE PIC X(1).
                   88 YR-FROM-CENSUS VALUE "C".
                   88 YR-FROM-ENROLLMENT VALUE "E".
       77 YEAR-IDX PIC 9(1).

      *>    One row per department and course number seen in the
      *>    target term, the history or the pipeline.
       77 COURSE-COUNT PIC 9(4) VALUE IS 0.
       01 COURSE-TABLE.
           03 COURSE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON COURSE-COUNT.
               05 CF-DEPT PIC X(6).
               05 CF-COURSE PIC X(5).
               05 CF-CLASSNAME PIC X(5).
               05 CF-HISTORY PIC 9(5) OCCURS 3 TIMES.
               05 CF-PIPELINE PIC 9(5).
               05 CF-SECTIONS PIC 9(3).
               05 CF-CAPACITY PIC 9(5).
               05 CF-PROJECTED PIC 9(5).
               05 CF-ADD PIC 9(3).
               05 CF-CUT PIC 9(3).
               05 CF-NOTE PIC X(14).
       77 COURSE-IDX PIC 9(4).
       77 LOOK-IDX PIC 9(4).
       77 NOTE-DEPT PIC X(6).
       77 NOTE-COURSE PIC X(5).

      *>    Non-corequisite prerequisite rules and how many students
      *>    passed each rule's feeder class in the current term.
       77 RULE-COUNT PIC 9(3) VALUE IS 0.
       01 RULE-TABLE.
           03 RULE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON RULE-COUNT.
               05 RL-DEPT PIC X(6).
               05 RL-COURSE PIC X(5).
               05 RL-FEEDER PIC X(5).
               05 RL-PASSED PIC 9(5).
       77 RULE-IDX PIC 9(3).

      *>    Distinct students: the current term, the like current
      *>    term a year back, and the like target term a year back.
       77 NOW-COUNT PIC 9(4) VALUE IS 0.
       01 NOW-TABLE.
           03 NOW-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON NOW-COUNT.
               05 NW-STUDENT-ID PIC X(9).
       77 PRIOR-COUNT PIC 9(4) VALUE IS 0.
       01 PRIOR-TABLE.
           03 PRIOR-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON PRIOR-COUNT.
               05 PV-STUDENT-ID PIC X(9).
       77 LAST-COUNT PIC 9(4) VALUE IS 0.
       01 LAST-TABLE.
           03 LAST-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON LAST-COUNT.
               05 LS-STUDENT-ID PIC X(9).
       77 SCAN-IDX PIC 9(4).
       77 FOUND-FLAG PIC X VALUE "N".
           88 FOUND-IT VALUE "Y".

       77 RETAINED-COUNT PIC 9(4) VALUE ZERO.
       77 NEW-LAST-COUNT PIC 9(4) VALUE ZERO.
       77 RETENTION-RATE PIC 9V9999 VALUE ZERO.
       77 CONTINUING-NOW PIC 9(5) VALUE ZERO.
       77 PROJECTED-BODY PIC 9(5) VALUE ZERO.
       77 GROWTH-FACTOR PIC 9V9999 VALUE 1.
       77 HISTORY-SUM PIC 9(6) VALUE ZERO.
       77 HISTORY-YEARS PIC 9(1) VALUE ZERO.
       77 HISTORY-PROJECTION PIC 9(5) VALUE ZERO.
       77 PIPELINE-PROJECTION PIC 9(5) VALUE ZERO.
       77 SECTION-SIZE PIC 9(3) VALUE ZERO.
       77 SHORTFALL PIC 9(5) VALUE ZERO.

       77 CURRENT-DEPT PIC X(6) VALUE SPACES.
       77 DEPT-SECTIONS PIC 9(5) VALUE ZERO.
       77 DEPT-ADDS PIC 9(5) VALUE ZERO.
       77 DEPT-CUTS PIC 9(5) VALUE ZERO.
       77 TOTAL-SECTIONS PIC 9(5) VALUE ZERO.
       77 TOTAL-ADDS PIC 9(5) VALUE ZERO.
       77 TOTAL-CUTS PIC 9(5) VALUE ZERO.
       77 RATE-DISPLAY PIC ZZ9.9.
       77 GROWTH-DISPLAY PIC Z9.99.
       77 COUNT-DISPLAY PIC ZZZZ9.
       77 SND-COUNT-DISPLAY PIC ZZZZ9.
       77 TRD-COUNT-DISPLAY PIC ZZZZ9.
       77 SECT-DISPLAY PIC ZZ9.
       77 SOURCE-TEXT PIC X(12).

       01 FORECAST-LINE.
           03 FL-DEPT PIC X(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 FL-COURSE PIC X(5).
           03 FL-HISTORY OCCURS 3 TIMES.
               05 FILLER PIC X(1).
               05 FL-HIST-COUNT PIC ZZZZ9.
           03 FILLER PIC X(1) VALUE SPACE.
           03 FL-PIPELINE PIC ZZZZ9.
           03 FILLER PIC X(1) VALUE SPACE.
           03 FL-PROJECTED PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FL-SECTIONS PIC ZZ9.
           03 FILLER PIC X(1) VALUE SPACE.
           03 FL-CAPACITY PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FL-SUGGESTION PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Enter the term being planned (the rolled-over "
               "term): ".
           ACCEPT INPUT-TERM.
           CALL "VALIDATE-TERM-CODE" USING INPUT-TERM
               TERM-BANNER-CODE TERM-REGISTRAR-CODE TERM-VALID-FLAG.
           IF NOT TERM-VALID
               DISPLAY "REJECTED: " INPUT-TERM
                   " IS NOT ON TermMaster.txt"
               STOP RUN.
           MOVE TERM-BANNER-CODE TO TARGET-TERM.
           DISPLAY "Enter the current term (its grades feed the "
               "pipeline): ".
           MOVE SPACES TO INPUT-TERM.
           ACCEPT INPUT-TERM.
           CALL "VALIDATE-TERM-CODE" USING INPUT-TERM
               TERM-BANNER-CODE TERM-REGISTRAR-CODE TERM-VALID-FLAG.
           IF NOT TERM-VALID
               DISPLAY "REJECTED: " INPUT-TERM
                   " IS NOT ON TermMaster.txt"
               STOP RUN.
           MOVE TERM-BANNER-CODE TO CURRENT-TERM.
           IF CURRENT-TERM IS NOT LESS THAN TARGET-TERM
               DISPLAY "REJECTED: THE CURRENT TERM MUST COME BEFORE "
                   TARGET-TERM
               STOP RUN.
           MOVE CURRENT-TERM TO CURRENT-TERM-TEXT.
           COMPUTE PRIOR-CURRENT-TERM = CURRENT-TERM - 100.
           PERFORM VARYING YEAR-IDX FROM 1 BY 1
                   UNTIL YEAR-IDX GREATER THAN 3
               COMPUTE YR-TERM(YEAR-IDX) = TARGET-TERM
                   - 100 * YEAR-IDX
               MOVE ZERO TO YR-CENSUS-DATE(YEAR-IDX)
               MOVE "E" TO YR-SOURCE(YEAR-IDX)
           END-PERFORM.

           OPEN INPUT COURSES-INDEXED.
           IF NOT COURSES-INDEXED-OK
               DISPLAY "UNABLE TO OPEN IndexedCourses -- STATUS "
                   COURSES-INDEXED-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ENROLLMENT-MASTER.
           IF NOT ENROLLMENT-OK
               DISPLAY "UNABLE TO OPEN EnrollmentMaster -- STATUS "
                   ENROLLMENT-STATUS
               CLOSE COURSES-INDEXED
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           PERFORM LOAD-CENSUS-DATES THRU LOAD-CENSUS-DATES-EXIT.
           PERFORM LOAD-TARGET-SECTIONS.
           PERFORM VARYING YEAR-IDX FROM 1 BY 1
                   UNTIL YEAR-IDX GREATER THAN 3
               PERFORM LOAD-CENSUS-HISTORY THRU
                   LOAD-CENSUS-HISTORY-EXIT
           END-PERFORM.
           PERFORM COLLECT-ENROLLMENTS.
           CLOSE ENROLLMENT-MASTER.
           CLOSE COURSES-INDEXED.

           PERFORM LOAD-PIPELINE THRU LOAD-PIPELINE-EXIT.
           PERFORM COMPUTE-RETENTION.
           PERFORM VARYING COURSE-IDX FROM 1 BY 1
                   UNTIL COURSE-IDX GREATER THAN COURSE-COUNT
               PERFORM PROJECT-ONE-COURSE THRU
                   PROJECT-ONE-COURSE-EXIT
           END-PERFORM.

           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           SORT SORT-FILE
               ON ASCENDING KEY SK-DEPT
               ON ASCENDING KEY SK-COURSE
               INPUT PROCEDURE IS RELEASE-COURSES
               OUTPUT PROCEDURE IS PRINT-COURSES
                   THRU PRINT-COURSES-EXIT.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE TOTAL-SECTIONS TO COUNT-DISPLAY.
           MOVE TOTAL-ADDS TO SND-COUNT-DISPLAY.
           MOVE TOTAL-CUTS TO TRD-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "ALL DEPARTMENTS: " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE
               " SECTION(S) ROLLED OVER, ADD " DELIMITED BY SIZE
               SND-COUNT-DISPLAY DELIMITED BY SIZE
               ", CUT " DELIMITED BY SIZE
               TRD-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY COURSE-COUNT " COURSE(S) FORECAST FOR "
               TARGET-TERM " TO CourseForecastReport.txt".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *>    The full-term census date of each prior-year like term
      *>    names the snapshot to count it from.
       LOAD-CENSUS-DATES.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF NOT TERM-CALENDAR-OK
               GO TO LOAD-CENSUS-DATES-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ TERM-CALENDAR-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               IF TC-PART-OF-TERM IS EQUAL TO SPACE
                       AND TC-CENSUS-DATE IS NUMERIC
                   PERFORM VARYING YEAR-IDX FROM 1 BY 1
                           UNTIL YEAR-IDX GREATER THAN 3
                       IF TC-TERM-CODE IS EQUAL TO YR-TERM(YEAR-IDX)
                           MOVE TC-CENSUS-DATE TO
                               YR-CENSUS-DATE(YEAR-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               READ TERM-CALENDAR-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE TERM-CALENDAR-FILE.
       LOAD-CENSUS-DATES-EXIT.
           EXIT.

      *>    The rollover's sections for the planned term: seats and
      *>    section count per course.
       LOAD-TARGET-SECTIONS.
           MOVE ZEROS TO CRN OF STUDENT-RECORD-INDEXED.
           MOVE ZEROS TO TERM-CODE OF STUDENT-RECORD-INDEXED.
           START COURSES-INDEXED KEY IS GREATER THAN OR EQUAL
                   CRN-TERM-KEY
               INVALID KEY
                   MOVE "46" TO COURSES-INDEXED-STATUS
           END-START.
           PERFORM UNTIL NO-MORE-SECTIONS
               READ COURSES-INDEXED NEXT RECORD
                   AT END MOVE "46" TO COURSES-INDEXED-STATUS
               END-READ
               IF NOT NO-MORE-SECTIONS
                       AND NOT SECTION-DELETED
                           OF STUDENT-RECORD-INDEXED
                       AND TERM-CODE OF STUDENT-RECORD-INDEXED
                           IS EQUAL TO TARGET-TERM
                   MOVE DEPARTMENT-CODE OF STUDENT-RECORD-INDEXED
                       TO NOTE-DEPT
                   MOVE COURSE-NUMBER OF STUDENT-RECORD-INDEXED
                       TO NOTE-COURSE
                   PERFORM NOTE-COURSE-ENTRY THRU
                       NOTE-COURSE-ENTRY-EXIT
                   IF COURSE-IDX IS GREATER THAN ZERO
                       ADD 1 TO CF-SECTIONS(COURSE-IDX)
                       ADD SEATS-AVAILABLE OF STUDENT-RECORD-INDEXED
                           TO CF-CAPACITY(COURSE-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO COURSES-INDEXED-STATUS.

      *>    A like term with a census snapshot on file is counted as
      *>    it stood at census; the rest fall to EnrollmentMaster.
       LOAD-CENSUS-HISTORY.
           IF YR-CENSUS-DATE(YEAR-IDX) IS EQUAL TO ZERO
               GO TO LOAD-CENSUS-HISTORY-EXIT.
           MOVE SPACES TO SNAPSHOT-FILENAME.
           STRING "CensusSnapshot" DELIMITED BY SIZE
               YR-CENSUS-DATE(YEAR-IDX) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO SNAPSHOT-FILENAME.
           OPEN INPUT SNAPSHOT-FILE.
           IF NOT SNAPSHOT-OK
               GO TO LOAD-CENSUS-HISTORY-EXIT.
           MOVE "C" TO YR-SOURCE(YEAR-IDX).
           MOVE 0 TO EOF-FLAG.
           READ SNAPSHOT-FILE AT END MOVE 1 TO EOF-FLAG.
           IF NOT EOF AND SNAPSHOT-RECORD(1:3) IS EQUAL TO "HDR"
               READ SNAPSHOT-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-IF.
           PERFORM UNTIL EOF
               IF SNAPSHOT-RECORD(1:3) IS EQUAL TO "TRL"
                   MOVE 1 TO EOF-FLAG
               ELSE
                   IF NOT SECTION-DELETED OF SNAPSHOT-RECORD
                           AND TERM-CODE OF SNAPSHOT-RECORD
                               IS EQUAL TO YR-TERM(YEAR-IDX)
                           AND SEATS-ENROLLED OF SNAPSHOT-RECORD
                               IS NUMERIC
                       MOVE DEPARTMENT-CODE OF SNAPSHOT-RECORD
                           TO NOTE-DEPT
                       MOVE COURSE-NUMBER OF SNAPSHOT-RECORD
                           TO NOTE-COURSE
                       PERFORM NOTE-COURSE-ENTRY THRU
                           NOTE-COURSE-ENTRY-EXIT
                       IF COURSE-IDX IS GREATER THAN ZERO
                           ADD SEATS-ENROLLED OF SNAPSHOT-RECORD
                               TO CF-HISTORY(COURSE-IDX, YEAR-IDX)
                       END-IF
                   END-IF
                   READ SNAPSHOT-FILE AT END MOVE 1 TO EOF-FLAG
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE SNAPSHOT-FILE.
       LOAD-CENSUS-HISTORY-EXIT.
           EXIT.

      *>    One pass of the enrollments: headcount for like terms
      *>    with no snapshot, and the distinct students behind the
      *>    retention rate.
       COLLECT-ENROLLMENTS.
           MOVE LOW-VALUES TO EN-STUDENT-ID.
           MOVE ZEROS TO EN-CRN.
           MOVE ZEROS TO EN-TERM-CODE.
           START ENROLLMENT-MASTER KEY IS GREATER THAN OR EQUAL
                   EN-STUDENT-CRN-TERM-KEY
               INVALID KEY
                   MOVE "46" TO ENROLLMENT-STATUS
           END-START.
           PERFORM UNTIL NO-MORE-ENROLLMENTS
               READ ENROLLMENT-MASTER NEXT RECORD
                   AT END MOVE "46" TO ENROLLMENT-STATUS
               END-READ
               IF NOT NO-MORE-ENROLLMENTS AND ENROLLMENT-ACTIVE
                   PERFORM VARYING YEAR-IDX FROM 1 BY 1
                           UNTIL YEAR-IDX GREATER THAN 3
                       IF EN-TERM-CODE IS EQUAL TO YR-TERM(YEAR-IDX)
                               AND YR-FROM-ENROLLMENT(YEAR-IDX)
                           PERFORM COUNT-HISTORY-ENROLLMENT
                       END-IF
                   END-PERFORM
                   IF EN-TERM-CODE IS EQUAL TO CURRENT-TERM
                       PERFORM NOTE-NOW-STUDENT
                   END-IF
                   IF EN-TERM-CODE IS EQUAL TO PRIOR-CURRENT-TERM
                       PERFORM NOTE-PRIOR-STUDENT
                   END-IF
                   IF EN-TERM-CODE IS EQUAL TO YR-TERM(1)
                       PERFORM NOTE-LAST-STUDENT
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO ENROLLMENT-STATUS.

       COUNT-HISTORY-ENROLLMENT.
           MOVE EN-CRN TO CRN OF STUDENT-RECORD-INDEXED.
           MOVE EN-TERM-CODE TO TERM-CODE OF STUDENT-RECORD-INDEXED.
           READ COURSES-INDEXED KEY IS CRN-TERM-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DEPARTMENT-CODE OF STUDENT-RECORD-INDEXED
                       TO NOTE-DEPT
                   MOVE COURSE-NUMBER OF STUDENT-RECORD-INDEXED
                       TO NOTE-COURSE
                   PERFORM NOTE-COURSE-ENTRY THRU
                       NOTE-COURSE-ENTRY-EXIT
                   IF COURSE-IDX IS GREATER THAN ZERO
                       ADD 1 TO CF-HISTORY(COURSE-IDX, YEAR-IDX)
                   END-IF
           END-READ.

       NOTE-NOW-STUDENT.
           MOVE "N" TO FOUND-FLAG.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX GREATER THAN NOW-COUNT OR FOUND-IT
               IF NW-STUDENT-ID(SCAN-IDX) IS EQUAL TO EN-STUDENT-ID
                   MOVE "Y" TO FOUND-FLAG
               END-IF
           END-PERFORM.
           IF NOT FOUND-IT AND NOW-COUNT IS LESS THAN 5000
               ADD 1 TO NOW-COUNT
               MOVE EN-STUDENT-ID TO NW-STUDENT-ID(NOW-COUNT)
           END-IF.

       NOTE-PRIOR-STUDENT.
           MOVE "N" TO FOUND-FLAG.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX GREATER THAN PRIOR-COUNT OR FOUND-IT
               IF PV-STUDENT-ID(SCAN-IDX) IS EQUAL TO EN-STUDENT-ID
                   MOVE "Y" TO FOUND-FLAG
               END-IF
           END-PERFORM.
           IF NOT FOUND-IT AND PRIOR-COUNT IS LESS THAN 5000
               ADD 1 TO PRIOR-COUNT
               MOVE EN-STUDENT-ID TO PV-STUDENT-ID(PRIOR-COUNT)
           END-IF.

       NOTE-LAST-STUDENT.
           MOVE "N" TO FOUND-FLAG.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX GREATER THAN LAST-COUNT OR FOUND-IT
               IF LS-STUDENT-ID(SCAN-IDX) IS EQUAL TO EN-STUDENT-ID
                   MOVE "Y" TO FOUND-FLAG
               END-IF
           END-PERFORM.
           IF NOT FOUND-IT AND LAST-COUNT IS LESS THAN 5000
               ADD 1 TO LAST-COUNT
               MOVE EN-STUDENT-ID TO LS-STUDENT-ID(LAST-COUNT)
           END-IF.

      *>    Finds the course row for NOTE-DEPT/NOTE-COURSE, adding it
      *>    when new; COURSE-IDX comes back zero when the table is
      *>    full.
       NOTE-COURSE-ENTRY.
           MOVE ZERO TO COURSE-IDX.
           PERFORM VARYING LOOK-IDX FROM 1 BY 1
                   UNTIL LOOK-IDX GREATER THAN COURSE-COUNT
                   OR COURSE-IDX IS GREATER THAN ZERO
               IF CF-DEPT(LOOK-IDX) IS EQUAL TO NOTE-DEPT
                       AND CF-COURSE(LOOK-IDX) IS EQUAL TO NOTE-COURSE
                   MOVE LOOK-IDX TO COURSE-IDX
               END-IF
           END-PERFORM.
           IF COURSE-IDX IS GREATER THAN ZERO
                   OR COURSE-COUNT IS EQUAL TO 2000
               GO TO NOTE-COURSE-ENTRY-EXIT.
           ADD 1 TO COURSE-COUNT.
           MOVE COURSE-COUNT TO COURSE-IDX.
           INITIALIZE COURSE-ENTRY(COURSE-IDX).
           MOVE NOTE-DEPT TO CF-DEPT(COURSE-IDX).
           MOVE NOTE-COURSE TO CF-COURSE(COURSE-IDX).
      *>    Class name as CompletedWork and PrereqRules.txt carry it.
           STRING NOTE-DEPT DELIMITED BY SPACE
               NOTE-COURSE DELIMITED BY SPACE
               INTO CF-CLASSNAME(COURSE-IDX).
       NOTE-COURSE-ENTRY-EXIT.
           EXIT.

      *>    Each rule counts the students who passed its feeder
      *>    class in the current term; a course's pipeline is its
      *>    busiest feeder.
       LOAD-PIPELINE.
           OPEN INPUT PREREQ-FILE.
           IF NOT PREREQ-OK
               GO TO LOAD-PIPELINE-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ PREREQ-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR RULE-COUNT IS EQUAL TO 500
               IF NOT PR-COREQUISITE
                   ADD 1 TO RULE-COUNT
                   MOVE PR-DEPT TO RL-DEPT(RULE-COUNT)
                   MOVE PR-COURSE-NUMBER TO RL-COURSE(RULE-COUNT)
                   MOVE PR-REQUIRED-CLASS TO RL-FEEDER(RULE-COUNT)
                   MOVE ZERO TO RL-PASSED(RULE-COUNT)
               END-IF
               READ PREREQ-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE PREREQ-FILE.

           OPEN INPUT COMPLETED-WORK.
           IF NOT COMPLETED-WORK-OK
               GO TO LOAD-PIPELINE-EXIT.
           MOVE LOW-VALUES TO CW-STUDENT-CLASS-KEY.
           START COMPLETED-WORK KEY IS GREATER THAN OR EQUAL
                   CW-STUDENT-CLASS-KEY
               INVALID KEY
                   MOVE "46" TO COMPLETED-WORK-STATUS
           END-START.
           PERFORM UNTIL NO-MORE-COMPLETED
               READ COMPLETED-WORK NEXT RECORD
                   AT END MOVE "46" TO COMPLETED-WORK-STATUS
               END-READ
               IF NOT NO-MORE-COMPLETED AND CW-PASSED
                       AND CW-LAST-TERM IS EQUAL TO CURRENT-TERM-TEXT
                   PERFORM VARYING RULE-IDX FROM 1 BY 1
                           UNTIL RULE-IDX GREATER THAN RULE-COUNT
                       IF RL-FEEDER(RULE-IDX) IS EQUAL TO CW-CLASSNAME
                           ADD 1 TO RL-PASSED(RULE-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE COMPLETED-WORK.

           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX GREATER THAN RULE-COUNT
               IF RL-PASSED(RULE-IDX) IS GREATER THAN ZERO
                   MOVE RL-DEPT(RULE-IDX) TO NOTE-DEPT
                   MOVE RL-COURSE(RULE-IDX) TO NOTE-COURSE
                   PERFORM NOTE-COURSE-ENTRY THRU
                       NOTE-COURSE-ENTRY-EXIT
                   IF COURSE-IDX IS GREATER THAN ZERO
                           AND RL-PASSED(RULE-IDX) IS GREATER THAN
                               CF-PIPELINE(COURSE-IDX)
                       MOVE RL-PASSED(RULE-IDX)
                           TO CF-PIPELINE(COURSE-IDX)
                   END-IF
               END-IF
           END-PERFORM.
       LOAD-PIPELINE-EXIT.
           EXIT.

      *>    Last year's rate of carrying the like current term's
      *>    students into the like target term, applied to this
      *>    term's students, plus last year's new students held
      *>    flat, gives next term's student body; its ratio to last
      *>    year's like term is the growth factor on the history.
       COMPUTE-RETENTION.
           MOVE ZERO TO RETAINED-COUNT.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX GREATER THAN PRIOR-COUNT
               MOVE "N" TO FOUND-FLAG
               PERFORM VARYING LOOK-IDX FROM 1 BY 1
                       UNTIL LOOK-IDX GREATER THAN LAST-COUNT
                       OR FOUND-IT
                   IF LS-STUDENT-ID(LOOK-IDX) IS EQUAL TO
                           PV-STUDENT-ID(SCAN-IDX)
                       MOVE "Y" TO FOUND-FLAG
                   END-IF
               END-PERFORM
               IF FOUND-IT
                   ADD 1 TO RETAINED-COUNT
               END-IF
           END-PERFORM.
           IF PRIOR-COUNT IS GREATER THAN ZERO
               COMPUTE RETENTION-RATE ROUNDED =
                   RETAINED-COUNT / PRIOR-COUNT
           ELSE
               MOVE ZERO TO RETENTION-RATE
           END-IF.
           COMPUTE CONTINUING-NOW ROUNDED =
               NOW-COUNT * RETENTION-RATE.
           COMPUTE NEW-LAST-COUNT = LAST-COUNT - RETAINED-COUNT.
           COMPUTE PROJECTED-BODY = CONTINUING-NOW + NEW-LAST-COUNT.
           IF LAST-COUNT IS GREATER THAN ZERO
                   AND PRIOR-COUNT IS GREATER THAN ZERO
               COMPUTE GROWTH-FACTOR ROUNDED =
                   PROJECTED-BODY / LAST-COUNT
           ELSE
               MOVE 1 TO GROWTH-FACTOR
           END-IF.

       PROJECT-ONE-COURSE.
           MOVE ZERO TO HISTORY-SUM.
           MOVE ZERO TO HISTORY-YEARS.
           PERFORM VARYING YEAR-IDX FROM 1 BY 1
                   UNTIL YEAR-IDX GREATER THAN 3
               IF CF-HISTORY(COURSE-IDX, YEAR-IDX) IS GREATER THAN
                       ZERO
                   ADD CF-HISTORY(COURSE-IDX, YEAR-IDX) TO HISTORY-SUM
                   ADD 1 TO HISTORY-YEARS
               END-IF
           END-PERFORM.
           MOVE ZERO TO HISTORY-PROJECTION.
           IF HISTORY-YEARS IS GREATER THAN ZERO
               COMPUTE HISTORY-PROJECTION ROUNDED =
                   HISTORY-SUM / HISTORY-YEARS * GROWTH-FACTOR
           END-IF.
           COMPUTE PIPELINE-PROJECTION ROUNDED =
               CF-PIPELINE(COURSE-IDX) * RETENTION-RATE.
           IF PIPELINE-PROJECTION IS GREATER THAN HISTORY-PROJECTION
               MOVE PIPELINE-PROJECTION TO CF-PROJECTED(COURSE-IDX)
               MOVE "PIPELINE FLOOR" TO CF-NOTE(COURSE-IDX)
           ELSE
               MOVE HISTORY-PROJECTION TO CF-PROJECTED(COURSE-IDX)
           END-IF.

           IF CF-PROJECTED(COURSE-IDX) IS EQUAL TO ZERO
               IF CF-SECTIONS(COURSE-IDX) IS GREATER THAN ZERO
                   MOVE "NO HISTORY" TO CF-NOTE(COURSE-IDX)
               END-IF
               GO TO PROJECT-ONE-COURSE-EXIT.

           MOVE DEFAULT-SECTION-SIZE TO SECTION-SIZE.
           IF CF-SECTIONS(COURSE-IDX) IS GREATER THAN ZERO
                   AND CF-CAPACITY(COURSE-IDX) IS NOT LESS THAN
                       CF-SECTIONS(COURSE-IDX)
               COMPUTE SECTION-SIZE = CF-CAPACITY(COURSE-IDX)
                   / CF-SECTIONS(COURSE-IDX)
           END-IF.
           IF CF-SECTIONS(COURSE-IDX) IS EQUAL TO ZERO
               MOVE "NOT SCHEDULED" TO CF-NOTE(COURSE-IDX)
           END-IF.

           IF CF-PROJECTED(COURSE-IDX) IS GREATER THAN
                   CF-CAPACITY(COURSE-IDX)
               COMPUTE SHORTFALL = CF-PROJECTED(COURSE-IDX)
                   - CF-CAPACITY(COURSE-IDX)
               COMPUTE CF-ADD(COURSE-IDX) =
                   (SHORTFALL + SECTION-SIZE - 1) / SECTION-SIZE
               GO TO PROJECT-ONE-COURSE-EXIT.

           IF CF-SECTIONS(COURSE-IDX) IS GREATER THAN 1
               COMPUTE SHORTFALL = CF-CAPACITY(COURSE-IDX)
                   - CF-PROJECTED(COURSE-IDX)
               COMPUTE CF-CUT(COURSE-IDX) = SHORTFALL / SECTION-SIZE
               IF CF-CUT(COURSE-IDX) IS NOT LESS THAN
                       CF-SECTIONS(COURSE-IDX)
                   COMPUTE CF-CUT(COURSE-IDX) =
                       CF-SECTIONS(COURSE-IDX) - 1
               END-IF
           END-IF.
       PROJECT-ONE-COURSE-EXIT.
           EXIT.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "COURSE FORECAST -- PLANNING TERM " DELIMITED BY SIZE
               TARGET-TERM DELIMITED BY SIZE
               " FROM CURRENT TERM " DELIMITED BY SIZE
               CURRENT-TERM DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING YEAR-IDX FROM 1 BY 1
                   UNTIL YEAR-IDX GREATER THAN 3
               IF YR-FROM-CENSUS(YEAR-IDX)
                   MOVE "CENSUS" TO SOURCE-TEXT
               ELSE
                   MOVE "ENROLLMENTS" TO SOURCE-TEXT
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING "  HISTORY YEAR -" DELIMITED BY SIZE
                   YEAR-IDX DELIMITED BY SIZE
                   ": TERM " DELIMITED BY SIZE
                   YR-TERM(YEAR-IDX) DELIMITED BY SIZE
                   " COUNTED FROM " DELIMITED BY SIZE
                   SOURCE-TEXT DELIMITED BY SPACE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           COMPUTE RATE-DISPLAY ROUNDED = RETENTION-RATE * 100.
           MOVE RETAINED-COUNT TO COUNT-DISPLAY.
           MOVE PRIOR-COUNT TO SND-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "  RETENTION " DELIMITED BY SIZE
               PRIOR-CURRENT-TERM DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               YR-TERM(1) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               SND-COUNT-DISPLAY DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               RATE-DISPLAY DELIMITED BY SIZE
               "%)" DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE CONTINUING-NOW TO COUNT-DISPLAY.
           MOVE NEW-LAST-COUNT TO SND-COUNT-DISPLAY.
           MOVE GROWTH-FACTOR TO GROWTH-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "  CONTINUING STUDENTS: " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE
               "  NEW (AS LAST YEAR): " DELIMITED BY SIZE
               SND-COUNT-DISPLAY DELIMITED BY SIZE
               "  GROWTH FACTOR: " DELIMITED BY SIZE
               GROWTH-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       RELEASE-COURSES.
           PERFORM VARYING COURSE-IDX FROM 1 BY 1
                   UNTIL COURSE-IDX GREATER THAN COURSE-COUNT
               MOVE COURSE-ENTRY(COURSE-IDX) TO SORT-RECORD
               RELEASE SORT-RECORD
           END-PERFORM.

       PRINT-COURSES.
           MOVE SPACES TO CURRENT-DEPT.
           RETURN SORT-FILE AT END MOVE 1 TO SORT-EOF-FLAG.
           PERFORM PRINT-ONE-COURSE UNTIL SORT-EOF.
           IF CURRENT-DEPT IS NOT EQUAL TO SPACES
               PERFORM PRINT-DEPT-TOTALS.
       PRINT-COURSES-EXIT.
           EXIT.

       PRINT-ONE-COURSE.
           IF SK-DEPT IS NOT EQUAL TO CURRENT-DEPT
               IF CURRENT-DEPT IS NOT EQUAL TO SPACES
                   PERFORM PRINT-DEPT-TOTALS
               END-IF
               MOVE SK-DEPT TO CURRENT-DEPT
               MOVE ZERO TO DEPT-SECTIONS
               MOVE ZERO TO DEPT-ADDS
               MOVE ZERO TO DEPT-CUTS
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "DEPARTMENT " DELIMITED BY SIZE
                   SK-DEPT DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "COURSE        YR-1  YR-2  YR-3  PIPE  PROJ SECT"
                   TO REPORT-LINE
               MOVE "SEATS  SUGGESTION" TO REPORT-LINE(49:17)
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO FORECAST-LINE.
           MOVE SK-DEPT TO FL-DEPT.
           MOVE SK-COURSE TO FL-COURSE.
           PERFORM VARYING YEAR-IDX FROM 1 BY 1
                   UNTIL YEAR-IDX GREATER THAN 3
               MOVE SK-HISTORY(YEAR-IDX) TO FL-HIST-COUNT(YEAR-IDX)
           END-PERFORM.
           MOVE SK-PIPELINE TO FL-PIPELINE.
           MOVE SK-PROJECTED TO FL-PROJECTED.
           MOVE SK-SECTIONS TO FL-SECTIONS.
           MOVE SK-CAPACITY TO FL-CAPACITY.
           MOVE SPACES TO FL-SUGGESTION.
           IF SK-ADD IS GREATER THAN ZERO
               MOVE SK-ADD TO SECT-DISPLAY
               STRING "ADD " DELIMITED BY SIZE
                   SECT-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SK-NOTE DELIMITED BY SIZE
                   INTO FL-SUGGESTION
           ELSE
               IF SK-CUT IS GREATER THAN ZERO
                   MOVE SK-CUT TO SECT-DISPLAY
                   STRING "CUT " DELIMITED BY SIZE
                       SECT-DISPLAY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SK-NOTE DELIMITED BY SIZE
                       INTO FL-SUGGESTION
               ELSE
                   STRING "HOLD     " DELIMITED BY SIZE
                       SK-NOTE DELIMITED BY SIZE
                       INTO FL-SUGGESTION
               END-IF
           END-IF.
           MOVE FORECAST-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           ADD SK-SECTIONS TO DEPT-SECTIONS.
           ADD SK-ADD TO DEPT-ADDS.
           ADD SK-CUT TO DEPT-CUTS.
           ADD SK-SECTIONS TO TOTAL-SECTIONS.
           ADD SK-ADD TO TOTAL-ADDS.
           ADD SK-CUT TO TOTAL-CUTS.
           RETURN SORT-FILE AT END MOVE 1 TO SORT-EOF-FLAG.

       PRINT-DEPT-TOTALS.
           MOVE DEPT-SECTIONS TO COUNT-DISPLAY.
           MOVE DEPT-ADDS TO SND-COUNT-DISPLAY.
           MOVE DEPT-CUTS TO TRD-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
               CURRENT-DEPT DELIMITED BY SIZE
               " TOTAL: " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE
               " SECTION(S) ROLLED OVER, ADD " DELIMITED BY SIZE
               SND-COUNT-DISPLAY DELIMITED BY SIZE
               ", CUT " DELIMITED BY SIZE
               TRD-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM COURSE-FORECAST.
