      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Entry-cohort freeze -- fixes an entry term's
      *          first-time students on EntryCohorts.txt so the
      *          graduation-rate report follows the same students
      *          for six years no matter what later happens to their
      *          records. A student belongs to the term's cohort when
      *          the term is the first one with an active
      *          EnrollmentMaster row, the StudentMaster has them
      *          active below the graduate level, and GradeDetail.txt
      *          shows no transfer ("T") credit -- a transfer student
      *          is not first-time. Each row carries the residency
      *          and major off the StudentMaster and the campus of
      *          the student's first section that term (blank campus
      *          is MC, main campus, as the state extract reports
      *          it). A term already on the file is refused; run it
      *          once, after the term's census.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COHORT-FREEZE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COHORT-FILE ASSIGN TO "EntryCohorts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COHORT-STATUS.
           SELECT ENROLLMENT-MASTER ASSIGN TO "EnrollmentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-STUDENT-CRN-TERM-KEY
                   = EN-STUDENT-ID EN-CRN EN-TERM-CODE
               ALTERNATE KEY IS EN-CRN-TERM-KEY
                   = EN-CRN EN-TERM-CODE WITH DUPLICATES
               FILE STATUS IS ENROLLMENT-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
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
           SELECT GRADE-DETAIL-FILE ASSIGN TO "GradeDetail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-DETAIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COHORT-FILE.
       COPY CohortFormat.
       FD ENROLLMENT-MASTER.
       COPY EnrollmentFormat.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD COURSES-INDEXED.
       COPY CoursesFormat REPLACING STUDENT-RECORD
           BY STUDENT-RECORD-INDEXED.
       FD GRADE-DETAIL-FILE.
       01 GRADE-DETAIL-RECORD.
           03 GD-STUDENT-ID PIC X(9).
           03 FILLER PIC XX.
           03 GD-TERM PIC X(6).
           03 FILLER PIC X.
           03 GD-CLASSNAME PIC X(5).
           03 FILLER PIC X.
           03 GD-GRADE PIC XX.
               88 GD-TRANSFER VALUE "T ", "t ".
           03 FILLER PIC X.
           03 GD-CREDITS PIC 9.
       WORKING-STORAGE SECTION.
       77 COHORT-STATUS PIC X(2) VALUE "00".
           88 COHORT-OK VALUE "00".
       77 ENROLLMENT-STATUS PIC X(2) VALUE "00".
           88 ENROLLMENT-OK VALUE "00".
           88 NO-MORE-ENROLLMENTS VALUE "46".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 COURSES-INDEXED-STATUS PIC X(2) VALUE "00".
           88 COURSES-INDEXED-OK VALUE "00".
       77 COURSES-OPEN-FLAG PIC X VALUE "N".
           88 COURSES-OPEN VALUE "Y".
       77 GRADE-DETAIL-STATUS PIC X(2) VALUE "00".
           88 GRADE-DETAIL-OK VALUE "00".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 INPUT-TERM PIC X(6) VALUE SPACES.
       77 TERM-BANNER-CODE PIC X(6).
       77 TERM-REGISTRAR-CODE PIC X(6).
       77 TERM-VALID-FLAG PIC X VALUE "N".
           88 TERM-VALID VALUE "Y".
       77 ENTRY-TERM PIC 9(6) VALUE ZERO.
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8) VALUE ZERO.
      *>    The student being walked on EnrollmentMaster, their
      *>    earliest active term so far, and their first section in
      *>    the entry term.
       77 CURRENT-STUDENT PIC X(9) VALUE SPACES.
       77 FIRST-TERM PIC 9(6) VALUE ZERO.
       77 FIRST-CRN PIC 9(5) VALUE ZERO.
       77 COHORT-COUNT PIC 9(5) VALUE ZERO.
       77 TRANSFER-EXCLUDED PIC 9(5) VALUE ZERO.
       77 GRADUATE-EXCLUDED PIC 9(5) VALUE ZERO.
       77 MASTER-EXCLUDED PIC 9(5) VALUE ZERO.

      *>    Students with transfer credit, loaded once.
       77 TRANSFER-COUNT PIC 9(4) VALUE IS 0.
       01 TRANSFER-TABLE.
           03 TRANSFER-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON TRANSFER-COUNT.
               05 TI-STUDENT-ID PIC X(9).
       77 TRANSFER-IDX PIC 9(4).
       77 SEARCH-ID PIC X(9).
       77 FOUND-FLAG PIC X VALUE "N".
           88 FOUND-IT VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Enter the entry term to freeze: ".
           ACCEPT INPUT-TERM.
           CALL "VALIDATE-TERM-CODE" USING INPUT-TERM
               TERM-BANNER-CODE TERM-REGISTRAR-CODE TERM-VALID-FLAG.
           IF NOT TERM-VALID
               DISPLAY "REJECTED: " INPUT-TERM
                   " IS NOT ON TermMaster.txt"
               STOP RUN.
           MOVE TERM-BANNER-CODE TO ENTRY-TERM.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.

      *>    A cohort is frozen once; a second run would double it.
           OPEN INPUT COHORT-FILE.
           IF COHORT-OK
               READ COHORT-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
               PERFORM UNTIL EOF OR FOUND-IT
                   IF CH-ENTRY-TERM IS EQUAL TO ENTRY-TERM
                       MOVE "Y" TO FOUND-FLAG
                   END-IF
                   READ COHORT-FILE AT END MOVE 1 TO EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE COHORT-FILE
           END-IF.
           IF FOUND-IT
               DISPLAY "ENTRY TERM " ENTRY-TERM " IS ALREADY FROZEN "
                   "ON EntryCohorts.txt -- NOTHING WRITTEN"
               STOP RUN.

           PERFORM LOAD-TRANSFER-STUDENTS THRU
               LOAD-TRANSFER-STUDENTS-EXIT.

           OPEN INPUT ENROLLMENT-MASTER.
           IF NOT ENROLLMENT-OK
               DISPLAY "UNABLE TO OPEN EnrollmentMaster -- STATUS "
                   ENROLLMENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT STUDENT-MASTER.
           IF NOT STUDENT-MASTER-OK
               DISPLAY "UNABLE TO OPEN StudentMaster -- STATUS "
                   STUDENT-MASTER-STATUS
               CLOSE ENROLLMENT-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT COURSES-INDEXED.
           IF COURSES-INDEXED-OK
               MOVE "Y" TO COURSES-OPEN-FLAG.
           OPEN EXTEND COHORT-FILE.
           IF NOT COHORT-OK
               OPEN OUTPUT COHORT-FILE.

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
                   IF EN-STUDENT-ID IS NOT EQUAL TO CURRENT-STUDENT
                       PERFORM CLOSE-OUT-STUDENT THRU
                           CLOSE-OUT-STUDENT-EXIT
                       MOVE EN-STUDENT-ID TO CURRENT-STUDENT
                       MOVE EN-TERM-CODE TO FIRST-TERM
                       MOVE ZERO TO FIRST-CRN
                   END-IF
                   IF EN-TERM-CODE IS LESS THAN FIRST-TERM
                       MOVE EN-TERM-CODE TO FIRST-TERM
                   END-IF
                   IF EN-TERM-CODE IS EQUAL TO ENTRY-TERM
                           AND FIRST-CRN IS EQUAL TO ZERO
                       MOVE EN-CRN TO FIRST-CRN
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM CLOSE-OUT-STUDENT THRU CLOSE-OUT-STUDENT-EXIT.

           CLOSE COHORT-FILE.
           CLOSE ENROLLMENT-MASTER.
           CLOSE STUDENT-MASTER.
           IF COURSES-OPEN
               CLOSE COURSES-INDEXED
           END-IF.
           DISPLAY COHORT-COUNT " FIRST-TIME STUDENT(S) FROZEN FOR "
               ENTRY-TERM.
           DISPLAY "NOT FIRST-TIME: " TRANSFER-EXCLUDED
               " TRANSFER, " GRADUATE-EXCLUDED " GRADUATE LEVEL, "
               MASTER-EXCLUDED " NOT ACTIVE ON StudentMaster".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       LOAD-TRANSFER-STUDENTS.
           OPEN INPUT GRADE-DETAIL-FILE.
           IF NOT GRADE-DETAIL-OK
               GO TO LOAD-TRANSFER-STUDENTS-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ GRADE-DETAIL-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR TRANSFER-COUNT IS EQUAL TO 5000
               IF GD-TRANSFER
                   MOVE GD-STUDENT-ID TO SEARCH-ID
                   PERFORM FIND-TRANSFER-STUDENT
                   IF NOT FOUND-IT
                       ADD 1 TO TRANSFER-COUNT
                       MOVE GD-STUDENT-ID
                           TO TI-STUDENT-ID(TRANSFER-COUNT)
                   END-IF
               END-IF
               READ GRADE-DETAIL-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE GRADE-DETAIL-FILE.
       LOAD-TRANSFER-STUDENTS-EXIT.
           EXIT.

       FIND-TRANSFER-STUDENT.
           MOVE "N" TO FOUND-FLAG.
           PERFORM VARYING TRANSFER-IDX FROM 1 BY 1
                   UNTIL TRANSFER-IDX GREATER THAN TRANSFER-COUNT
                   OR FOUND-IT
               IF TI-STUDENT-ID(TRANSFER-IDX) IS EQUAL TO SEARCH-ID
                   MOVE "Y" TO FOUND-FLAG
               END-IF
           END-PERFORM.

      *>    The student walked so far is first-time in the entry
      *>    term when their earliest active term is the entry term.
       CLOSE-OUT-STUDENT.
           IF CURRENT-STUDENT IS EQUAL TO SPACES
                   OR FIRST-TERM IS NOT EQUAL TO ENTRY-TERM
               GO TO CLOSE-OUT-STUDENT-EXIT.
           MOVE CURRENT-STUDENT TO SEARCH-ID.
           PERFORM FIND-TRANSFER-STUDENT.
           IF FOUND-IT
               ADD 1 TO TRANSFER-EXCLUDED
               GO TO CLOSE-OUT-STUDENT-EXIT.
           MOVE CURRENT-STUDENT TO SM-STUDENT-ID.
           READ STUDENT-MASTER KEY IS SM-STUDENT-ID
               INVALID KEY
                   ADD 1 TO MASTER-EXCLUDED
                   GO TO CLOSE-OUT-STUDENT-EXIT
           END-READ.
           IF NOT STUDENT-ACTIVE
               ADD 1 TO MASTER-EXCLUDED
               GO TO CLOSE-OUT-STUDENT-EXIT.
           IF SM-GRADUATE
               ADD 1 TO GRADUATE-EXCLUDED
               GO TO CLOSE-OUT-STUDENT-EXIT.

           MOVE SPACES TO COHORT-RECORD.
           MOVE ENTRY-TERM TO CH-ENTRY-TERM.
           MOVE CURRENT-STUDENT TO CH-STUDENT-ID.
           MOVE SM-RESIDENCY TO CH-RESIDENCY.
           MOVE SM-MAJOR TO CH-MAJOR.
           MOVE "MC" TO CH-CAMPUS.
           IF COURSES-OPEN
               MOVE FIRST-CRN TO CRN OF STUDENT-RECORD-INDEXED
               MOVE ENTRY-TERM TO TERM-CODE OF STUDENT-RECORD-INDEXED
               READ COURSES-INDEXED KEY IS CRN-TERM-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAMPUS-CODE OF STUDENT-RECORD-INDEXED
                               IS NOT EQUAL TO SPACES
                           MOVE CAMPUS-CODE OF STUDENT-RECORD-INDEXED
                               TO CH-CAMPUS
                       END-IF
               END-READ
           END-IF.
           MOVE TODAY-DATE TO CH-FROZEN-DATE.
           WRITE COHORT-RECORD.
           ADD 1 TO COHORT-COUNT.
       CLOSE-OUT-STUDENT-EXIT.
           EXIT.

       END PROGRAM COHORT-FREEZE.
