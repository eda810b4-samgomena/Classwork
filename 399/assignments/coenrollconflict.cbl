      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Co-enrollment conflict matrix for the schedulers --
      *          INSTRUCTOR-CONFLICT and the student schedule check
      *          catch a clash once it has happened; this run finds
      *          the ones waiting to happen before the proposed term
      *          is published. From the active EnrollmentMaster
      *          history before the proposed term it counts, for
      *          every pair of courses, how many students took both
      *          in the same term, and takes the pair's average per
      *          term it was shared as the students likely affected
      *          next time. A pair averaging at least the threshold
      *          keyed at the prompt (5 when left blank) is checked
      *          against the proposed term's sections: when every
      *          section of one course shares a meeting slot with
      *          every section of the other (each meeting off
      *          SECTION-MEETINGS, bucketed by PROCESS-DAY-AND-TIME),
      *          no student can take both and the pair is listed. A
      *          section with no meeting pattern never blocks, and
      *          two sections in one cross-list group are one
      *          meeting. CoenrollConflictReport.txt lists each pair
      *          under both courses' departments, busiest first, for
      *          the department schedulers.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COENROLL-CONFLICT.
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
           SELECT REPORT-FILE ASSIGN TO "CoenrollConflictReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "COENWORK.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD COURSES-INDEXED.
       COPY CoursesFormat REPLACING STUDENT-RECORD
           BY STUDENT-RECORD-INDEXED.
       FD ENROLLMENT-MASTER.
       COPY EnrollmentFormat.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(90).
       SD SORT-FILE.
       01 SORT-RECORD.
           03 SR-DEPT PIC X(6).
           03 SR-AVERAGE PIC 9(5).
           03 SR-COURSE-A PIC X(11).
           03 SR-COURSE-B PIC X(11).
           03 SR-PEAK PIC 9(5).
           03 SR-TERMS PIC 9(3).
           03 SR-SECTIONS-A PIC 9(3).
           03 SR-SECTIONS-B PIC 9(3).
           03 SR-SLOT PIC X(7).
       WORKING-STORAGE SECTION.
       77 COURSES-INDEXED-STATUS PIC X(2) VALUE "00".
           88 COURSES-INDEXED-OK VALUE "00".
           88 NO-MORE-SECTIONS VALUE "46".
       77 ENROLLMENT-STATUS PIC X(2) VALUE "00".
           88 ENROLLMENT-OK VALUE "00".
           88 NO-MORE-ENROLLMENTS VALUE "46".
       77 SORT-EOF-FLAG PIC 9 VALUE IS 0.
           88 SORT-EOF VALUE IS 1.
       77 INPUT-TERM PIC X(6) VALUE SPACES.
       77 TERM-BANNER-CODE PIC X(6).
       77 TERM-REGISTRAR-CODE PIC X(6).
       77 TERM-VALID-FLAG PIC X VALUE "N".
           88 TERM-VALID VALUE "Y".
       77 PROPOSED-TERM PIC 9(6) VALUE ZERO.
       77 THRESHOLD PIC 9(3) VALUE 5.
       77 CURRENT-STUDENT PIC X(9) VALUE SPACES.

       01 COURSE-KEY.
           03 CK-DEPT PIC X(6).
           03 CK-NUMBER PIC X(5).
       77 COURSE-A PIC X(11).
       77 COURSE-B PIC X(11).

      *>    One student's active history, gathered between student
      *>    breaks.
       77 TAKEN-COUNT PIC 9(3) VALUE IS 0.
       01 TAKEN-TABLE.
           03 TAKEN-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON TAKEN-COUNT.
               05 TK-TERM PIC 9(6).
               05 TK-COURSE PIC X(11).
       77 TAKEN-IDX PIC 9(3).
       77 PARTNER-IDX PIC 9(3).

      *>    Shared students per course pair per term, course A
      *>    always the lower key.
       77 PAIR-TERM-COUNT PIC 9(5) VALUE IS 0.
       01 PAIR-TERM-TABLE.
           03 PAIR-TERM-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON PAIR-TERM-COUNT.
               05 PT-COURSE-A PIC X(11).
               05 PT-COURSE-B PIC X(11).
               05 PT-TERM PIC 9(6).
               05 PT-STUDENTS PIC 9(5).
       77 PAIR-TERM-IDX PIC 9(5).
       77 PAIR-TERM-FULL-FLAG PIC X VALUE "N".
           88 PAIR-TERM-FULL VALUE "Y".

      *>    The pairs rolled up across terms.
       77 PAIR-COUNT PIC 9(5) VALUE IS 0.
       01 PAIR-TABLE.
           03 PAIR-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON PAIR-COUNT.
               05 PS-COURSE-A PIC X(11).
               05 PS-COURSE-B PIC X(11).
               05 PS-TOTAL PIC 9(6).
               05 PS-TERMS PIC 9(3).
               05 PS-PEAK PIC 9(5).
               05 PS-AVERAGE PIC 9(5).
       77 PAIR-IDX PIC 9(5).
       77 LOOK-IDX PIC 9(5).

      *>    The proposed term's sections and every slot each one
      *>    occupies.
       77 SECTION-COUNT PIC 9(4) VALUE IS 0.
       01 SECTION-TABLE.
           03 SECTION-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON SECTION-COUNT.
               05 SC-COURSE PIC X(11).
               05 SC-CRN PIC 9(5).
               05 SC-GROUP PIC X(2).
               05 SC-SLOT-COUNT PIC 9(2).
               05 SC-SLOT PIC X(7) OCCURS 24 TIMES.
       77 SECTION-IDX PIC 9(4).
       77 OTHER-IDX PIC 9(4).
       77 SLOT-IDX PIC 9(2).
       77 OTHER-SLOT-IDX PIC 9(2).
       77 SECTIONS-A PIC 9(3).
       77 SECTIONS-B PIC 9(3).
       77 CLEAR-FLAG PIC X VALUE "N".
           88 CLEAR-COMBINATION VALUE "Y".
       77 OVERLAP-FLAG PIC X VALUE "N".
           88 SECTIONS-OVERLAP VALUE "Y".
       77 SHARED-SLOT PIC X(7).
       77 FIRST-SHARED-SLOT PIC X(7).

       77 MEETING-COUNT PIC 9(2) VALUE ZERO.
       01 MEETING-TABLE.
           03 MEETING-ENTRY OCCURS 8 TIMES.
               05 MT-DAY PIC X(3).
               05 MT-TIME PIC X(9).
               05 MT-ROOM PIC X(6).
       77 MEETING-IDX PIC 9(2).
       77 DAY-POS PIC 9(1).
       77 ONE-DAY PIC X.
       77 TIME-SLOT PIC X(7) VALUE SPACES.
       77 SND-TIME-SLOT PIC X(7) VALUE SPACES.

       77 CONFLICT-COUNT PIC 9(5) VALUE ZERO.
       77 CHECKED-COUNT PIC 9(5) VALUE ZERO.
       77 CURRENT-DEPT PIC X(6) VALUE SPACES.
       77 AVERAGE-DISPLAY PIC ZZZZ9.
       77 PEAK-DISPLAY PIC ZZZZ9.
       77 TERMS-DISPLAY PIC ZZ9.
       77 SECT-A-DISPLAY PIC ZZ9.
       77 SECT-B-DISPLAY PIC ZZ9.
       77 COUNT-DISPLAY PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Enter the proposed term to check: ".
           ACCEPT INPUT-TERM.
           CALL "VALIDATE-TERM-CODE" USING INPUT-TERM
               TERM-BANNER-CODE TERM-REGISTRAR-CODE TERM-VALID-FLAG.
           IF NOT TERM-VALID
               DISPLAY "REJECTED: " INPUT-TERM
                   " IS NOT ON TermMaster.txt"
               STOP RUN.
           MOVE TERM-BANNER-CODE TO PROPOSED-TERM.
           DISPLAY "Enter the fewest shared students worth listing "
               "(blank for 5): ".
           ACCEPT THRESHOLD.
           IF THRESHOLD IS EQUAL TO ZERO
               MOVE 5 TO THRESHOLD.

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

           PERFORM COUNT-HISTORY.
           CLOSE ENROLLMENT-MASTER.
           PERFORM ROLL-UP-PAIRS.
           PERFORM LOAD-PROPOSED-SECTIONS.
           CLOSE COURSES-INDEXED.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CO-ENROLLMENT CONFLICTS -- PROPOSED TERM "
                   DELIMITED BY SIZE
               PROPOSED-TERM DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE THRESHOLD TO COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "PAIRS AVERAGING " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE
               " OR MORE SHARED STUDENTS A TERM WHOSE SECTIONS ALL "
                   DELIMITED BY SIZE
               "OVERLAP" DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           SORT SORT-FILE
               ON ASCENDING KEY SR-DEPT
               ON DESCENDING KEY SR-AVERAGE
               ON ASCENDING KEY SR-COURSE-A
               ON ASCENDING KEY SR-COURSE-B
               INPUT PROCEDURE IS RELEASE-CONFLICTS
               OUTPUT PROCEDURE IS PRINT-CONFLICTS
                   THRU PRINT-CONFLICTS-EXIT.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE PAIR-COUNT TO COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "COURSE PAIRS IN HISTORY: " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE CHECKED-COUNT TO COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "PAIRS AT THRESHOLD, BOTH OFFERED: " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE CONFLICT-COUNT TO COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "PAIRS WITH NO CLEAR COMBINATION: " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF PAIR-TERM-FULL
               MOVE "PAIR TABLE FULL -- LATER PAIRS NOT COUNTED"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY CONFLICT-COUNT " CONFLICTING PAIR(S) FOR "
               PROPOSED-TERM " TO CoenrollConflictReport.txt".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *>    EnrollmentMaster in student order: each student's active
      *>    rows before the proposed term are gathered, then paired
      *>    off within each term at the student break.
       COUNT-HISTORY.
           MOVE LOW-VALUES TO EN-STUDENT-ID.
           MOVE ZEROS TO EN-CRN.
           MOVE ZEROS TO EN-TERM-CODE.
           START ENROLLMENT-MASTER KEY IS GREATER THAN OR EQUAL
                   EN-STUDENT-CRN-TERM-KEY
               INVALID KEY
                   MOVE "46" TO ENROLLMENT-STATUS
           END-START.
           MOVE SPACES TO CURRENT-STUDENT.
           MOVE ZERO TO TAKEN-COUNT.
           PERFORM UNTIL NO-MORE-ENROLLMENTS
               READ ENROLLMENT-MASTER NEXT RECORD
                   AT END MOVE "46" TO ENROLLMENT-STATUS
               END-READ
               IF NO-MORE-ENROLLMENTS
                       OR EN-STUDENT-ID IS NOT EQUAL TO CURRENT-STUDENT
                   PERFORM PAIR-STUDENT-COURSES
                   MOVE ZERO TO TAKEN-COUNT
                   IF NOT NO-MORE-ENROLLMENTS
                       MOVE EN-STUDENT-ID TO CURRENT-STUDENT
                   END-IF
               END-IF
               IF NOT NO-MORE-ENROLLMENTS AND ENROLLMENT-ACTIVE
                       AND EN-TERM-CODE IS LESS THAN PROPOSED-TERM
                   PERFORM NOTE-TAKEN-COURSE THRU
                       NOTE-TAKEN-COURSE-EXIT
               END-IF
           END-PERFORM.
           MOVE "00" TO ENROLLMENT-STATUS.

       NOTE-TAKEN-COURSE.
           MOVE EN-CRN TO CRN OF STUDENT-RECORD-INDEXED.
           MOVE EN-TERM-CODE TO TERM-CODE OF STUDENT-RECORD-INDEXED.
           READ COURSES-INDEXED KEY IS CRN-TERM-KEY
               INVALID KEY
                   GO TO NOTE-TAKEN-COURSE-EXIT
           END-READ.
           MOVE DEPARTMENT-CODE OF STUDENT-RECORD-INDEXED TO CK-DEPT.
           MOVE COURSE-NUMBER OF STUDENT-RECORD-INDEXED TO CK-NUMBER.
      *>    Two sections of one course in a term still count once.
           PERFORM VARYING TAKEN-IDX FROM 1 BY 1
                   UNTIL TAKEN-IDX GREATER THAN TAKEN-COUNT
               IF TK-TERM(TAKEN-IDX) IS EQUAL TO EN-TERM-CODE
                       AND TK-COURSE(TAKEN-IDX) IS EQUAL TO COURSE-KEY
                   GO TO NOTE-TAKEN-COURSE-EXIT
               END-IF
           END-PERFORM.
           IF TAKEN-COUNT IS EQUAL TO 200
               GO TO NOTE-TAKEN-COURSE-EXIT.
           ADD 1 TO TAKEN-COUNT.
           MOVE EN-TERM-CODE TO TK-TERM(TAKEN-COUNT).
           MOVE COURSE-KEY TO TK-COURSE(TAKEN-COUNT).
       NOTE-TAKEN-COURSE-EXIT.
           EXIT.

       PAIR-STUDENT-COURSES.
           PERFORM VARYING TAKEN-IDX FROM 1 BY 1
                   UNTIL TAKEN-IDX NOT LESS THAN TAKEN-COUNT
               PERFORM VARYING PARTNER-IDX FROM TAKEN-IDX BY 1
                       UNTIL PARTNER-IDX NOT LESS THAN TAKEN-COUNT
                   IF TK-TERM(PARTNER-IDX + 1) IS EQUAL TO
                           TK-TERM(TAKEN-IDX)
                       IF TK-COURSE(TAKEN-IDX) IS LESS THAN
                               TK-COURSE(PARTNER-IDX + 1)
                           MOVE TK-COURSE(TAKEN-IDX) TO COURSE-A
                           MOVE TK-COURSE(PARTNER-IDX + 1) TO COURSE-B
                       ELSE
                           MOVE TK-COURSE(PARTNER-IDX + 1) TO COURSE-A
                           MOVE TK-COURSE(TAKEN-IDX) TO COURSE-B
                       END-IF
                       PERFORM COUNT-PAIR-TERM THRU
                           COUNT-PAIR-TERM-EXIT
                   END-IF
               END-PERFORM
           END-PERFORM.

       COUNT-PAIR-TERM.
           PERFORM VARYING PAIR-TERM-IDX FROM 1 BY 1
                   UNTIL PAIR-TERM-IDX GREATER THAN PAIR-TERM-COUNT
               IF PT-COURSE-A(PAIR-TERM-IDX) IS EQUAL TO COURSE-A
                       AND PT-COURSE-B(PAIR-TERM-IDX) IS EQUAL TO
                           COURSE-B
                       AND PT-TERM(PAIR-TERM-IDX) IS EQUAL TO
                           TK-TERM(TAKEN-IDX)
                   ADD 1 TO PT-STUDENTS(PAIR-TERM-IDX)
                   GO TO COUNT-PAIR-TERM-EXIT
               END-IF
           END-PERFORM.
           IF PAIR-TERM-COUNT IS EQUAL TO 20000
               MOVE "Y" TO PAIR-TERM-FULL-FLAG
               GO TO COUNT-PAIR-TERM-EXIT.
           ADD 1 TO PAIR-TERM-COUNT.
           MOVE COURSE-A TO PT-COURSE-A(PAIR-TERM-COUNT).
           MOVE COURSE-B TO PT-COURSE-B(PAIR-TERM-COUNT).
           MOVE TK-TERM(TAKEN-IDX) TO PT-TERM(PAIR-TERM-COUNT).
           MOVE 1 TO PT-STUDENTS(PAIR-TERM-COUNT).
       COUNT-PAIR-TERM-EXIT.
           EXIT.

      *>    Total, peak term and the average per shared term -- the
      *>    students likely to be caught next time.
       ROLL-UP-PAIRS.
           PERFORM VARYING PAIR-TERM-IDX FROM 1 BY 1
                   UNTIL PAIR-TERM-IDX GREATER THAN PAIR-TERM-COUNT
               PERFORM ROLL-UP-ONE-PAIR THRU ROLL-UP-ONE-PAIR-EXIT
           END-PERFORM.
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX GREATER THAN PAIR-COUNT
               COMPUTE PS-AVERAGE(PAIR-IDX) ROUNDED =
                   PS-TOTAL(PAIR-IDX) / PS-TERMS(PAIR-IDX)
           END-PERFORM.

       ROLL-UP-ONE-PAIR.
           MOVE ZERO TO PAIR-IDX.
           PERFORM VARYING LOOK-IDX FROM 1 BY 1
                   UNTIL LOOK-IDX GREATER THAN PAIR-COUNT
                   OR PAIR-IDX IS GREATER THAN ZERO
               IF PS-COURSE-A(LOOK-IDX) IS EQUAL TO
                       PT-COURSE-A(PAIR-TERM-IDX)
                       AND PS-COURSE-B(LOOK-IDX) IS EQUAL TO
                           PT-COURSE-B(PAIR-TERM-IDX)
                   MOVE LOOK-IDX TO PAIR-IDX
               END-IF
           END-PERFORM.
           IF PAIR-IDX IS EQUAL TO ZERO
               IF PAIR-COUNT IS EQUAL TO 10000
                   GO TO ROLL-UP-ONE-PAIR-EXIT
               END-IF
               ADD 1 TO PAIR-COUNT
               MOVE PAIR-COUNT TO PAIR-IDX
               MOVE PT-COURSE-A(PAIR-TERM-IDX) TO PS-COURSE-A(PAIR-IDX)
               MOVE PT-COURSE-B(PAIR-TERM-IDX) TO PS-COURSE-B(PAIR-IDX)
               MOVE ZERO TO PS-TOTAL(PAIR-IDX)
               MOVE ZERO TO PS-TERMS(PAIR-IDX)
               MOVE ZERO TO PS-PEAK(PAIR-IDX)
           END-IF.
           ADD PT-STUDENTS(PAIR-TERM-IDX) TO PS-TOTAL(PAIR-IDX).
           ADD 1 TO PS-TERMS(PAIR-IDX).
           IF PT-STUDENTS(PAIR-TERM-IDX) IS GREATER THAN
                   PS-PEAK(PAIR-IDX)
               MOVE PT-STUDENTS(PAIR-TERM-IDX) TO PS-PEAK(PAIR-IDX).
       ROLL-UP-ONE-PAIR-EXIT.
           EXIT.

       LOAD-PROPOSED-SECTIONS.
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
                           IS EQUAL TO PROPOSED-TERM
                       AND SECTION-COUNT IS LESS THAN 3000
                   PERFORM LOAD-ONE-SECTION
               END-IF
           END-PERFORM.
           MOVE "00" TO COURSES-INDEXED-STATUS.

       LOAD-ONE-SECTION.
           ADD 1 TO SECTION-COUNT.
           MOVE DEPARTMENT-CODE OF STUDENT-RECORD-INDEXED TO CK-DEPT.
           MOVE COURSE-NUMBER OF STUDENT-RECORD-INDEXED TO CK-NUMBER.
           MOVE COURSE-KEY TO SC-COURSE(SECTION-COUNT).
           MOVE CRN OF STUDENT-RECORD-INDEXED TO SC-CRN(SECTION-COUNT).
           MOVE CROSS-LIST-GROUP OF STUDENT-RECORD-INDEXED
               TO SC-GROUP(SECTION-COUNT).
           MOVE ZERO TO SC-SLOT-COUNT(SECTION-COUNT).
           CALL "SECTION-MEETINGS" USING
               CRN OF STUDENT-RECORD-INDEXED
               TERM-CODE OF STUDENT-RECORD-INDEXED
               COURSE-DAY OF STUDENT-RECORD-INDEXED
               COURSE-TIME OF STUDENT-RECORD-INDEXED
               ROOM-NUMBER OF STUDENT-RECORD-INDEXED
               MEETING-COUNT MEETING-TABLE.
      *>    Every day letter of every meeting buckets on its own --
      *>    a MWF meeting holds its slot three times a week.
           PERFORM VARYING MEETING-IDX FROM 1 BY 1
                   UNTIL MEETING-IDX GREATER THAN MEETING-COUNT
               PERFORM VARYING DAY-POS FROM 1 BY 1
                       UNTIL DAY-POS GREATER THAN 3
                   MOVE MT-DAY(MEETING-IDX)(DAY-POS:1) TO ONE-DAY
                   IF ONE-DAY IS NOT EQUAL TO SPACE
                       MOVE SPACES TO TIME-SLOT
                       MOVE SPACES TO SND-TIME-SLOT
                       CALL "PROCESS-DAY-AND-TIME" USING BY REFERENCE
                           ONE-DAY MT-TIME(MEETING-IDX)
                           TIME-SLOT SND-TIME-SLOT
                       PERFORM ADD-SECTION-SLOT THRU
                           ADD-SECTION-SLOT-EXIT
                       IF SND-TIME-SLOT IS NOT EQUAL TO SPACES
                           MOVE SND-TIME-SLOT TO TIME-SLOT
                           PERFORM ADD-SECTION-SLOT THRU
                               ADD-SECTION-SLOT-EXIT
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       ADD-SECTION-SLOT.
           IF TIME-SLOT IS EQUAL TO SPACES
                   OR SC-SLOT-COUNT(SECTION-COUNT) IS EQUAL TO 24
               GO TO ADD-SECTION-SLOT-EXIT.
           ADD 1 TO SC-SLOT-COUNT(SECTION-COUNT).
           MOVE TIME-SLOT TO
               SC-SLOT(SECTION-COUNT, SC-SLOT-COUNT(SECTION-COUNT)).
       ADD-SECTION-SLOT-EXIT.
           EXIT.

      *>    A pair at the threshold with both courses offered is a
      *>    conflict when no section of A and section of B can be
      *>    taken together; it is released once for each of the
      *>    two departments.
       RELEASE-CONFLICTS.
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX GREATER THAN PAIR-COUNT
               IF PS-AVERAGE(PAIR-IDX) IS NOT LESS THAN THRESHOLD
                   PERFORM CHECK-ONE-PAIR THRU CHECK-ONE-PAIR-EXIT
               END-IF
           END-PERFORM.

       CHECK-ONE-PAIR.
           MOVE ZERO TO SECTIONS-A.
           MOVE ZERO TO SECTIONS-B.
           PERFORM VARYING SECTION-IDX FROM 1 BY 1
                   UNTIL SECTION-IDX GREATER THAN SECTION-COUNT
               IF SC-COURSE(SECTION-IDX) IS EQUAL TO
                       PS-COURSE-A(PAIR-IDX)
                   ADD 1 TO SECTIONS-A
               END-IF
               IF SC-COURSE(SECTION-IDX) IS EQUAL TO
                       PS-COURSE-B(PAIR-IDX)
                   ADD 1 TO SECTIONS-B
               END-IF
           END-PERFORM.
           IF SECTIONS-A IS EQUAL TO ZERO
                   OR SECTIONS-B IS EQUAL TO ZERO
               GO TO CHECK-ONE-PAIR-EXIT.
           ADD 1 TO CHECKED-COUNT.

           MOVE "N" TO CLEAR-FLAG.
           MOVE SPACES TO FIRST-SHARED-SLOT.
           PERFORM VARYING SECTION-IDX FROM 1 BY 1
                   UNTIL SECTION-IDX GREATER THAN SECTION-COUNT
                   OR CLEAR-COMBINATION
               IF SC-COURSE(SECTION-IDX) IS EQUAL TO
                       PS-COURSE-A(PAIR-IDX)
                   PERFORM VARYING OTHER-IDX FROM 1 BY 1
                           UNTIL OTHER-IDX GREATER THAN SECTION-COUNT
                           OR CLEAR-COMBINATION
                       IF SC-COURSE(OTHER-IDX) IS EQUAL TO
                               PS-COURSE-B(PAIR-IDX)
                           PERFORM TEST-SECTION-OVERLAP
                           IF NOT SECTIONS-OVERLAP
                               MOVE "Y" TO CLEAR-FLAG
                           ELSE
                               IF FIRST-SHARED-SLOT IS EQUAL TO
                                       SPACES
                                   MOVE SHARED-SLOT TO
                                       FIRST-SHARED-SLOT
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF CLEAR-COMBINATION
               GO TO CHECK-ONE-PAIR-EXIT.

           ADD 1 TO CONFLICT-COUNT.
           MOVE PS-AVERAGE(PAIR-IDX) TO SR-AVERAGE.
           MOVE PS-COURSE-A(PAIR-IDX) TO SR-COURSE-A.
           MOVE PS-COURSE-B(PAIR-IDX) TO SR-COURSE-B.
           MOVE PS-PEAK(PAIR-IDX) TO SR-PEAK.
           MOVE PS-TERMS(PAIR-IDX) TO SR-TERMS.
           MOVE SECTIONS-A TO SR-SECTIONS-A.
           MOVE SECTIONS-B TO SR-SECTIONS-B.
           MOVE FIRST-SHARED-SLOT TO SR-SLOT.
           MOVE PS-COURSE-A(PAIR-IDX)(1:6) TO SR-DEPT.
           RELEASE SORT-RECORD.
           IF PS-COURSE-B(PAIR-IDX)(1:6) IS NOT EQUAL TO
                   PS-COURSE-A(PAIR-IDX)(1:6)
               MOVE PS-COURSE-B(PAIR-IDX)(1:6) TO SR-DEPT
               RELEASE SORT-RECORD
           END-IF.
       CHECK-ONE-PAIR-EXIT.
           EXIT.

      *>    Cross-listed sections are one meeting; otherwise any
      *>    shared slot is an overlap.
       TEST-SECTION-OVERLAP.
           MOVE "N" TO OVERLAP-FLAG.
           MOVE SPACES TO SHARED-SLOT.
           IF SC-GROUP(SECTION-IDX) IS NOT EQUAL TO SPACES
                   AND SC-GROUP(SECTION-IDX) IS EQUAL TO
                       SC-GROUP(OTHER-IDX)
               MOVE "Y" TO OVERLAP-FLAG
           ELSE
               PERFORM VARYING SLOT-IDX FROM 1 BY 1
                       UNTIL SLOT-IDX GREATER THAN
                           SC-SLOT-COUNT(SECTION-IDX)
                       OR SECTIONS-OVERLAP
                   PERFORM VARYING OTHER-SLOT-IDX FROM 1 BY 1
                           UNTIL OTHER-SLOT-IDX GREATER THAN
                               SC-SLOT-COUNT(OTHER-IDX)
                           OR SECTIONS-OVERLAP
                       IF SC-SLOT(SECTION-IDX, SLOT-IDX) IS EQUAL TO
                               SC-SLOT(OTHER-IDX, OTHER-SLOT-IDX)
                           MOVE "Y" TO OVERLAP-FLAG
                           MOVE SC-SLOT(SECTION-IDX, SLOT-IDX)
                               TO SHARED-SLOT
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       PRINT-CONFLICTS.
           MOVE SPACES TO CURRENT-DEPT.
           RETURN SORT-FILE AT END MOVE 1 TO SORT-EOF-FLAG.
           PERFORM PRINT-ONE-CONFLICT UNTIL SORT-EOF.
       PRINT-CONFLICTS-EXIT.
           EXIT.

       PRINT-ONE-CONFLICT.
           IF SR-DEPT IS NOT EQUAL TO CURRENT-DEPT
               MOVE SR-DEPT TO CURRENT-DEPT
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "DEPARTMENT " DELIMITED BY SIZE
                   SR-DEPT DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "COURSE       COURSE       LIKELY  PEAK TERMS  SECT"
                   TO REPORT-LINE
               MOVE "-A  SECT-B  SLOT" TO REPORT-LINE(51:16)
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SR-AVERAGE TO AVERAGE-DISPLAY.
           MOVE SR-PEAK TO PEAK-DISPLAY.
           MOVE SR-TERMS TO TERMS-DISPLAY.
           MOVE SR-SECTIONS-A TO SECT-A-DISPLAY.
           MOVE SR-SECTIONS-B TO SECT-B-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING SR-COURSE-A(1:6) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SR-COURSE-A(7:5) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SR-COURSE-B(1:6) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SR-COURSE-B(7:5) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AVERAGE-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PEAK-DISPLAY DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               TERMS-DISPLAY DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               SECT-A-DISPLAY DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               SECT-B-DISPLAY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SR-SLOT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           RETURN SORT-FILE AT END MOVE 1 TO SORT-EOF-FLAG.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM COENROLL-CONFLICT.
