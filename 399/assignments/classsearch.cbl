      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Class search console -- the counter and the advising
      *          office used to page ASSIGNMENT-4 Part 2's L list for
      *          the whole file to find a section that fits a
      *          student's open days. This keys a term and any of
      *          the filters below (blank skips a filter) and lists
      *          the matching active sections of COURSES-INDEXED:
      *            department, course number range,
      *            meeting days -- every day the section meets, on
      *              every meeting SECTION-MEETINGS answers, must be
      *              one of the days keyed,
      *            time window -- every meeting starts at or after
      *              the earliest time and ends by the latest,
      *            minimum open seats -- SEATS-AVAILABLE less
      *              SEATS-ENROLLED, less the still-unfilled seats
      *              held by SeatPools.txt reservations, so a
      *              section whose last seats belong to a pool the
      *              student may not be in does not show as open,
      *            campus (MAIN for the main campus), part of term
      *              (F for full-term sections), instructor
      *              last name, and
      *            course attribute -- the catalog course must carry
      *              the code keyed (WI, GEAH, ONL ...) on
      *              COURSE-ATTRIBUTES.
      *          A section with no meeting pattern at all never
      *          matches a day or time filter. Results page ten to
      *          a screen the way Part 2's list-all does, and a CRN
      *          keyed at the end hands off to SECTION-INQUIRY for
      *          that section. Nothing here writes anything.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASS-SEARCH.
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
           SELECT SEAT-POOL-FILE ASSIGN TO "SeatPools.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEAT-POOL-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD COURSES-INDEXED.
       COPY CoursesFormat REPLACING STUDENT-RECORD
           BY STUDENT-RECORD-INDEXED.
       FD SEAT-POOL-FILE.
       01 SEAT-POOL-RECORD.
           03 SPL-CRN PIC 9(5).
           03 FILLER PIC X(1).
           03 SPL-TERM-CODE PIC 9(6).
           03 FILLER PIC X(1).
           03 SPL-RESTRICT-KIND PIC X(1).
           03 FILLER PIC X(1).
           03 SPL-RESTRICT-VALUE PIC X(6).
           03 FILLER PIC X(1).
           03 SPL-RESERVED PIC 9(3).
       FD ENROLLMENT-MASTER.
       COPY EnrollmentFormat.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.

       WORKING-STORAGE SECTION.
       77 COURSES-INDEXED-STATUS PIC X(2) VALUE "00".
           88 COURSES-INDEXED-OK VALUE "00".
           88 NO-MORE-MATCHES VALUE "46".
       77 SEAT-POOL-STATUS PIC X(2) VALUE "00".
           88 SEAT-POOL-OK VALUE "00".
       77 ENROLLMENT-STATUS PIC X(2) VALUE "00".
           88 ENROLLMENT-OK VALUE "00".
           88 NO-MORE-ENROLLEES VALUE "46".
       77 ENROLLMENT-OPEN-FLAG PIC X VALUE "N".
           88 ENROLLMENT-OPEN VALUE "Y".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 STUDENT-MASTER-OPEN-FLAG PIC X VALUE "N".
           88 STUDENT-MASTER-OPEN VALUE "Y".
       77 POOL-EOF-FLAG PIC 9 VALUE IS 0.
           88 POOL-EOF VALUE IS 1.

       77 INPUT-TERM PIC X(6) VALUE SPACES.
       77 TERM-BANNER-CODE PIC X(6).
       77 TERM-REGISTRAR-CODE PIC X(6).
       77 TERM-VALID-FLAG PIC X VALUE "N".
           88 TERM-VALID VALUE "Y".
       77 RUN-TERM-CODE PIC 9(6) VALUE ZERO.

      *>    The filters as keyed; spaces (or zero) skip a filter.
       77 SEARCH-DEPT PIC X(6) VALUE SPACES.
       77 SEARCH-NUMBER-FROM PIC X(5) VALUE SPACES.
       77 SEARCH-NUMBER-TO PIC X(5) VALUE SPACES.
       77 SEARCH-DAYS PIC X(7) VALUE SPACES.
       77 SEARCH-TIME-FROM PIC X(4) VALUE SPACES.
       77 SEARCH-TIME-TO PIC X(4) VALUE SPACES.
       77 SEARCH-CAMPUS PIC X(4) VALUE SPACES.
           88 SEARCH-MAIN-CAMPUS VALUE "MAIN" "main".
       77 SEARCH-PART PIC X(1) VALUE SPACES.
           88 SEARCH-FULL-TERM VALUE "F" "f".
       77 SEARCH-INSTRUCTOR PIC X(16) VALUE SPACES.
       77 SEARCH-ATTRIBUTE PIC X(4) VALUE SPACES.
       77 MIN-OPEN-SEATS PIC 9(3) VALUE ZERO.
       77 EARLIEST-START PIC 9(4) VALUE ZERO.
       77 LATEST-END PIC 9(4) VALUE 2400.

       77 SECTION-MATCH-FLAG PIC X VALUE "N".
           88 SECTION-MATCHES VALUE "Y".
       77 MATCH-COUNT PIC 9(4) VALUE ZERO.
       77 PAGE-LINE-COUNT PIC 99 VALUE ZERO.
       77 CONTINUE-PAGING PIC X VALUE "Y".

       77 ATTRIBUTE-COUNT PIC 9(2) VALUE ZERO.
       01 ATTRIBUTE-TABLE.
           03 ATTRIBUTE-CODE PIC X(4) OCCURS 10 TIMES.
       77 ATTRIBUTE-IDX PIC 9(2).
       77 ATTRIBUTE-FOUND-FLAG PIC X VALUE "N".
           88 ATTRIBUTE-FOUND VALUE "Y".

       77 MEETING-COUNT PIC 9(2) VALUE ZERO.
       01 MEETING-TABLE.
           03 MEETING-ENTRY OCCURS 8 TIMES.
               05 MT-DAY PIC X(3).
               05 MT-TIME PIC X(9).
               05 MT-ROOM PIC X(6).
       77 MEETING-IDX PIC 9(2).
       77 DAY-POS PIC 9.
       77 ONE-DAY PIC X.
       77 DAY-HITS PIC 9(2).
       77 MEETING-START PIC 9(4).
       77 MEETING-END PIC 9(4).
       77 MEETING-FAIL-FLAG PIC X VALUE "N".
           88 MEETING-FAILED VALUE "Y".

      *>    Every pool row for the search term, loaded once; fills
      *>    are recounted off the live roster only for a section
      *>    that carries pools and has passed every other filter.
       77 POOL-COUNT PIC 9(3) VALUE IS 0.
       01 POOL-TABLE.
           03 POOL-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON POOL-COUNT.
               05 SP-CRN PIC 9(5).
               05 SP-RESTRICT-KIND PIC X(1).
               05 SP-RESTRICT-VALUE PIC X(6).
               05 SP-RESERVED PIC 9(3).
               05 SP-FILL PIC 9(3).
       77 POOL-IDX PIC 9(3).
       77 POOL-CRN PIC 9(5).
       77 SECTION-HAS-POOLS PIC X VALUE "N".
       77 ENROLLEE-MAJOR PIC X(6).
       77 ENROLLEE-LEVEL PIC X(2).
       77 UNFILLED-RESERVED PIC 9(4) VALUE ZERO.
       77 OPEN-SEATS PIC S9(4) VALUE ZERO.

       77 INQUIRY-CRN PIC X(5) VALUE SPACES.

       01 RESULT-HEADING.
           03 FILLER PIC X(6) VALUE "CRN".
           03 FILLER PIC X(7) VALUE "DEPT".
           03 FILLER PIC X(6) VALUE "NUMBER".
           03 FILLER PIC X(21) VALUE "TITLE".
           03 FILLER PIC X(4) VALUE "DAY".
           03 FILLER PIC X(10) VALUE "TIME".
           03 FILLER PIC X(7) VALUE "ROOM".
           03 FILLER PIC X(4) VALUE "OPN".
           03 FILLER PIC X(3) VALUE "CP".
           03 FILLER PIC X(2) VALUE "P".
           03 FILLER PIC X(10) VALUE "INSTRUCTOR".
       01 RESULT-LINE.
           03 RL-CRN PIC 9(5).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RL-DEPT PIC X(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RL-NUMBER PIC X(5).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RL-TITLE PIC X(20).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RL-DAY PIC X(3).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RL-TIME PIC X(9).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RL-ROOM PIC X(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RL-OPEN PIC ZZ9.
           03 FILLER PIC X(1) VALUE SPACE.
           03 RL-CAMPUS PIC X(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RL-PART PIC X(1).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RL-INSTRUCTOR PIC X(10).
      *>    A further meeting of the same section shows on its own
      *>    line under the first, with only day, time and room.
       01 MEETING-LINE.
           03 FILLER PIC X(40) VALUE "    + ALSO MEETS".
           03 ML-DAY PIC X(3).
           03 FILLER PIC X(1) VALUE SPACE.
           03 ML-TIME PIC X(9).
           03 FILLER PIC X(1) VALUE SPACE.
           03 ML-ROOM PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL TERM-VALID
               DISPLAY "Enter the term to search: "
               ACCEPT INPUT-TERM
               CALL "VALIDATE-TERM-CODE" USING INPUT-TERM
                   TERM-BANNER-CODE TERM-REGISTRAR-CODE
                   TERM-VALID-FLAG
               IF NOT TERM-VALID
                   DISPLAY "REJECTED: " INPUT-TERM
                       " IS NOT ON TermMaster.txt"
               END-IF
           END-PERFORM.
           MOVE TERM-BANNER-CODE TO RUN-TERM-CODE.

           PERFORM ACCEPT-FILTERS.

           OPEN INPUT COURSES-INDEXED.
           IF NOT COURSES-INDEXED-OK
               DISPLAY "UNABLE TO OPEN IndexedCourses -- STATUS "
                   COURSES-INDEXED-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM LOAD-SEAT-POOLS THRU LOAD-SEAT-POOLS-EXIT.
           IF POOL-COUNT IS GREATER THAN ZERO
               OPEN INPUT ENROLLMENT-MASTER
               IF ENROLLMENT-OK
                   MOVE "Y" TO ENROLLMENT-OPEN-FLAG
               END-IF
               OPEN INPUT STUDENT-MASTER
               IF STUDENT-MASTER-OK
                   MOVE "Y" TO STUDENT-MASTER-OPEN-FLAG
               END-IF
           END-IF.

           PERFORM SEARCH-SECTIONS.

           CLOSE COURSES-INDEXED.
           IF POOL-COUNT IS GREATER THAN ZERO
               IF ENROLLMENT-OPEN
                   CLOSE ENROLLMENT-MASTER
               END-IF
               IF STUDENT-MASTER-OPEN
                   CLOSE STUDENT-MASTER
               END-IF
           END-IF.
           DISPLAY MATCH-COUNT " SECTION(S) MATCHED".

           IF MATCH-COUNT IS GREATER THAN ZERO
               PERFORM HAND-OFF-TO-INQUIRY
                   UNTIL INQUIRY-CRN IS EQUAL TO SPACES
           END-IF.
           STOP RUN.

       ACCEPT-FILTERS.
           DISPLAY "Leave a filter blank to skip it.".
           DISPLAY "DEPARTMENT: ".
           ACCEPT SEARCH-DEPT.
           DISPLAY "COURSE NUMBER FROM: ".
           ACCEPT SEARCH-NUMBER-FROM.
           DISPLAY "COURSE NUMBER THROUGH: ".
           ACCEPT SEARCH-NUMBER-TO.
           DISPLAY "MEETING DAYS THE STUDENT CAN ATTEND (E.G. MWF): ".
           ACCEPT SEARCH-DAYS.
           DISPLAY "EARLIEST START TIME (HHMM): ".
           ACCEPT SEARCH-TIME-FROM.
           DISPLAY "LATEST END TIME (HHMM): ".
           ACCEPT SEARCH-TIME-TO.
           DISPLAY "MINIMUM OPEN SEATS: ".
           ACCEPT MIN-OPEN-SEATS.
           DISPLAY "CAMPUS CODE (MAIN FOR THE MAIN CAMPUS): ".
           ACCEPT SEARCH-CAMPUS.
           DISPLAY "PART OF TERM (F FOR FULL TERM): ".
           ACCEPT SEARCH-PART.
           DISPLAY "INSTRUCTOR LAST NAME: ".
           ACCEPT SEARCH-INSTRUCTOR.
           DISPLAY "COURSE ATTRIBUTE (E.G. WI): ".
           ACCEPT SEARCH-ATTRIBUTE.

           MOVE FUNCTION UPPER-CASE(SEARCH-DAYS) TO SEARCH-DAYS.
           MOVE FUNCTION UPPER-CASE(SEARCH-ATTRIBUTE)
               TO SEARCH-ATTRIBUTE.
           IF SEARCH-TIME-FROM IS NUMERIC
               MOVE SEARCH-TIME-FROM TO EARLIEST-START.
           IF SEARCH-TIME-TO IS NUMERIC
               MOVE SEARCH-TIME-TO TO LATEST-END.
           IF SEARCH-NUMBER-TO IS EQUAL TO SPACES
               MOVE HIGH-VALUES TO SEARCH-NUMBER-TO.

       LOAD-SEAT-POOLS.
           OPEN INPUT SEAT-POOL-FILE.
           IF NOT SEAT-POOL-OK
      *>        No pool file means no seats held back.
               GO TO LOAD-SEAT-POOLS-EXIT.
           READ SEAT-POOL-FILE AT END MOVE 1 TO POOL-EOF-FLAG.
           PERFORM UNTIL POOL-EOF OR POOL-COUNT IS EQUAL TO 200
               IF SPL-TERM-CODE IS EQUAL TO RUN-TERM-CODE
                       AND SPL-RESERVED IS NUMERIC
                   ADD 1 TO POOL-COUNT
                   MOVE SPL-CRN TO SP-CRN(POOL-COUNT)
                   MOVE SPL-RESTRICT-KIND TO
                       SP-RESTRICT-KIND(POOL-COUNT)
                   MOVE SPL-RESTRICT-VALUE TO
                       SP-RESTRICT-VALUE(POOL-COUNT)
                   MOVE SPL-RESERVED TO SP-RESERVED(POOL-COUNT)
                   MOVE ZERO TO SP-FILL(POOL-COUNT)
               END-IF
               READ SEAT-POOL-FILE AT END MOVE 1 TO POOL-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE SEAT-POOL-FILE.
       LOAD-SEAT-POOLS-EXIT.
           EXIT.

      *>    A department keyed walks that department on its
      *>    alternate key; otherwise the whole file in CRN order.
       SEARCH-SECTIONS.
           MOVE 0 TO PAGE-LINE-COUNT.
           MOVE "Y" TO CONTINUE-PAGING.
           IF SEARCH-DEPT IS NOT EQUAL TO SPACES
               MOVE SEARCH-DEPT TO DEPARTMENT-CODE
                   OF STUDENT-RECORD-INDEXED
               START COURSES-INDEXED KEY IS EQUAL TO
                       DEPARTMENT-CODE OF STUDENT-RECORD-INDEXED
                   INVALID KEY
                       MOVE "46" TO COURSES-INDEXED-STATUS
               END-START
           ELSE
               MOVE ZEROS TO CRN OF STUDENT-RECORD-INDEXED
               MOVE ZEROS TO TERM-CODE OF STUDENT-RECORD-INDEXED
               START COURSES-INDEXED KEY IS GREATER THAN OR EQUAL
                       CRN-TERM-KEY
                   INVALID KEY
                       MOVE "46" TO COURSES-INDEXED-STATUS
               END-START
           END-IF.
           IF NOT NO-MORE-MATCHES
               DISPLAY RESULT-HEADING
           END-IF.

           PERFORM UNTIL NO-MORE-MATCHES
               READ COURSES-INDEXED NEXT RECORD
                   AT END MOVE "46" TO COURSES-INDEXED-STATUS
               END-READ
               IF NOT NO-MORE-MATCHES
                   AND SEARCH-DEPT IS NOT EQUAL TO SPACES
                   AND DEPARTMENT-CODE OF STUDENT-RECORD-INDEXED
                       IS NOT EQUAL TO SEARCH-DEPT
                   MOVE "46" TO COURSES-INDEXED-STATUS
               END-IF
               IF NOT NO-MORE-MATCHES
                   PERFORM CHECK-SECTION THRU CHECK-SECTION-EXIT
                   IF SECTION-MATCHES
                       PERFORM SHOW-SECTION
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO COURSES-INDEXED-STATUS.

      *>    The cheap record-level filters first; meetings, then
      *>    the pool-net open-seat count, only for what is left.
       CHECK-SECTION.
           MOVE "N" TO SECTION-MATCH-FLAG.
           IF TERM-CODE OF STUDENT-RECORD-INDEXED
                   IS NOT EQUAL TO RUN-TERM-CODE
                   OR SECTION-DELETED OF STUDENT-RECORD-INDEXED
               GO TO CHECK-SECTION-EXIT.
           IF SEARCH-NUMBER-FROM IS NOT EQUAL TO SPACES
                   AND COURSE-NUMBER OF STUDENT-RECORD-INDEXED
                       IS LESS THAN SEARCH-NUMBER-FROM
               GO TO CHECK-SECTION-EXIT.
           IF COURSE-NUMBER OF STUDENT-RECORD-INDEXED
                   IS GREATER THAN SEARCH-NUMBER-TO
               GO TO CHECK-SECTION-EXIT.
           IF SEARCH-MAIN-CAMPUS
               IF NOT MAIN-CAMPUS OF STUDENT-RECORD-INDEXED
                   GO TO CHECK-SECTION-EXIT
               END-IF
           ELSE
               IF SEARCH-CAMPUS IS NOT EQUAL TO SPACES
                   AND CAMPUS-CODE OF STUDENT-RECORD-INDEXED
                       IS NOT EQUAL TO SEARCH-CAMPUS(1:2)
                   GO TO CHECK-SECTION-EXIT
               END-IF
           END-IF.
           IF SEARCH-FULL-TERM
               IF NOT FULL-TERM-SECTION OF STUDENT-RECORD-INDEXED
                   GO TO CHECK-SECTION-EXIT
               END-IF
           ELSE
               IF SEARCH-PART IS NOT EQUAL TO SPACES
                   AND PART-OF-TERM OF STUDENT-RECORD-INDEXED
                       IS NOT EQUAL TO SEARCH-PART
                   GO TO CHECK-SECTION-EXIT
               END-IF
           END-IF.
           IF SEARCH-INSTRUCTOR IS NOT EQUAL TO SPACES
                   AND INSTRUCTOR-LAST OF STUDENT-RECORD-INDEXED
                       IS NOT EQUAL TO SEARCH-INSTRUCTOR
               GO TO CHECK-SECTION-EXIT.
           IF SEARCH-ATTRIBUTE IS NOT EQUAL TO SPACES
               PERFORM CHECK-COURSE-ATTRIBUTE
               IF NOT ATTRIBUTE-FOUND
                   GO TO CHECK-SECTION-EXIT
               END-IF
           END-IF.

           CALL "SECTION-MEETINGS" USING
               CRN OF STUDENT-RECORD-INDEXED
               TERM-CODE OF STUDENT-RECORD-INDEXED
               COURSE-DAY OF STUDENT-RECORD-INDEXED
               COURSE-TIME OF STUDENT-RECORD-INDEXED
               ROOM-NUMBER OF STUDENT-RECORD-INDEXED
               MEETING-COUNT MEETING-TABLE.
           IF (SEARCH-DAYS IS NOT EQUAL TO SPACES
                   OR SEARCH-TIME-FROM IS NOT EQUAL TO SPACES
                   OR SEARCH-TIME-TO IS NOT EQUAL TO SPACES)
                   AND MEETING-COUNT IS EQUAL TO ZERO
               GO TO CHECK-SECTION-EXIT.
           MOVE "N" TO MEETING-FAIL-FLAG.
           PERFORM VARYING MEETING-IDX FROM 1 BY 1
                   UNTIL MEETING-IDX GREATER THAN MEETING-COUNT
                   OR MEETING-FAILED
               PERFORM CHECK-ONE-MEETING
           END-PERFORM.
           IF MEETING-FAILED
               GO TO CHECK-SECTION-EXIT.

           PERFORM COMPUTE-OPEN-SEATS THRU COMPUTE-OPEN-SEATS-EXIT.
           IF OPEN-SEATS IS LESS THAN MIN-OPEN-SEATS
               GO TO CHECK-SECTION-EXIT.

           MOVE "Y" TO SECTION-MATCH-FLAG.
       CHECK-SECTION-EXIT.
           EXIT.

       CHECK-COURSE-ATTRIBUTE.
           MOVE "N" TO ATTRIBUTE-FOUND-FLAG.
           CALL "COURSE-ATTRIBUTES" USING
               DEPARTMENT-CODE OF STUDENT-RECORD-INDEXED
               COURSE-NUMBER OF STUDENT-RECORD-INDEXED
               ATTRIBUTE-COUNT ATTRIBUTE-TABLE.
           PERFORM VARYING ATTRIBUTE-IDX FROM 1 BY 1
                   UNTIL ATTRIBUTE-IDX GREATER THAN ATTRIBUTE-COUNT
                   OR ATTRIBUTE-FOUND
               IF ATTRIBUTE-CODE(ATTRIBUTE-IDX) IS EQUAL TO
                       SEARCH-ATTRIBUTE
                   MOVE "Y" TO ATTRIBUTE-FOUND-FLAG
               END-IF
           END-PERFORM.

       CHECK-ONE-MEETING.
           IF SEARCH-DAYS IS NOT EQUAL TO SPACES
               PERFORM VARYING DAY-POS FROM 1 BY 1
                       UNTIL DAY-POS GREATER THAN 3
                   MOVE MT-DAY(MEETING-IDX)(DAY-POS:1) TO ONE-DAY
                   IF ONE-DAY IS NOT EQUAL TO SPACE
                       MOVE ZERO TO DAY-HITS
                       INSPECT SEARCH-DAYS TALLYING DAY-HITS
                           FOR ALL ONE-DAY
                       IF DAY-HITS IS EQUAL TO ZERO
                           MOVE "Y" TO MEETING-FAIL-FLAG
                           MOVE 3 TO DAY-POS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT MEETING-FAILED
                   AND (SEARCH-TIME-FROM IS NUMERIC
                       OR SEARCH-TIME-TO IS NUMERIC)
               IF MT-TIME(MEETING-IDX)(1:8) IS NOT NUMERIC
                   MOVE "Y" TO MEETING-FAIL-FLAG
               ELSE
                   MOVE MT-TIME(MEETING-IDX)(1:4) TO MEETING-START
                   MOVE MT-TIME(MEETING-IDX)(5:4) TO MEETING-END
                   IF MEETING-START IS LESS THAN EARLIEST-START
                           OR MEETING-END IS GREATER THAN LATEST-END
                       MOVE "Y" TO MEETING-FAIL-FLAG
                   END-IF
               END-IF
           END-IF.

      *>    Open seats net of the reservations not yet filled --
      *>    pool fill counted with the same first-match attribution
      *>    the registration seat-pool check applies.
       COMPUTE-OPEN-SEATS.
           COMPUTE OPEN-SEATS =
               SEATS-AVAILABLE OF STUDENT-RECORD-INDEXED
               - SEATS-ENROLLED OF STUDENT-RECORD-INDEXED.
           MOVE "N" TO SECTION-HAS-POOLS.
           MOVE CRN OF STUDENT-RECORD-INDEXED TO POOL-CRN.
           PERFORM VARYING POOL-IDX FROM 1 BY 1
                   UNTIL POOL-IDX GREATER THAN POOL-COUNT
               IF SP-CRN(POOL-IDX) IS EQUAL TO POOL-CRN
                   MOVE "Y" TO SECTION-HAS-POOLS
                   MOVE ZERO TO SP-FILL(POOL-IDX)
               END-IF
           END-PERFORM.
           IF SECTION-HAS-POOLS IS EQUAL TO "N"
                   OR NOT ENROLLMENT-OPEN
               GO TO COMPUTE-OPEN-SEATS-FLOOR.

           PERFORM COUNT-SECTION-POOL-FILL.
           MOVE ZERO TO UNFILLED-RESERVED.
           PERFORM VARYING POOL-IDX FROM 1 BY 1
                   UNTIL POOL-IDX GREATER THAN POOL-COUNT
               IF SP-CRN(POOL-IDX) IS EQUAL TO POOL-CRN
                   AND SP-FILL(POOL-IDX) IS LESS THAN
                       SP-RESERVED(POOL-IDX)
                   COMPUTE UNFILLED-RESERVED = UNFILLED-RESERVED
                       + SP-RESERVED(POOL-IDX) - SP-FILL(POOL-IDX)
               END-IF
           END-PERFORM.
           SUBTRACT UNFILLED-RESERVED FROM OPEN-SEATS.
       COMPUTE-OPEN-SEATS-FLOOR.
           IF OPEN-SEATS IS LESS THAN ZERO
               MOVE ZERO TO OPEN-SEATS.
       COMPUTE-OPEN-SEATS-EXIT.
           EXIT.

       COUNT-SECTION-POOL-FILL.
           MOVE POOL-CRN TO EN-CRN.
           MOVE RUN-TERM-CODE TO EN-TERM-CODE.
           START ENROLLMENT-MASTER KEY IS EQUAL TO EN-CRN-TERM-KEY
               INVALID KEY
                   MOVE "46" TO ENROLLMENT-STATUS
           END-START.
           PERFORM UNTIL NO-MORE-ENROLLEES
               READ ENROLLMENT-MASTER NEXT RECORD
                   AT END MOVE "46" TO ENROLLMENT-STATUS
               END-READ
               IF NOT NO-MORE-ENROLLEES
                   AND (EN-CRN NOT EQUAL POOL-CRN
                       OR EN-TERM-CODE NOT EQUAL RUN-TERM-CODE)
                   MOVE "46" TO ENROLLMENT-STATUS
               END-IF
               IF NOT NO-MORE-ENROLLEES AND ENROLLMENT-ACTIVE
                   PERFORM ATTRIBUTE-ONE-ENROLLEE
               END-IF
           END-PERFORM.
           MOVE "00" TO ENROLLMENT-STATUS.

       ATTRIBUTE-ONE-ENROLLEE.
           MOVE SPACES TO ENROLLEE-MAJOR.
           MOVE SPACES TO ENROLLEE-LEVEL.
           IF STUDENT-MASTER-OPEN
               MOVE EN-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER KEY IS SM-STUDENT-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF STUDENT-ACTIVE
                           MOVE SM-MAJOR TO ENROLLEE-MAJOR
                           MOVE SM-CLASS-LEVEL TO ENROLLEE-LEVEL
                       END-IF
               END-READ
           END-IF.
           PERFORM VARYING POOL-IDX FROM 1 BY 1
                   UNTIL POOL-IDX GREATER THAN POOL-COUNT
               IF SP-CRN(POOL-IDX) IS EQUAL TO POOL-CRN
                   AND ((SP-RESTRICT-KIND(POOL-IDX) IS EQUAL TO "M"
                       AND SP-RESTRICT-VALUE(POOL-IDX) IS EQUAL TO
                           ENROLLEE-MAJOR
                       AND ENROLLEE-MAJOR IS NOT EQUAL TO SPACES)
                   OR (SP-RESTRICT-KIND(POOL-IDX) IS EQUAL TO "L"
                       AND SP-RESTRICT-VALUE(POOL-IDX)(1:2)
                           IS EQUAL TO ENROLLEE-LEVEL
                       AND ENROLLEE-LEVEL IS NOT EQUAL TO SPACES))
                   ADD 1 TO SP-FILL(POOL-IDX)
                   MOVE POOL-COUNT TO POOL-IDX
               END-IF
           END-PERFORM.

       SHOW-SECTION.
           ADD 1 TO MATCH-COUNT.
           MOVE CRN OF STUDENT-RECORD-INDEXED TO RL-CRN.
           MOVE DEPARTMENT-CODE OF STUDENT-RECORD-INDEXED TO RL-DEPT.
           MOVE COURSE-NUMBER OF STUDENT-RECORD-INDEXED TO RL-NUMBER.
           MOVE COURSE-TITLE OF STUDENT-RECORD-INDEXED TO RL-TITLE.
           MOVE SPACES TO RL-DAY RL-TIME RL-ROOM.
           IF MEETING-COUNT IS GREATER THAN ZERO
               MOVE MT-DAY(1) TO RL-DAY
               MOVE MT-TIME(1) TO RL-TIME
               MOVE MT-ROOM(1) TO RL-ROOM
           END-IF.
           MOVE OPEN-SEATS TO RL-OPEN.
           MOVE CAMPUS-CODE OF STUDENT-RECORD-INDEXED TO RL-CAMPUS.
           MOVE PART-OF-TERM OF STUDENT-RECORD-INDEXED TO RL-PART.
           MOVE INSTRUCTOR-LAST OF STUDENT-RECORD-INDEXED
               TO RL-INSTRUCTOR.
           DISPLAY RESULT-LINE.
           PERFORM COUNT-PAGE-LINE.
           PERFORM VARYING MEETING-IDX FROM 2 BY 1
                   UNTIL MEETING-IDX GREATER THAN MEETING-COUNT
                   OR NO-MORE-MATCHES
               MOVE MT-DAY(MEETING-IDX) TO ML-DAY
               MOVE MT-TIME(MEETING-IDX) TO ML-TIME
               MOVE MT-ROOM(MEETING-IDX) TO ML-ROOM
               DISPLAY MEETING-LINE
               PERFORM COUNT-PAGE-LINE
           END-PERFORM.

       COUNT-PAGE-LINE.
           ADD 1 TO PAGE-LINE-COUNT.
           IF PAGE-LINE-COUNT >= 10
               DISPLAY "-- MORE? (Y/N) --"
               ACCEPT CONTINUE-PAGING
               MOVE 0 TO PAGE-LINE-COUNT
               IF CONTINUE-PAGING NOT = "Y" AND
                       CONTINUE-PAGING NOT = "y"
                   MOVE "46" TO COURSES-INDEXED-STATUS
               END-IF
           END-IF.

      *>    SECTION-INQUIRY is its own console with its own
      *>    operator sign-on, so it is started as is and the
      *>    operator keys the S action, CRN and term shown here.
       HAND-OFF-TO-INQUIRY.
           DISPLAY "CRN FOR SECTION INQUIRY (BLANK TO QUIT): ".
           MOVE SPACES TO INQUIRY-CRN.
           ACCEPT INQUIRY-CRN.
           IF INQUIRY-CRN IS NOT EQUAL TO SPACES
               IF INQUIRY-CRN IS NOT NUMERIC
                   DISPLAY "REJECTED: " INQUIRY-CRN
                       " IS NOT A CRN"
               ELSE
                   DISPLAY "AT SECTION INQUIRY SIGN ON, THEN KEY "
                       "ACTION S, CRN " INQUIRY-CRN
                       " AND TERM " RUN-TERM-CODE
                   CALL "SYSTEM" USING "./section360"
               END-IF
           END-IF.
