      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Unstaffed-section report and chair notices -- a
      *          section TERM-ROLLOVER builds or ASSIGNMENT-4 Part 2
      *          adds can go out with INSTRUCTOR-LAST blank or set to
      *          STAFF, and some are still that way the week classes
      *          start, when the schedule shows TBA. This run lists
      *          every active section of the term with no named
      *          instructor, or whose instructor is deactivated on
      *          InstructorRoster.txt, aged by the days left until
      *          the section starts (its own part-of-term row on
      *          TermCalendar.txt, else the full-term row), soonest
      *          first within each department, with a subtotal per
      *          department, to UnstaffedReport.txt. Each
      *          department's chair gets one notice naming the
      *          department's sections on UnstaffedNotices.txt. The
      *          count, the term start and whether today is inside
      *          the term window (from 30 days before the term
      *          starts through its end) go to UnstaffedSummary.txt,
      *          which MORNING-REPORT prints from once the window
      *          opens. The run term comes from BatchParms.txt, or a
      *          prompt when there is no parameter card.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O. Unstaffed sections are reported, not failed, so
      * the nightly chain carries on past them.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNSTAFFED-SECTIONS.
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
           SELECT ROSTER-FILE ASSIGN TO "InstructorRoster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-STATUS.
           SELECT TERM-CALENDAR-FILE ASSIGN TO "TermCalendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-CALENDAR-STATUS.
           SELECT BATCH-PARMS-FILE ASSIGN TO "BatchParms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-PARMS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "UnstaffedReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-FILE ASSIGN TO "UnstaffedNotices.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMMARY-FILE ASSIGN TO "UnstaffedSummary.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "STAFWORK.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD COURSES-INDEXED.
       COPY CoursesFormat REPLACING STUDENT-RECORD
           BY STUDENT-RECORD-INDEXED.
       FD ROSTER-FILE.
       01 ROSTER-RECORD.
           03 RR-LAST PIC X(16).
           03 RR-FIRST PIC X(16).
           03 RR-ACTIVE-FLAG PIC X(1).
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
       FD BATCH-PARMS-FILE.
       01 BATCH-PARMS-RECORD.
           03 BP-TERM-CODE PIC 9(6).
           03 FILLER PIC X(12).
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(90).
       FD NOTICE-FILE.
       01 NOTICE-LINE PIC X(80).
      *>    One record for MORNING-REPORT: run date, term, count of
      *>    unstaffed sections, full-term start and the window flag.
       FD SUMMARY-FILE.
       01 SUMMARY-RECORD.
           03 US-RUN-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 US-TERM-CODE PIC 9(6).
           03 FILLER PIC X(1).
           03 US-SECTION-COUNT PIC 9(5).
           03 FILLER PIC X(1).
           03 US-TERM-START PIC 9(8).
           03 FILLER PIC X(1).
           03 US-WINDOW-FLAG PIC X(1).
       SD SORT-FILE.
       01 SORT-RECORD.
           03 SK-DEPT PIC X(6).
           03 SK-DAYS-UNTIL PIC S9(5).
           03 SK-CRN PIC 9(5).
           03 SK-COURSE PIC X(5).
           03 SK-TITLE PIC X(20).
           03 SK-START-DATE PIC 9(8).
           03 SK-INSTRUCTOR PIC X(16).
           03 SK-REASON PIC X(10).
       WORKING-STORAGE SECTION.
       77 COURSES-INDEXED-STATUS PIC X(2) VALUE "00".
           88 COURSES-INDEXED-OK VALUE "00".
           88 NO-MORE-SECTIONS VALUE "46".
       77 ROSTER-STATUS PIC X(2) VALUE "00".
           88 ROSTER-OK VALUE "00".
       77 TERM-CALENDAR-STATUS PIC X(2) VALUE "00".
           88 TERM-CALENDAR-OK VALUE "00".
       77 BATCH-PARMS-STATUS PIC X(2) VALUE "00".
           88 BATCH-PARMS-OK VALUE "00".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 SORT-EOF-FLAG PIC 9 VALUE IS 0.
           88 SORT-EOF VALUE IS 1.
       77 INPUT-TERM PIC X(6) VALUE SPACES.
       77 TERM-BANNER-CODE PIC X(6).
       77 TERM-REGISTRAR-CODE PIC X(6).
       77 TERM-VALID-FLAG PIC X VALUE "N".
           88 TERM-VALID VALUE "Y".
       77 RUN-TERM-CODE PIC 9(6) VALUE ZERO.
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
       77 TODAY-INT PIC 9(7).
       77 WINDOW-LEAD-DAYS PIC 9(3) VALUE 30.
       77 FULL-TERM-START PIC 9(8) VALUE ZERO.
       77 FULL-TERM-END PIC 9(8) VALUE ZERO.
       77 WINDOW-FLAG PIC X VALUE "N".
           88 INSIDE-TERM-WINDOW VALUE "Y".

      *>    The term's calendar rows by part of term.
       77 PART-COUNT PIC 9(2) VALUE IS 0.
       01 PART-TABLE.
           03 PART-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON PART-COUNT.
               05 PT-PART-OF-TERM PIC X(1).
               05 PT-START-DATE PIC 9(8).
       77 PT-IDX PIC 9(2).

       77 ROSTER-COUNT PIC 9(4) VALUE IS 0.
       01 ROSTER-TABLE.
           03 ROSTER-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON ROSTER-COUNT.
               05 RT-LAST PIC X(16).
               05 RT-FIRST PIC X(16).
               05 RT-ACTIVE-FLAG PIC X(1).
                   88 RT-DEACTIVATED VALUE "D".
       77 ROSTER-IDX PIC 9(4).

       77 SECTION-START PIC 9(8).
       77 UNSTAFFED-REASON PIC X(10).
       77 UNSTAFFED-COUNT PIC 9(5) VALUE ZERO.
       77 SOON-COUNT PIC 9(5) VALUE ZERO.
       77 DEPT-COUNT PIC 9(4) VALUE ZERO.
       77 DEPT-SOON-COUNT PIC 9(4) VALUE ZERO.
       77 NOTICE-COUNT PIC 9(3) VALUE ZERO.
       77 CURRENT-DEPT PIC X(6) VALUE SPACES.
       77 FIRST-RECORD-FLAG PIC X VALUE "Y".
           88 FIRST-RECORD VALUE "Y".
       77 COUNT-DISPLAY PIC ZZZZ9.
       77 SOON-DISPLAY PIC ZZZ9.
       77 NOTICE-POS PIC 9(3).
       77 DAYS-DISPLAY PIC -ZZZ9.
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
       01 UNSTAFFED-LINE.
           03 UL-DEPT PIC X(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 UL-CRN PIC 9(5).
           03 FILLER PIC X(2) VALUE SPACES.
           03 UL-COURSE PIC X(5).
           03 FILLER PIC X(2) VALUE SPACES.
           03 UL-TITLE PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 UL-START PIC X(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 UL-DAYS PIC -ZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 UL-INSTRUCTOR PIC X(16).
           03 FILLER PIC X(1) VALUE SPACES.
           03 UL-REASON PIC X(10).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT BATCH-PARMS-FILE.
           IF BATCH-PARMS-OK
               READ BATCH-PARMS-FILE
                   AT END MOVE ZEROS TO BP-TERM-CODE
               END-READ
               MOVE BP-TERM-CODE TO RUN-TERM-CODE
               CLOSE BATCH-PARMS-FILE
           ELSE
               PERFORM UNTIL TERM-VALID
                   DISPLAY "Enter the term to check for unstaffed "
                       "sections: "
                   ACCEPT INPUT-TERM
                   CALL "VALIDATE-TERM-CODE" USING INPUT-TERM
                       TERM-BANNER-CODE TERM-REGISTRAR-CODE
                       TERM-VALID-FLAG
                   IF NOT TERM-VALID
                       DISPLAY "REJECTED: " INPUT-TERM
                           " IS NOT ON TermMaster.txt"
                   END-IF
               END-PERFORM
               MOVE TERM-BANNER-CODE TO RUN-TERM-CODE
           END-IF.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-DATE).

           OPEN INPUT COURSES-INDEXED.
           IF NOT COURSES-INDEXED-OK
               DISPLAY "UNABLE TO OPEN IndexedCourses -- STATUS "
                   COURSES-INDEXED-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM LOAD-START-DATES THRU LOAD-START-DATES-EXIT.
           PERFORM LOAD-ROSTER THRU LOAD-ROSTER-EXIT.

           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT NOTICE-FILE.
           PERFORM WRITE-REPORT-HEADING.
           SORT SORT-FILE
               ON ASCENDING KEY SK-DEPT
               ON ASCENDING KEY SK-DAYS-UNTIL
               ON ASCENDING KEY SK-CRN
               INPUT PROCEDURE IS RELEASE-UNSTAFFED
               OUTPUT PROCEDURE IS PRINT-UNSTAFFED
                   THRU PRINT-UNSTAFFED-EXIT.
           CLOSE COURSES-INDEXED.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE NOTICE-FILE.
           CLOSE REPORT-FILE.

      *>    The morning report shows the count only inside the
      *>    window: from the lead days before the term starts
      *>    through the term's last day.
           IF FULL-TERM-START IS GREATER THAN ZERO
               IF TODAY-INT + WINDOW-LEAD-DAYS IS NOT LESS THAN
                       FUNCTION INTEGER-OF-DATE(FULL-TERM-START)
                       AND (FULL-TERM-END IS EQUAL TO ZERO
                           OR TODAY-DATE IS NOT GREATER THAN
                               FULL-TERM-END)
                   MOVE "Y" TO WINDOW-FLAG
               END-IF
           END-IF.
           OPEN OUTPUT SUMMARY-FILE.
           MOVE SPACES TO SUMMARY-RECORD.
           MOVE TODAY-DATE TO US-RUN-DATE.
           MOVE RUN-TERM-CODE TO US-TERM-CODE.
           MOVE UNSTAFFED-COUNT TO US-SECTION-COUNT.
           MOVE FULL-TERM-START TO US-TERM-START.
           MOVE WINDOW-FLAG TO US-WINDOW-FLAG.
           WRITE SUMMARY-RECORD.
           CLOSE SUMMARY-FILE.

           DISPLAY UNSTAFFED-COUNT " UNSTAFFED SECTION(S) FOR TERM "
               RUN-TERM-CODE ", " NOTICE-COUNT " CHAIR NOTICE(S)".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *>    Each calendar row of the term with its start date; the
      *>    full-term row also gives the window.
       LOAD-START-DATES.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF NOT TERM-CALENDAR-OK
               DISPLAY "NO TermCalendar.txt ON FILE -- SECTIONS ARE "
                   "NOT AGED"
               GO TO LOAD-START-DATES-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ TERM-CALENDAR-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               IF TC-TERM-CODE IS EQUAL TO RUN-TERM-CODE
                       AND TC-TERM-START IS NUMERIC
                       AND PART-COUNT IS LESS THAN 20
                   ADD 1 TO PART-COUNT
                   MOVE TC-PART-OF-TERM TO PT-PART-OF-TERM(PART-COUNT)
                   MOVE TC-TERM-START TO PT-START-DATE(PART-COUNT)
                   IF TC-PART-OF-TERM IS EQUAL TO SPACE
                       MOVE TC-TERM-START TO FULL-TERM-START
                       IF TC-TERM-END IS NUMERIC
                           MOVE TC-TERM-END TO FULL-TERM-END
                       END-IF
                   END-IF
               END-IF
               READ TERM-CALENDAR-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE TERM-CALENDAR-FILE.
       LOAD-START-DATES-EXIT.
           EXIT.

       LOAD-ROSTER.
           OPEN INPUT ROSTER-FILE.
           IF NOT ROSTER-OK
               GO TO LOAD-ROSTER-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ ROSTER-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR ROSTER-COUNT IS EQUAL TO 500
               ADD 1 TO ROSTER-COUNT
               MOVE RR-LAST TO RT-LAST(ROSTER-COUNT)
               MOVE RR-FIRST TO RT-FIRST(ROSTER-COUNT)
               MOVE RR-ACTIVE-FLAG TO RT-ACTIVE-FLAG(ROSTER-COUNT)
               READ ROSTER-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE ROSTER-FILE.
       LOAD-ROSTER-EXIT.
           EXIT.

       RELEASE-UNSTAFFED.
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
                           IS EQUAL TO RUN-TERM-CODE
                   PERFORM CHECK-ONE-SECTION THRU
                       CHECK-ONE-SECTION-EXIT
               END-IF
           END-PERFORM.
           MOVE "00" TO COURSES-INDEXED-STATUS.

       CHECK-ONE-SECTION.
           MOVE SPACES TO UNSTAFFED-REASON.
           IF INSTRUCTOR-LAST OF STUDENT-RECORD-INDEXED
                   IS EQUAL TO SPACES
                   OR INSTRUCTOR-LAST OF STUDENT-RECORD-INDEXED
                       IS EQUAL TO "STAFF"
               MOVE "NO NAME" TO UNSTAFFED-REASON
           ELSE
               PERFORM VARYING ROSTER-IDX FROM 1 BY 1
                       UNTIL ROSTER-IDX GREATER THAN ROSTER-COUNT
                   IF RT-LAST(ROSTER-IDX) IS EQUAL TO
                           INSTRUCTOR-LAST OF STUDENT-RECORD-INDEXED
                           AND RT-FIRST(ROSTER-IDX) IS EQUAL TO
                               INSTRUCTOR-FIRST
                                   OF STUDENT-RECORD-INDEXED
                           AND RT-DEACTIVATED(ROSTER-IDX)
                       MOVE "INACTIVE" TO UNSTAFFED-REASON
                   END-IF
               END-PERFORM
           END-IF.
           IF UNSTAFFED-REASON IS EQUAL TO SPACES
               GO TO CHECK-ONE-SECTION-EXIT.

           MOVE FULL-TERM-START TO SECTION-START.
           IF NOT FULL-TERM-SECTION OF STUDENT-RECORD-INDEXED
               PERFORM VARYING PT-IDX FROM 1 BY 1
                       UNTIL PT-IDX GREATER THAN PART-COUNT
                   IF PT-PART-OF-TERM(PT-IDX) IS EQUAL TO
                           PART-OF-TERM OF STUDENT-RECORD-INDEXED
                       MOVE PT-START-DATE(PT-IDX) TO SECTION-START
                   END-IF
               END-PERFORM
           END-IF.
           MOVE DEPARTMENT-CODE OF STUDENT-RECORD-INDEXED TO SK-DEPT.
           MOVE CRN OF STUDENT-RECORD-INDEXED TO SK-CRN.
           MOVE COURSE-NUMBER OF STUDENT-RECORD-INDEXED TO SK-COURSE.
           MOVE COURSE-TITLE OF STUDENT-RECORD-INDEXED TO SK-TITLE.
           MOVE INSTRUCTOR-LAST OF STUDENT-RECORD-INDEXED
               TO SK-INSTRUCTOR.
           MOVE UNSTAFFED-REASON TO SK-REASON.
           MOVE SECTION-START TO SK-START-DATE.
      *>    With no start date the section sorts last, unaged.
           MOVE 99999 TO SK-DAYS-UNTIL.
           IF SECTION-START IS GREATER THAN ZERO
               COMPUTE SK-DAYS-UNTIL =
                   FUNCTION INTEGER-OF-DATE(SECTION-START) - TODAY-INT.
           RELEASE SORT-RECORD.
       CHECK-ONE-SECTION-EXIT.
           EXIT.

       PRINT-UNSTAFFED.
           RETURN SORT-FILE AT END MOVE 1 TO SORT-EOF-FLAG.
           PERFORM PRINT-ONE-SECTION UNTIL SORT-EOF.
           IF NOT FIRST-RECORD
               PERFORM CLOSE-DEPARTMENT.
       PRINT-UNSTAFFED-EXIT.
           EXIT.

       PRINT-ONE-SECTION.
           IF NOT FIRST-RECORD AND SK-DEPT IS NOT EQUAL TO CURRENT-DEPT
               PERFORM CLOSE-DEPARTMENT.
           IF FIRST-RECORD OR SK-DEPT IS NOT EQUAL TO CURRENT-DEPT
               PERFORM OPEN-DEPARTMENT.
           MOVE "N" TO FIRST-RECORD-FLAG.
           ADD 1 TO DEPT-COUNT.
           ADD 1 TO UNSTAFFED-COUNT.
           IF SK-DAYS-UNTIL IS LESS THAN 8
               ADD 1 TO DEPT-SOON-COUNT
               ADD 1 TO SOON-COUNT
           END-IF.
           MOVE SPACES TO UNSTAFFED-LINE.
           MOVE SK-DEPT TO UL-DEPT.
           MOVE SK-CRN TO UL-CRN.
           MOVE SK-COURSE TO UL-COURSE.
           MOVE SK-TITLE TO UL-TITLE.
           MOVE "NOT DATED" TO UL-START.
           IF SK-START-DATE IS GREATER THAN ZERO
               MOVE SK-START-DATE TO DATE-BREAKDOWN
               PERFORM FORMAT-DATE
               MOVE DATE-DISPLAY TO UL-START
               MOVE SK-DAYS-UNTIL TO UL-DAYS
           END-IF.
           MOVE SK-INSTRUCTOR TO UL-INSTRUCTOR.
           IF SK-INSTRUCTOR IS EQUAL TO SPACES
               MOVE "(BLANK)" TO UL-INSTRUCTOR.
           MOVE SK-REASON TO UL-REASON.
           MOVE UNSTAFFED-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO NOTICE-LINE.
           MOVE 1 TO NOTICE-POS.
           STRING "    CRN " DELIMITED BY SIZE
               SK-CRN DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SK-DEPT DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               SK-COURSE DELIMITED BY SPACE
               "  " DELIMITED BY SIZE
               SK-TITLE DELIMITED BY SIZE
               INTO NOTICE-LINE
               WITH POINTER NOTICE-POS.
           IF SK-START-DATE IS GREATER THAN ZERO
               MOVE SK-DAYS-UNTIL TO DAYS-DISPLAY
               STRING " STARTS " DELIMITED BY SIZE
                   DATE-DISPLAY DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   DAYS-DISPLAY DELIMITED BY SIZE
                   " DAYS)" DELIMITED BY SIZE
                   INTO NOTICE-LINE
                   WITH POINTER NOTICE-POS
           END-IF.
           WRITE NOTICE-LINE.
           RETURN SORT-FILE AT END MOVE 1 TO SORT-EOF-FLAG.

      *>    A department opens with its chair's notice heading; the
      *>    sections follow on both the report and the notice.
       OPEN-DEPARTMENT.
           MOVE SK-DEPT TO CURRENT-DEPT.
           MOVE ZERO TO DEPT-COUNT.
           MOVE ZERO TO DEPT-SOON-COUNT.
           ADD 1 TO NOTICE-COUNT.
           MOVE SPACES TO NOTICE-LINE.
           STRING "TO: CHAIR, DEPARTMENT OF " DELIMITED BY SIZE
               CURRENT-DEPT DELIMITED BY SPACE
               INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           STRING "THE FOLLOWING TERM " DELIMITED BY SIZE
               RUN-TERM-CODE DELIMITED BY SIZE
               " SECTIONS HAVE NO ACTIVE INSTRUCTOR" DELIMITED BY SIZE
               INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE "AND SHOW AS TBA ON THE PUBLISHED SCHEDULE:"
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.

       CLOSE-DEPARTMENT.
           MOVE DEPT-COUNT TO COUNT-DISPLAY.
           MOVE DEPT-SOON-COUNT TO SOON-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
               CURRENT-DEPT DELIMITED BY SIZE
               " SUBTOTAL: " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE
               " SECTION(S), " DELIMITED BY SIZE
               SOON-DISPLAY DELIMITED BY SIZE
               " STARTING WITHIN 7 DAYS OR STARTED"
                   DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO NOTICE-LINE.
           STRING "PLEASE ASSIGN AN INSTRUCTOR THROUGH THE SCHEDULE "
                   DELIMITED BY SIZE
               "OFFICE." DELIMITED BY SIZE
               INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "UNSTAFFED SECTIONS -- TERM " DELIMITED BY SIZE
               RUN-TERM-CODE DELIMITED BY SIZE
               " -- RUN " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DEPT    CRN    CRSE   TITLE                 "
               & "STARTS       DAYS  INSTRUCTOR       REASON"
               TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE UNSTAFFED-COUNT TO COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL UNSTAFFED: " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE
               " SECTION(S)" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SOON-COUNT TO COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "STARTING WITHIN 7 DAYS OR STARTED: "
                   DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       FORMAT-DATE.
           MOVE DB-MONTH TO DD-MONTH.
           MOVE DB-DAY TO DD-DAY.
           MOVE DB-YEAR TO DD-YEAR.

       END PROGRAM UNSTAFFED-SECTIONS.
