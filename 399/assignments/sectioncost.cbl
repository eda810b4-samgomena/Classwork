      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Section cost and net-revenue report -- which of the
      *          term's active sections pay for themselves. Each
      *          section's revenue is the tuition its enrolled
      *          students bring in, priced the way STUDENT-BILLING
      *          prices them: every student's SCH blocks per
      *          department and level go through PRICE-SCH-BLOCK at
      *          the student's own residency off StudentMaster
      *          (resident when not on file), and each block's charge
      *          is shared among the block's sections by SCH; audit
      *          enrollments take the level A rate off
      *          LOOKUP-TUITION-RATE; FeeMaster.txt course fees are
      *          added per student. The flat per-student fees belong
      *          to no section and are left out. Costs:
      *            - instruction: the instructor's appointment on
      *              InstructorAppointments.txt (the pay run's file),
      *              per-credit rate times the section's credit hours;
      *            - room: each meeting off SECTION-MEETINGS at its
      *              room's RoomMaster.txt cost rate (the term cost of
      *              one weekly contact hour in that room), times the
      *              meeting's weekly hours.
      *          Cross-listed sections meet once with one instructor,
      *          so a group's costs are split evenly over its
      *          sections. The report gives each section's revenue,
      *          costs, net and cost per SCH, subtotalled by course,
      *          department and college (COLLEGE-CODES.txt), then
      *          lists the sections below break-even, to
      *          SectionCostReport.txt.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTION-COST.
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
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT FEE-MASTER-FILE ASSIGN TO "FeeMaster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-MASTER-STATUS.
           SELECT APPOINTMENT-FILE ASSIGN TO
                   "InstructorAppointments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPOINTMENT-STATUS.
           SELECT ROOM-MASTER-FILE ASSIGN TO "RoomMaster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROOM-MASTER-STATUS.
           SELECT COLLEGE-FILE ASSIGN TO "COLLEGE-CODES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COLLEGE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SectionCostReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "COSTWORK.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD COURSES-INDEXED.
       COPY CoursesFormat REPLACING STUDENT-RECORD
           BY STUDENT-RECORD-INDEXED.
       FD ENROLLMENT-MASTER.
       COPY EnrollmentFormat.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD FEE-MASTER-FILE.
       01 FEE-MASTER-RECORD.
           03 FM-DEPT PIC X(6).
           03 FILLER PIC X(1).
           03 FM-COURSE-NUMBER PIC X(5).
           03 FILLER PIC X(1).
           03 FM-DESCRIPTION PIC X(20).
           03 FILLER PIC X(1).
           03 FM-AMOUNT PIC 9(5)V99.
       FD APPOINTMENT-FILE.
       01 APPOINTMENT-RECORD.
           03 AP-LAST PIC X(16).
           03 AP-FIRST PIC X(16).
           03 AP-EMPLOYEE-ID PIC X(9).
           03 FILLER PIC X(1).
           03 AP-TYPE PIC X(1).
           03 FILLER PIC X(1).
           03 AP-CONTRACT-LOAD PIC 9(2).
           03 FILLER PIC X(1).
           03 AP-RATE PIC 9(5)V99.
           03 FILLER PIC X(1).
           03 AP-ACTIVE-FLAG PIC X(1).
      *>    The cost rate follows the room type; a row without one
      *>    costs nothing.
       FD ROOM-MASTER-FILE.
       01 ROOM-MASTER-RECORD.
           03 RM-ROOM-NUMBER PIC X(6).
           03 FILLER PIC X(1).
           03 RM-BUILDING PIC X(20).
           03 FILLER PIC X(1).
           03 RM-CAPACITY PIC 9(3).
           03 FILLER PIC X(1).
           03 RM-ROOM-TYPE PIC X(10).
           03 FILLER PIC X(1).
           03 RM-COST-RATE PIC 9(5)V99.
       FD COLLEGE-FILE.
       01 COLLEGE-CODE-RECORD.
           03 CC-DEPT PIC X(6).
           03 CC-COLLEGE PIC X(25).
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).
       SD SORT-FILE.
       01 SORT-RECORD.
           03 SK-COLLEGE PIC X(25).
           03 SK-DEPT PIC X(6).
           03 SK-COURSE PIC X(5).
           03 SK-CRN PIC 9(5).
           03 SK-HEADCOUNT PIC 9(4).
           03 SK-SCH PIC 9(5).
           03 SK-REVENUE PIC 9(7)V99.
           03 SK-INSTRUCTION-COST PIC 9(7)V99.
           03 SK-ROOM-COST PIC 9(7)V99.
       WORKING-STORAGE SECTION.
       77 COURSES-INDEXED-STATUS PIC X(2) VALUE "00".
           88 COURSES-INDEXED-OK VALUE "00".
           88 NO-MORE-SECTIONS VALUE "46".
       77 ENROLLMENT-STATUS PIC X(2) VALUE "00".
           88 ENROLLMENT-OK VALUE "00".
           88 NO-MORE-ENROLLMENTS VALUE "46".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 MASTER-OPEN-FLAG PIC X VALUE "N".
           88 MASTER-OPEN VALUE "Y".
       77 FEE-MASTER-STATUS PIC X(2) VALUE "00".
           88 FEE-MASTER-OK VALUE "00".
       77 APPOINTMENT-STATUS PIC X(2) VALUE "00".
           88 APPOINTMENT-OK VALUE "00".
       77 ROOM-MASTER-STATUS PIC X(2) VALUE "00".
           88 ROOM-MASTER-OK VALUE "00".
       77 COLLEGE-STATUS PIC X(2) VALUE "00".
           88 COLLEGE-OK VALUE "00".
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

      *>    The term's active sections, in CRN order, with revenue
      *>    and cost built up against each.
       77 SECTION-COUNT PIC 9(4) VALUE IS 0.
       01 SECTION-TABLE.
           03 SECTION-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON SECTION-COUNT.
               05 SC-CRN PIC 9(5).
               05 SC-DEPT PIC X(6).
               05 SC-COURSE PIC X(5).
               05 SC-GROUP PIC X(2).
               05 SC-CREDITS PIC 9(3).
               05 SC-HEADCOUNT PIC 9(4).
               05 SC-SCH PIC 9(5).
               05 SC-REVENUE PIC 9(7)V99.
               05 SC-INSTRUCTION-COST PIC 9(7)V99.
               05 SC-ROOM-COST PIC 9(7)V99.
       77 SECTION-IDX PIC 9(4).
       77 OTHER-IDX PIC 9(4).
       77 GROUP-SIZE PIC 9(3).

      *>    One student's enrollments in the term, held until the
      *>    student break so the SCH blocks price whole.
       77 HELD-COUNT PIC 9(2) VALUE IS 0.
       01 HELD-TABLE.
           03 HELD-ENTRY OCCURS 1 TO 30 TIMES
                   DEPENDING ON HELD-COUNT.
               05 HE-SECTION-IDX PIC 9(4).
               05 HE-LEVEL PIC X(1).
               05 HE-SCH PIC 9(3).
               05 HE-AUDIT-FLAG PIC X(1).
       77 HELD-IDX PIC 9(2).
       77 CURRENT-STUDENT PIC X(9) VALUE SPACES.
       77 SCH-COMP PIC 9(3).
       77 RATE-LEVEL PIC X(1).
       77 RATE-RESIDENCY PIC X(1).
       77 RATE-DEFAULT-FLAG PIC X.
       77 AUDIT-RATE PIC 9(5)V99.
       77 BLOCK-DEPT PIC X(6).
       77 BLOCK-LEVEL PIC X(1).
       77 BLOCK-SCH PIC 9(4).
       77 BLOCK-CHARGE PIC 9(7)V99.
       77 BLOCK-DONE-FLAG PIC X(1).
       77 SHARE-AMOUNT PIC 9(7)V99.

       77 FEE-COUNT PIC 9(3) VALUE IS 0.
       01 FEE-TABLE.
           03 FEE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON FEE-COUNT.
               05 FE-DEPT PIC X(6).
               05 FE-COURSE-NUMBER PIC X(5).
               05 FE-AMOUNT PIC 9(5)V99.
       77 FEE-IDX PIC 9(3).

       77 APPOINTMENT-COUNT PIC 9(4) VALUE IS 0.
       01 APPOINTMENT-TABLE.
           03 AT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON APPOINTMENT-COUNT.
               05 AT-LAST PIC X(16).
               05 AT-FIRST PIC X(16).
               05 AT-RATE PIC 9(5)V99.
       77 APPOINTMENT-IDX PIC 9(4).

       77 ROOM-COUNT PIC 9(4) VALUE IS 0.
       01 ROOM-TABLE.
           03 ROOM-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON ROOM-COUNT.
               05 RO-ROOM PIC X(6).
               05 RO-RATE PIC 9(5)V99.
       77 ROOM-IDX PIC 9(4).

       77 COLLEGE-COUNT PIC 9(2) VALUE IS 0.
       01 COLLEGE-LOOKUP-TABLE.
           03 COLLEGE-LOOKUP-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON COLLEGE-COUNT.
               05 CL-DEPT PIC X(6).
               05 CL-COLLEGE PIC X(25).
       77 COLLEGE-IDX PIC 9(2).

       77 MEETING-COUNT PIC 9(2) VALUE ZERO.
       01 MEETING-TABLE.
           03 MEETING-ENTRY OCCURS 8 TIMES.
               05 MT-DAY PIC X(3).
               05 MT-TIME PIC X(9).
               05 MT-ROOM PIC X(6).
       77 MEETING-IDX PIC 9(2).
       77 DAY-POS PIC 9(1).
       77 MEETING-DAYS PIC 9(1).
       01 MEETING-TIMES.
           03 MS-START-HH PIC 9(2).
           03 MS-START-MM PIC 9(2).
           03 MS-END-HH PIC 9(2).
           03 MS-END-MM PIC 9(2).
       77 MEETING-MINUTES PIC S9(5).

      *>    Running totals: 1 course, 2 department, 3 college, 4 all.
       01 LEVEL-TOTALS.
           03 LEVEL-TOTAL OCCURS 4 TIMES.
               05 LT-HEADCOUNT PIC 9(6).
               05 LT-SCH PIC 9(6).
               05 LT-REVENUE PIC 9(9)V99.
               05 LT-INSTRUCTION-COST PIC 9(9)V99.
               05 LT-ROOM-COST PIC 9(9)V99.
       77 LEVEL-IDX PIC 9(1).
       77 CURRENT-COLLEGE PIC X(25) VALUE SPACES.
       77 CURRENT-DEPT PIC X(6) VALUE SPACES.
       77 CURRENT-COURSE PIC X(5) VALUE SPACES.
       77 FIRST-RECORD-FLAG PIC X VALUE "Y".
           88 FIRST-RECORD VALUE "Y".

      *>    Sections below break-even, in report order.
       77 LOSS-COUNT PIC 9(4) VALUE IS 0.
       01 LOSS-TABLE.
           03 LOSS-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON LOSS-COUNT.
               05 LS-CRN PIC 9(5).
               05 LS-DEPT PIC X(6).
               05 LS-COURSE PIC X(5).
               05 LS-HEADCOUNT PIC 9(4).
               05 LS-NET PIC S9(7)V99.
       77 LOSS-IDX PIC 9(4).

       77 TOTAL-COST PIC 9(9)V99.
       77 NET-AMOUNT PIC S9(9)V99.
       77 COST-PER-SCH PIC 9(7)V99.
       77 COUNT-DISPLAY PIC ZZZZ9.

       01 COST-LINE.
           03 CL-LABEL PIC X(18).
           03 FILLER PIC X(1).
           03 CL-HEADCOUNT PIC ZZZZ9.
           03 FILLER PIC X(1).
           03 CL-SCH PIC ZZZZZ9.
           03 FILLER PIC X(1).
           03 CL-REVENUE PIC ZZZZZZZ9.99.
           03 FILLER PIC X(1).
           03 CL-INSTRUCTION PIC ZZZZZZZ9.99.
           03 FILLER PIC X(1).
           03 CL-ROOM PIC ZZZZZZZ9.99.
           03 FILLER PIC X(1).
           03 CL-NET PIC -ZZZZZZZ9.99.
           03 FILLER PIC X(1).
           03 CL-PER-SCH PIC ZZZZ9.99.
           03 FILLER PIC X(2).
           03 CL-FLAG PIC X(4).
       01 COST-HEADING.
           03 FILLER PIC X(19) VALUE "CRN   DEPT   COURSE".
           03 FILLER PIC X(5) VALUE " HEAD".
           03 FILLER PIC X(7) VALUE "    SCH".
           03 FILLER PIC X(12) VALUE "     REVENUE".
           03 FILLER PIC X(12) VALUE " INSTRUCTION".
           03 FILLER PIC X(12) VALUE "        ROOM".
           03 FILLER PIC X(13) VALUE "          NET".
           03 FILLER PIC X(9) VALUE " COST/SCH".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Enter the term to cost: ".
           ACCEPT INPUT-TERM.
           CALL "VALIDATE-TERM-CODE" USING INPUT-TERM
               TERM-BANNER-CODE TERM-REGISTRAR-CODE TERM-VALID-FLAG.
           IF NOT TERM-VALID
               DISPLAY "REJECTED: " INPUT-TERM
                   " IS NOT ON TermMaster.txt"
               STOP RUN.
           MOVE TERM-BANNER-CODE TO RUN-TERM-CODE.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.

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
           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-OK
               MOVE "Y" TO MASTER-OPEN-FLAG.

           PERFORM LOAD-FEE-MASTER THRU LOAD-FEE-MASTER-EXIT.
           PERFORM LOAD-APPOINTMENTS THRU LOAD-APPOINTMENTS-EXIT.
           PERFORM LOAD-ROOMS THRU LOAD-ROOMS-EXIT.
           PERFORM LOAD-COLLEGES THRU LOAD-COLLEGES-EXIT.
           PERFORM LOAD-SECTIONS.
           CLOSE COURSES-INDEXED.
           PERFORM SPLIT-CROSS-LISTED-COSTS.
           PERFORM COLLECT-REVENUE.
           CLOSE ENROLLMENT-MASTER.
           IF MASTER-OPEN
               CLOSE STUDENT-MASTER.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SECTION COST AND NET REVENUE -- TERM "
                   DELIMITED BY SIZE
               RUN-TERM-CODE DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           INITIALIZE LEVEL-TOTALS.
           SORT SORT-FILE
               ON ASCENDING KEY SK-COLLEGE
               ON ASCENDING KEY SK-DEPT
               ON ASCENDING KEY SK-COURSE
               ON ASCENDING KEY SK-CRN
               INPUT PROCEDURE IS RELEASE-SECTIONS
               OUTPUT PROCEDURE IS PRINT-SECTIONS
                   THRU PRINT-SECTIONS-EXIT.
           PERFORM PRINT-BREAK-EVEN-LIST.
           CLOSE REPORT-FILE.
           DISPLAY SECTION-COUNT " SECTION(S) COSTED, " LOSS-COUNT
               " BELOW BREAK-EVEN, TO SectionCostReport.txt".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       LOAD-FEE-MASTER.
           OPEN INPUT FEE-MASTER-FILE.
           IF NOT FEE-MASTER-OK
               GO TO LOAD-FEE-MASTER-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ FEE-MASTER-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR FEE-COUNT IS EQUAL TO 200
      *>        Course fees only; the flat rows carry no department.
               IF FM-DEPT IS NOT EQUAL TO SPACES
                       AND FM-AMOUNT IS NUMERIC
                   ADD 1 TO FEE-COUNT
                   MOVE FM-DEPT TO FE-DEPT(FEE-COUNT)
                   MOVE FM-COURSE-NUMBER TO FE-COURSE-NUMBER(FEE-COUNT)
                   MOVE FM-AMOUNT TO FE-AMOUNT(FEE-COUNT)
               END-IF
               READ FEE-MASTER-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE FEE-MASTER-FILE.
       LOAD-FEE-MASTER-EXIT.
           EXIT.

       LOAD-APPOINTMENTS.
           OPEN INPUT APPOINTMENT-FILE.
           IF NOT APPOINTMENT-OK
               GO TO LOAD-APPOINTMENTS-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ APPOINTMENT-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR APPOINTMENT-COUNT IS EQUAL TO 2000
               IF AP-ACTIVE-FLAG IS NOT EQUAL TO "D"
                   ADD 1 TO APPOINTMENT-COUNT
                   MOVE AP-LAST TO AT-LAST(APPOINTMENT-COUNT)
                   MOVE AP-FIRST TO AT-FIRST(APPOINTMENT-COUNT)
                   MOVE ZERO TO AT-RATE(APPOINTMENT-COUNT)
                   IF AP-RATE IS NUMERIC
                       MOVE AP-RATE TO AT-RATE(APPOINTMENT-COUNT)
                   END-IF
               END-IF
               READ APPOINTMENT-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE APPOINTMENT-FILE.
       LOAD-APPOINTMENTS-EXIT.
           EXIT.

       LOAD-ROOMS.
           OPEN INPUT ROOM-MASTER-FILE.
           IF NOT ROOM-MASTER-OK
               GO TO LOAD-ROOMS-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ ROOM-MASTER-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR ROOM-COUNT IS EQUAL TO 1000
               ADD 1 TO ROOM-COUNT
               MOVE RM-ROOM-NUMBER TO RO-ROOM(ROOM-COUNT)
               MOVE ZERO TO RO-RATE(ROOM-COUNT)
               IF RM-COST-RATE IS NUMERIC
                   MOVE RM-COST-RATE TO RO-RATE(ROOM-COUNT)
               END-IF
               READ ROOM-MASTER-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE ROOM-MASTER-FILE.
       LOAD-ROOMS-EXIT.
           EXIT.

       LOAD-COLLEGES.
           OPEN INPUT COLLEGE-FILE.
           IF NOT COLLEGE-OK
               GO TO LOAD-COLLEGES-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ COLLEGE-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR COLLEGE-COUNT IS EQUAL TO 50
               ADD 1 TO COLLEGE-COUNT
               MOVE CC-DEPT TO CL-DEPT(COLLEGE-COUNT)
               MOVE CC-COLLEGE TO CL-COLLEGE(COLLEGE-COUNT)
               READ COLLEGE-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE COLLEGE-FILE.
       LOAD-COLLEGES-EXIT.
           EXIT.

      *>    The term's active sections with their instruction and
      *>    room cost.
       LOAD-SECTIONS.
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
                       AND SECTION-COUNT IS LESS THAN 3000
                   PERFORM LOAD-ONE-SECTION
               END-IF
           END-PERFORM.
           MOVE "00" TO COURSES-INDEXED-STATUS.

       LOAD-ONE-SECTION.
           ADD 1 TO SECTION-COUNT.
           MOVE SECTION-COUNT TO SECTION-IDX.
           INITIALIZE SECTION-ENTRY(SECTION-IDX).
           MOVE CRN OF STUDENT-RECORD-INDEXED TO SC-CRN(SECTION-IDX).
           MOVE DEPARTMENT-CODE OF STUDENT-RECORD-INDEXED
               TO SC-DEPT(SECTION-IDX).
           MOVE COURSE-NUMBER OF STUDENT-RECORD-INDEXED
               TO SC-COURSE(SECTION-IDX).
           MOVE CROSS-LIST-GROUP OF STUDENT-RECORD-INDEXED
               TO SC-GROUP(SECTION-IDX).
      *>    A variable-credit section is taught at its top credit
      *>    value.
           IF SCH OF STUDENT-RECORD-INDEXED IS NUMERIC
               MOVE SCH OF STUDENT-RECORD-INDEXED
                   TO SC-CREDITS(SECTION-IDX)
           ELSE
               IF VARIABLE-CREDIT-SECTION OF STUDENT-RECORD-INDEXED
                   MOVE MAX-SCH OF STUDENT-RECORD-INDEXED
                       TO SC-CREDITS(SECTION-IDX)
               END-IF
           END-IF.

           PERFORM VARYING APPOINTMENT-IDX FROM 1 BY 1
                   UNTIL APPOINTMENT-IDX GREATER THAN APPOINTMENT-COUNT
               IF AT-LAST(APPOINTMENT-IDX) IS EQUAL TO
                       INSTRUCTOR-LAST OF STUDENT-RECORD-INDEXED
                       AND AT-FIRST(APPOINTMENT-IDX) IS EQUAL TO
                           INSTRUCTOR-FIRST OF STUDENT-RECORD-INDEXED
                   COMPUTE SC-INSTRUCTION-COST(SECTION-IDX) ROUNDED =
                       AT-RATE(APPOINTMENT-IDX)
                       * SC-CREDITS(SECTION-IDX)
                   MOVE APPOINTMENT-COUNT TO APPOINTMENT-IDX
               END-IF
           END-PERFORM.

           CALL "SECTION-MEETINGS" USING
               CRN OF STUDENT-RECORD-INDEXED
               TERM-CODE OF STUDENT-RECORD-INDEXED
               COURSE-DAY OF STUDENT-RECORD-INDEXED
               COURSE-TIME OF STUDENT-RECORD-INDEXED
               ROOM-NUMBER OF STUDENT-RECORD-INDEXED
               MEETING-COUNT MEETING-TABLE.
           PERFORM VARYING MEETING-IDX FROM 1 BY 1
                   UNTIL MEETING-IDX GREATER THAN MEETING-COUNT
               PERFORM COST-ONE-MEETING THRU COST-ONE-MEETING-EXIT
           END-PERFORM.

      *>    Weekly hours are the meeting's days times its length;
      *>    the room's rate is per weekly contact hour for the term.
       COST-ONE-MEETING.
           MOVE MT-TIME(MEETING-IDX)(1:8) TO MEETING-TIMES.
           IF MEETING-TIMES IS NOT NUMERIC
               GO TO COST-ONE-MEETING-EXIT.
           COMPUTE MEETING-MINUTES = (MS-END-HH * 60 + MS-END-MM)
               - (MS-START-HH * 60 + MS-START-MM).
           IF MEETING-MINUTES IS NOT GREATER THAN ZERO
               GO TO COST-ONE-MEETING-EXIT.
           MOVE ZERO TO MEETING-DAYS.
           PERFORM VARYING DAY-POS FROM 1 BY 1
                   UNTIL DAY-POS GREATER THAN 3
               IF MT-DAY(MEETING-IDX)(DAY-POS:1) IS NOT EQUAL TO SPACE
                   ADD 1 TO MEETING-DAYS
               END-IF
           END-PERFORM.
           PERFORM VARYING ROOM-IDX FROM 1 BY 1
                   UNTIL ROOM-IDX GREATER THAN ROOM-COUNT
               IF RO-ROOM(ROOM-IDX) IS EQUAL TO MT-ROOM(MEETING-IDX)
                   COMPUTE SC-ROOM-COST(SECTION-IDX) ROUNDED =
                       SC-ROOM-COST(SECTION-IDX) + RO-RATE(ROOM-IDX)
                       * MEETING-DAYS * MEETING-MINUTES / 60
                   MOVE ROOM-COUNT TO ROOM-IDX
               END-IF
           END-PERFORM.
       COST-ONE-MEETING-EXIT.
           EXIT.

      *>    A cross-list group is one class in one room with one
      *>    instructor: its costs were picked up once per section,
      *>    so each section keeps its share of one copy.
       SPLIT-CROSS-LISTED-COSTS.
           PERFORM VARYING SECTION-IDX FROM 1 BY 1
                   UNTIL SECTION-IDX GREATER THAN SECTION-COUNT
               IF SC-GROUP(SECTION-IDX) IS NOT EQUAL TO SPACES
                   MOVE ZERO TO GROUP-SIZE
                   PERFORM VARYING OTHER-IDX FROM 1 BY 1
                           UNTIL OTHER-IDX GREATER THAN SECTION-COUNT
                       IF SC-GROUP(OTHER-IDX) IS EQUAL TO
                               SC-GROUP(SECTION-IDX)
                           ADD 1 TO GROUP-SIZE
                       END-IF
                   END-PERFORM
                   IF GROUP-SIZE IS GREATER THAN 1
                       COMPUTE SC-INSTRUCTION-COST(SECTION-IDX)
                           ROUNDED = SC-INSTRUCTION-COST(SECTION-IDX)
                           / GROUP-SIZE
                       COMPUTE SC-ROOM-COST(SECTION-IDX) ROUNDED =
                           SC-ROOM-COST(SECTION-IDX) / GROUP-SIZE
                   END-IF
               END-IF
           END-PERFORM.

      *>    EnrollmentMaster in student order; each student's term
      *>    enrollments are priced together at the student break.
       COLLECT-REVENUE.
           MOVE LOW-VALUES TO EN-STUDENT-ID.
           MOVE ZEROS TO EN-CRN.
           MOVE ZEROS TO EN-TERM-CODE.
           START ENROLLMENT-MASTER KEY IS GREATER THAN OR EQUAL
                   EN-STUDENT-CRN-TERM-KEY
               INVALID KEY
                   MOVE "46" TO ENROLLMENT-STATUS
           END-START.
           MOVE SPACES TO CURRENT-STUDENT.
           MOVE ZERO TO HELD-COUNT.
           PERFORM UNTIL NO-MORE-ENROLLMENTS
               READ ENROLLMENT-MASTER NEXT RECORD
                   AT END MOVE "46" TO ENROLLMENT-STATUS
               END-READ
               IF NO-MORE-ENROLLMENTS
                       OR EN-STUDENT-ID IS NOT EQUAL TO CURRENT-STUDENT
                   PERFORM PRICE-HELD-ENROLLMENTS THRU
                       PRICE-HELD-ENROLLMENTS-EXIT
                   MOVE ZERO TO HELD-COUNT
                   IF NOT NO-MORE-ENROLLMENTS
                       MOVE EN-STUDENT-ID TO CURRENT-STUDENT
                   END-IF
               END-IF
               IF NOT NO-MORE-ENROLLMENTS AND ENROLLMENT-ACTIVE
                       AND EN-TERM-CODE IS EQUAL TO RUN-TERM-CODE
                   PERFORM HOLD-ONE-ENROLLMENT THRU
                       HOLD-ONE-ENROLLMENT-EXIT
               END-IF
           END-PERFORM.
           MOVE "00" TO ENROLLMENT-STATUS.

       HOLD-ONE-ENROLLMENT.
           MOVE ZERO TO SECTION-IDX.
           PERFORM VARYING OTHER-IDX FROM 1 BY 1
                   UNTIL OTHER-IDX GREATER THAN SECTION-COUNT
                   OR SECTION-IDX IS GREATER THAN ZERO
               IF SC-CRN(OTHER-IDX) IS EQUAL TO EN-CRN
                   MOVE OTHER-IDX TO SECTION-IDX
               END-IF
           END-PERFORM.
           IF SECTION-IDX IS EQUAL TO ZERO OR HELD-COUNT IS EQUAL TO 30
               GO TO HOLD-ONE-ENROLLMENT-EXIT.
           MOVE SC-CREDITS(SECTION-IDX) TO SCH-COMP.
           IF EN-CREDITS IS NUMERIC AND EN-CREDITS IS GREATER THAN ZERO
               MOVE EN-CREDITS TO SCH-COMP.
           ADD 1 TO HELD-COUNT.
           MOVE SECTION-IDX TO HE-SECTION-IDX(HELD-COUNT).
           MOVE SCH-COMP TO HE-SCH(HELD-COUNT).
      *>    Same course-level split billing uses: a course number
      *>    starting below 5 is undergraduate.
           IF SC-COURSE(SECTION-IDX)(1:1) IS LESS THAN "5"
               MOVE "U" TO HE-LEVEL(HELD-COUNT)
           ELSE
               MOVE "G" TO HE-LEVEL(HELD-COUNT)
           END-IF.
           MOVE "N" TO HE-AUDIT-FLAG(HELD-COUNT).
           IF EN-BASIS-AUDIT
               MOVE "Y" TO HE-AUDIT-FLAG(HELD-COUNT).
           ADD 1 TO SC-HEADCOUNT(SECTION-IDX).
           ADD SCH-COMP TO SC-SCH(SECTION-IDX).
           PERFORM VARYING FEE-IDX FROM 1 BY 1
                   UNTIL FEE-IDX GREATER THAN FEE-COUNT
               IF FE-DEPT(FEE-IDX) IS EQUAL TO SC-DEPT(SECTION-IDX)
                       AND FE-COURSE-NUMBER(FEE-IDX) IS EQUAL TO
                           SC-COURSE(SECTION-IDX)
                   ADD FE-AMOUNT(FEE-IDX) TO SC-REVENUE(SECTION-IDX)
               END-IF
           END-PERFORM.
       HOLD-ONE-ENROLLMENT-EXIT.
           EXIT.

      *>    Residency as billing sets it: non-resident only when the
      *>    active master row says so.
       PRICE-HELD-ENROLLMENTS.
           IF HELD-COUNT IS EQUAL TO ZERO
               GO TO PRICE-HELD-ENROLLMENTS-EXIT.
           MOVE "R" TO RATE-RESIDENCY.
           IF MASTER-OPEN
               MOVE CURRENT-STUDENT TO SM-STUDENT-ID
               READ STUDENT-MASTER KEY IS SM-STUDENT-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF STUDENT-ACTIVE AND SM-NON-RESIDENT
                           MOVE "N" TO RATE-RESIDENCY
                       END-IF
               END-READ
           END-IF.
           PERFORM VARYING HELD-IDX FROM 1 BY 1
                   UNTIL HELD-IDX GREATER THAN HELD-COUNT
               MOVE HE-SECTION-IDX(HELD-IDX) TO SECTION-IDX
               IF HE-AUDIT-FLAG(HELD-IDX) IS EQUAL TO "Y"
                   MOVE "A" TO RATE-LEVEL
                   CALL "LOOKUP-TUITION-RATE" USING
                       SC-DEPT(SECTION-IDX) RATE-LEVEL RATE-RESIDENCY
                       TODAY-DATE AUDIT-RATE RATE-DEFAULT-FLAG
                   COMPUTE SC-REVENUE(SECTION-IDX) =
                       SC-REVENUE(SECTION-IDX)
                       + HE-SCH(HELD-IDX) * AUDIT-RATE
               ELSE
                   PERFORM PRICE-ONE-BLOCK THRU PRICE-ONE-BLOCK-EXIT
               END-IF
           END-PERFORM.
       PRICE-HELD-ENROLLMENTS-EXIT.
           EXIT.

      *>    The first enrollment of each department/level block
      *>    prices the whole block and hands every section in it
      *>    its SCH share; later members find themselves done.
       PRICE-ONE-BLOCK.
           MOVE "N" TO BLOCK-DONE-FLAG.
           PERFORM VARYING OTHER-IDX FROM 1 BY 1
                   UNTIL OTHER-IDX NOT LESS THAN HELD-IDX
               IF HE-AUDIT-FLAG(OTHER-IDX) IS EQUAL TO "N"
                       AND HE-LEVEL(OTHER-IDX) IS EQUAL TO
                           HE-LEVEL(HELD-IDX)
                       AND SC-DEPT(HE-SECTION-IDX(OTHER-IDX)) IS
                           EQUAL TO SC-DEPT(SECTION-IDX)
                   MOVE "Y" TO BLOCK-DONE-FLAG
               END-IF
           END-PERFORM.
           IF BLOCK-DONE-FLAG IS EQUAL TO "Y"
               GO TO PRICE-ONE-BLOCK-EXIT.
           MOVE SC-DEPT(SECTION-IDX) TO BLOCK-DEPT.
           MOVE HE-LEVEL(HELD-IDX) TO BLOCK-LEVEL.
           MOVE ZERO TO BLOCK-SCH.
           PERFORM VARYING OTHER-IDX FROM HELD-IDX BY 1
                   UNTIL OTHER-IDX GREATER THAN HELD-COUNT
               IF HE-AUDIT-FLAG(OTHER-IDX) IS EQUAL TO "N"
                       AND HE-LEVEL(OTHER-IDX) IS EQUAL TO BLOCK-LEVEL
                       AND SC-DEPT(HE-SECTION-IDX(OTHER-IDX)) IS
                           EQUAL TO BLOCK-DEPT
                   ADD HE-SCH(OTHER-IDX) TO BLOCK-SCH
               END-IF
           END-PERFORM.
           IF BLOCK-SCH IS EQUAL TO ZERO
               GO TO PRICE-ONE-BLOCK-EXIT.
           CALL "PRICE-SCH-BLOCK" USING BLOCK-DEPT BLOCK-LEVEL
               RATE-RESIDENCY TODAY-DATE BLOCK-SCH
               BLOCK-CHARGE RATE-DEFAULT-FLAG.
           PERFORM VARYING OTHER-IDX FROM HELD-IDX BY 1
                   UNTIL OTHER-IDX GREATER THAN HELD-COUNT
               IF HE-AUDIT-FLAG(OTHER-IDX) IS EQUAL TO "N"
                       AND HE-LEVEL(OTHER-IDX) IS EQUAL TO BLOCK-LEVEL
                       AND SC-DEPT(HE-SECTION-IDX(OTHER-IDX)) IS
                           EQUAL TO BLOCK-DEPT
                   COMPUTE SHARE-AMOUNT ROUNDED = BLOCK-CHARGE
                       * HE-SCH(OTHER-IDX) / BLOCK-SCH
                   ADD SHARE-AMOUNT TO
                       SC-REVENUE(HE-SECTION-IDX(OTHER-IDX))
               END-IF
           END-PERFORM.
       PRICE-ONE-BLOCK-EXIT.
           EXIT.

       RELEASE-SECTIONS.
           PERFORM VARYING SECTION-IDX FROM 1 BY 1
                   UNTIL SECTION-IDX GREATER THAN SECTION-COUNT
               MOVE "UNASSIGNED" TO SK-COLLEGE
               PERFORM VARYING COLLEGE-IDX FROM 1 BY 1
                       UNTIL COLLEGE-IDX GREATER THAN COLLEGE-COUNT
                   IF CL-DEPT(COLLEGE-IDX) IS EQUAL TO
                           SC-DEPT(SECTION-IDX)
                       MOVE CL-COLLEGE(COLLEGE-IDX) TO SK-COLLEGE
                   END-IF
               END-PERFORM
               MOVE SC-DEPT(SECTION-IDX) TO SK-DEPT
               MOVE SC-COURSE(SECTION-IDX) TO SK-COURSE
               MOVE SC-CRN(SECTION-IDX) TO SK-CRN
               MOVE SC-HEADCOUNT(SECTION-IDX) TO SK-HEADCOUNT
               MOVE SC-SCH(SECTION-IDX) TO SK-SCH
               MOVE SC-REVENUE(SECTION-IDX) TO SK-REVENUE
               MOVE SC-INSTRUCTION-COST(SECTION-IDX)
                   TO SK-INSTRUCTION-COST
               MOVE SC-ROOM-COST(SECTION-IDX) TO SK-ROOM-COST
               RELEASE SORT-RECORD
           END-PERFORM.

       PRINT-SECTIONS.
           RETURN SORT-FILE AT END MOVE 1 TO SORT-EOF-FLAG.
           PERFORM PRINT-ONE-SECTION UNTIL SORT-EOF.
           IF NOT FIRST-RECORD
               PERFORM PRINT-COURSE-TOTAL
               PERFORM PRINT-DEPT-TOTAL
               PERFORM PRINT-COLLEGE-TOTAL
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 4 TO LEVEL-IDX.
           MOVE "ALL SECTIONS" TO CL-LABEL.
           PERFORM PRINT-TOTAL-LINE.
       PRINT-SECTIONS-EXIT.
           EXIT.

       PRINT-ONE-SECTION.
           IF NOT FIRST-RECORD
               IF SK-COLLEGE IS NOT EQUAL TO CURRENT-COLLEGE
                   PERFORM PRINT-COURSE-TOTAL
                   PERFORM PRINT-DEPT-TOTAL
                   PERFORM PRINT-COLLEGE-TOTAL
               ELSE
                   IF SK-DEPT IS NOT EQUAL TO CURRENT-DEPT
                       PERFORM PRINT-COURSE-TOTAL
                       PERFORM PRINT-DEPT-TOTAL
                   ELSE
                       IF SK-COURSE IS NOT EQUAL TO CURRENT-COURSE
                           PERFORM PRINT-COURSE-TOTAL
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF FIRST-RECORD OR SK-COLLEGE IS NOT EQUAL TO CURRENT-COLLEGE
               MOVE SK-COLLEGE TO CURRENT-COLLEGE
               MOVE SPACES TO CURRENT-DEPT
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "COLLEGE: " DELIMITED BY SIZE
                   SK-COLLEGE DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF SK-DEPT IS NOT EQUAL TO CURRENT-DEPT
               MOVE SK-DEPT TO CURRENT-DEPT
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE COST-HEADING TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SK-COURSE TO CURRENT-COURSE.
           MOVE "N" TO FIRST-RECORD-FLAG.

           MOVE SPACES TO COST-LINE.
           STRING SK-CRN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SK-DEPT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SK-COURSE DELIMITED BY SIZE
               INTO CL-LABEL.
           MOVE SK-HEADCOUNT TO CL-HEADCOUNT.
           MOVE SK-SCH TO CL-SCH.
           MOVE SK-REVENUE TO CL-REVENUE.
           MOVE SK-INSTRUCTION-COST TO CL-INSTRUCTION.
           MOVE SK-ROOM-COST TO CL-ROOM.
           COMPUTE TOTAL-COST = SK-INSTRUCTION-COST + SK-ROOM-COST.
           COMPUTE NET-AMOUNT = SK-REVENUE - TOTAL-COST.
           MOVE NET-AMOUNT TO CL-NET.
           MOVE ZERO TO COST-PER-SCH.
           IF SK-SCH IS GREATER THAN ZERO
               COMPUTE COST-PER-SCH ROUNDED = TOTAL-COST / SK-SCH.
           MOVE COST-PER-SCH TO CL-PER-SCH.
           IF NET-AMOUNT IS LESS THAN ZERO
               MOVE "LOSS" TO CL-FLAG
               IF LOSS-COUNT IS LESS THAN 3000
                   ADD 1 TO LOSS-COUNT
                   MOVE SK-CRN TO LS-CRN(LOSS-COUNT)
                   MOVE SK-DEPT TO LS-DEPT(LOSS-COUNT)
                   MOVE SK-COURSE TO LS-COURSE(LOSS-COUNT)
                   MOVE SK-HEADCOUNT TO LS-HEADCOUNT(LOSS-COUNT)
                   MOVE NET-AMOUNT TO LS-NET(LOSS-COUNT)
               END-IF
           END-IF.
           MOVE COST-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING LEVEL-IDX FROM 1 BY 1
                   UNTIL LEVEL-IDX GREATER THAN 4
               ADD SK-HEADCOUNT TO LT-HEADCOUNT(LEVEL-IDX)
               ADD SK-SCH TO LT-SCH(LEVEL-IDX)
               ADD SK-REVENUE TO LT-REVENUE(LEVEL-IDX)
               ADD SK-INSTRUCTION-COST TO
                   LT-INSTRUCTION-COST(LEVEL-IDX)
               ADD SK-ROOM-COST TO LT-ROOM-COST(LEVEL-IDX)
           END-PERFORM.
           RETURN SORT-FILE AT END MOVE 1 TO SORT-EOF-FLAG.

       PRINT-COURSE-TOTAL.
           MOVE 1 TO LEVEL-IDX.
           MOVE SPACES TO CL-LABEL.
           STRING "  COURSE " DELIMITED BY SIZE
               CURRENT-COURSE DELIMITED BY SIZE
               INTO CL-LABEL.
           PERFORM PRINT-TOTAL-LINE.

       PRINT-DEPT-TOTAL.
           MOVE 2 TO LEVEL-IDX.
           MOVE SPACES TO CL-LABEL.
           STRING " DEPT " DELIMITED BY SIZE
               CURRENT-DEPT DELIMITED BY SIZE
               INTO CL-LABEL.
           PERFORM PRINT-TOTAL-LINE.

       PRINT-COLLEGE-TOTAL.
           MOVE 3 TO LEVEL-IDX.
           MOVE "COLLEGE TOTAL" TO CL-LABEL.
           PERFORM PRINT-TOTAL-LINE.

      *>    Prints the LEVEL-IDX totals under the label already in
      *>    CL-LABEL and clears them for the next group.
       PRINT-TOTAL-LINE.
           MOVE LT-HEADCOUNT(LEVEL-IDX) TO CL-HEADCOUNT.
           MOVE LT-SCH(LEVEL-IDX) TO CL-SCH.
           MOVE LT-REVENUE(LEVEL-IDX) TO CL-REVENUE.
           MOVE LT-INSTRUCTION-COST(LEVEL-IDX) TO CL-INSTRUCTION.
           MOVE LT-ROOM-COST(LEVEL-IDX) TO CL-ROOM.
           COMPUTE TOTAL-COST = LT-INSTRUCTION-COST(LEVEL-IDX)
               + LT-ROOM-COST(LEVEL-IDX).
           COMPUTE NET-AMOUNT = LT-REVENUE(LEVEL-IDX) - TOTAL-COST.
           MOVE NET-AMOUNT TO CL-NET.
           MOVE ZERO TO COST-PER-SCH.
           IF LT-SCH(LEVEL-IDX) IS GREATER THAN ZERO
               COMPUTE COST-PER-SCH ROUNDED =
                   TOTAL-COST / LT-SCH(LEVEL-IDX).
           MOVE COST-PER-SCH TO CL-PER-SCH.
           MOVE SPACES TO CL-FLAG.
           IF NET-AMOUNT IS LESS THAN ZERO
               MOVE "LOSS" TO CL-FLAG.
           MOVE COST-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           INITIALIZE LEVEL-TOTAL(LEVEL-IDX).

       PRINT-BREAK-EVEN-LIST.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE LOSS-COUNT TO COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "SECTIONS BELOW BREAK-EVEN: " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING LOSS-IDX FROM 1 BY 1
                   UNTIL LOSS-IDX GREATER THAN LOSS-COUNT
               MOVE SPACES TO COST-LINE
               STRING LS-CRN(LOSS-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LS-DEPT(LOSS-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LS-COURSE(LOSS-IDX) DELIMITED BY SIZE
                   INTO CL-LABEL
               MOVE LS-HEADCOUNT(LOSS-IDX) TO CL-HEADCOUNT
               MOVE LS-NET(LOSS-IDX) TO CL-NET
               MOVE COST-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM SECTION-COST.
