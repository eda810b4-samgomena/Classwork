      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Department program-review data book -- the numbers
      *          a periodic program review asks for, for the last
      *          five full terms (the newest five TermCalendar.txt
      *          full-term rows through the term entered), one book
      *          per department instead of weeks of pulling them by
      *          hand:
      *            - declared majors by class level: students
      *              enrolled in the term whose StudentMaster major
      *              is the department, at their current class
      *              level;
      *            - SCH produced: credit-bearing enrollments on
      *              EnrollmentMaster in the department's sections
      *              (audits earn none);
      *            - degrees awarded: DegreeMaster rows in the major
      *              conferred between the term's start and end;
      *            - DFW rate: D/F/W/NP share of the term's
      *              GradeDetail.txt attempts in the department's
      *              courses, the way DFW-REPORT counts them;
      *            - average class size: enrolled over sections on
      *              the term's census snapshot, or on the live
      *              sections where no snapshot was taken;
      *            - instructor FTE: each section's credits over its
      *              instructor's contract load on
      *              InstructorAppointments.txt (a full 12-credit
      *              load for an adjunct or an instructor with none),
      *              cross-listed partners sharing one teaching.
      *          Each measure is printed for the five terms, with
      *          the department's college (COLLEGE-CODES.txt) and the
      *          whole institution for the newest term beside it, to
      *          DeptDataBook.txt; DeptDataBook.csv carries every
      *          measure and term with all three values, one row
      *          apiece. A department code at the prompt runs that
      *          department's book alone.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPT-DATA-BOOK.
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
           SELECT DEGREE-MASTER ASSIGN TO "DegreeMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-STUDENT-DEGREE-KEY
               FILE STATUS IS DEGREE-MASTER-STATUS.
           SELECT GRADE-DETAIL-FILE ASSIGN TO "GradeDetail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-DETAIL-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO SNAPSHOT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-STATUS.
           SELECT TERM-CALENDAR-FILE ASSIGN TO "TermCalendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-CALENDAR-STATUS.
           SELECT APPOINTMENT-FILE ASSIGN TO
                   "InstructorAppointments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPOINTMENT-STATUS.
           SELECT COLLEGE-FILE ASSIGN TO "COLLEGE-CODES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COLLEGE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DeptDataBook.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CSV-FILE ASSIGN TO "DeptDataBook.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD COURSES-INDEXED.
       COPY CoursesFormat REPLACING STUDENT-RECORD
           BY STUDENT-RECORD-INDEXED.
       FD ENROLLMENT-MASTER.
       COPY EnrollmentFormat.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD DEGREE-MASTER.
       COPY DegreeMasterFormat.
       FD GRADE-DETAIL-FILE.
       01 GRADE-DETAIL-RECORD.
           03 GD-STUDENT-ID PIC X(9).
           03 FILLER PIC XX.
           03 GD-TERM PIC X(6).
           03 FILLER PIC X.
           03 GD-CLASSNAME PIC X(5).
           03 FILLER PIC X.
           03 GD-GRADE PIC XX.
               88 GD-DFW VALUE "D+", "D", "D-", "F", "W", "w",
                   "NP", "np".
               88 GD-NOT-AN-ATTEMPT VALUE "I ", "i ", "T ", "t ",
                   "AU", "au".
           03 FILLER PIC X.
           03 GD-CREDITS PIC 9.
           03 FILLER PIC X.
           03 GD-CRN PIC 9(5).
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
       FD APPOINTMENT-FILE.
       01 APPOINTMENT-RECORD.
           03 AP-LAST PIC X(16).
           03 AP-FIRST PIC X(16).
           03 AP-EMPLOYEE-ID PIC X(9).
           03 FILLER PIC X(1).
           03 AP-TYPE PIC X(1).
               88 AP-FULL-TIME VALUE "F".
           03 FILLER PIC X(1).
           03 AP-CONTRACT-LOAD PIC 9(2).
           03 FILLER PIC X(1).
           03 AP-RATE PIC 9(5)V99.
           03 FILLER PIC X(1).
           03 AP-ACTIVE-FLAG PIC X(1).
       FD COLLEGE-FILE.
       01 COLLEGE-CODE-RECORD.
           03 CC-DEPT PIC X(6).
           03 CC-COLLEGE PIC X(25).
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).
       FD CSV-FILE.
       01 CSV-LINE PIC X(120).
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
       77 DEGREE-MASTER-STATUS PIC X(2) VALUE "00".
           88 DEGREE-MASTER-OK VALUE "00".
           88 NO-MORE-DEGREES VALUE "46".
       77 GRADE-DETAIL-STATUS PIC X(2) VALUE "00".
           88 GRADE-DETAIL-OK VALUE "00".
       77 SNAPSHOT-STATUS PIC X(2) VALUE "00".
           88 SNAPSHOT-OK VALUE "00".
       77 TERM-CALENDAR-STATUS PIC X(2) VALUE "00".
           88 TERM-CALENDAR-OK VALUE "00".
       77 APPOINTMENT-STATUS PIC X(2) VALUE "00".
           88 APPOINTMENT-OK VALUE "00".
       77 COLLEGE-STATUS PIC X(2) VALUE "00".
           88 COLLEGE-OK VALUE "00".
       77 SNAPSHOT-FILENAME PIC X(30) VALUE SPACES.
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 INPUT-TERM PIC X(6) VALUE SPACES.
       77 TERM-BANNER-CODE PIC X(6).
       77 TERM-REGISTRAR-CODE PIC X(6).
       77 TERM-VALID-FLAG PIC X VALUE "N".
           88 TERM-VALID VALUE "Y".
       77 RUN-TERM-CODE PIC 9(6) VALUE ZERO.
       77 SELECTED-DEPT PIC X(6) VALUE SPACES.
       77 FULL-LOAD-CREDITS PIC 9(2) VALUE 12.

      *>    The five terms of the book, oldest first, with what the
      *>    other files need to recognise each one.
       77 TERM-COUNT PIC 9(1) VALUE IS 0.
       01 TERM-TABLE.
           03 TERM-ENTRY OCCURS 5 TIMES.
               05 TS-TERM PIC 9(6).
               05 TS-REG-TERM PIC X(6).
               05 TS-START PIC 9(8).
               05 TS-END PIC 9(8).
               05 TS-CENSUS-DATE PIC 9(8).
               05 TS-SNAPSHOT-FLAG PIC X(1).
                   88 TS-FROM-SNAPSHOT VALUE "Y".
               05 TS-SEEN-FLAG PIC X(1).
                   88 TS-SEEN VALUE "Y".
       01 TERM-SWAP.
           03 FILLER PIC X(38).
       77 TERM-IDX PIC 9(1).
       77 OTHER-TERM-IDX PIC 9(1).
       77 OLDEST-IDX PIC 9(1).
       77 NEWEST-TERM PIC 9(1).

      *>    Per department and term, the raw counts every measure is
      *>    built from; DT-MAJORS 1-5 are FR SO JR SR GR and 6 holds
      *>    a major with no class level.
       77 DEPT-COUNT PIC 9(3) VALUE IS 0.
       01 DEPT-TABLE.
           03 DEPT-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON DEPT-COUNT.
               05 DP-DEPT PIC X(6).
               05 DP-COLLEGE PIC X(25).
               05 DP-PRINTED-FLAG PIC X(1).
               05 DT-TERM OCCURS 5 TIMES.
                   07 DT-MAJORS PIC 9(5) OCCURS 6 TIMES.
                   07 DT-SCH PIC 9(7).
                   07 DT-DEGREES PIC 9(5).
                   07 DT-DFW PIC 9(6).
                   07 DT-ATTEMPTS PIC 9(6).
                   07 DT-SECTIONS PIC 9(5).
                   07 DT-ENROLLED PIC 9(7).
                   07 DT-FTE PIC 9(4)V9999.
       77 DEPT-IDX PIC 9(3).
       77 PRINT-IDX PIC 9(3).
       77 NOTE-DEPT PIC X(6).
       77 LAST-PRINTED-DEPT PIC X(6).
       77 NEXT-DEPT PIC X(6).

      *>    The five terms' active sections, for SCH, FTE and the
      *>    grade rows that carry a CRN.
       77 SECTION-COUNT PIC 9(4) VALUE IS 0.
       01 SECTION-TABLE.
           03 SECTION-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON SECTION-COUNT.
               05 SE-CRN PIC 9(5).
               05 SE-TERM-IDX PIC 9(1).
               05 SE-DEPT-IDX PIC 9(3).
               05 SE-CREDITS PIC 9(3).
               05 SE-GROUP PIC X(2).
               05 SE-ENROLLED PIC 9(3).
               05 SE-FTE PIC 9(2)V9999.
       77 SECTION-IDX PIC 9(4).
       77 OTHER-IDX PIC 9(4).
       77 GROUP-SIZE PIC 9(3).

      *>    Class names (department and course, five characters as
      *>    the grade detail carries them) for rows posted before
      *>    the CRN column.
       77 CLASS-COUNT PIC 9(4) VALUE IS 0.
       01 CLASS-TABLE.
           03 CLASS-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON CLASS-COUNT.
               05 CN-CLASSNAME PIC X(5).
               05 CN-DEPT-IDX PIC 9(3).
       77 CLASS-IDX PIC 9(4).
       77 CLASSNAME-WORK PIC X(5).

       77 APPOINTMENT-COUNT PIC 9(4) VALUE IS 0.
       01 APPOINTMENT-TABLE.
           03 AT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON APPOINTMENT-COUNT.
               05 AT-LAST PIC X(16).
               05 AT-FIRST PIC X(16).
               05 AT-LOAD PIC 9(2).
       77 APPOINTMENT-IDX PIC 9(4).
       77 TEACHING-LOAD PIC 9(2).

       77 COLLEGE-COUNT PIC 9(2) VALUE IS 0.
       01 COLLEGE-LOOKUP-TABLE.
           03 COLLEGE-LOOKUP-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON COLLEGE-COUNT.
               05 CL-DEPT PIC X(6).
               05 CL-COLLEGE PIC X(25).
       77 COLLEGE-IDX PIC 9(2).

       77 CURRENT-STUDENT PIC X(9) VALUE SPACES.
       77 SCH-COMP PIC 9(3).
       77 LEVEL-SLOT PIC 9(1).

      *>    Sums over one scope -- 1 the department, 2 its college,
      *>    3 the institution -- for one term.
       01 SCOPE-SUMS.
           03 SS-MAJORS PIC 9(7) OCCURS 6 TIMES.
           03 SS-SCH PIC 9(9).
           03 SS-DEGREES PIC 9(7).
           03 SS-DFW PIC 9(8).
           03 SS-ATTEMPTS PIC 9(8).
           03 SS-SECTIONS PIC 9(7).
           03 SS-ENROLLED PIC 9(9).
           03 SS-FTE PIC 9(6)V9999.
       77 SCOPE-IDX PIC 9(1).
       77 MAJOR-IDX PIC 9(1).

      *>    The eleven measures as printed: value by measure, scope
      *>    and term.
       01 MEASURE-VALUES.
           03 MV-MEASURE OCCURS 11 TIMES.
               05 MV-SCOPE OCCURS 3 TIMES.
                   07 MV-VALUE PIC 9(7)V99 OCCURS 5 TIMES.
       77 MEASURE-IDX PIC 9(2).
       01 MEASURE-NAME-DATA.
           03 FILLER PIC X(23) VALUE "MAJORS - FRESHMAN     N".
           03 FILLER PIC X(23) VALUE "MAJORS - SOPHOMORE    N".
           03 FILLER PIC X(23) VALUE "MAJORS - JUNIOR       N".
           03 FILLER PIC X(23) VALUE "MAJORS - SENIOR       N".
           03 FILLER PIC X(23) VALUE "MAJORS - GRADUATE     N".
           03 FILLER PIC X(23) VALUE "MAJORS - TOTAL        N".
           03 FILLER PIC X(23) VALUE "SCH PRODUCED          N".
           03 FILLER PIC X(23) VALUE "DEGREES AWARDED       N".
           03 FILLER PIC X(23) VALUE "DFW RATE (PCT)        Y".
           03 FILLER PIC X(23) VALUE "AVERAGE CLASS SIZE    Y".
           03 FILLER PIC X(23) VALUE "INSTRUCTOR FTE        Y".
       01 MEASURE-NAMES REDEFINES MEASURE-NAME-DATA.
           03 MEASURE-NAME-ENTRY OCCURS 11 TIMES.
               05 MN-NAME PIC X(22).
               05 MN-DECIMAL-FLAG PIC X(1).
                   88 MN-DECIMAL VALUE "Y".

       77 COUNT-EDIT PIC Z(8)9.
       77 DECIMAL-EDIT PIC Z(5)9.99.
       77 VALUE-TEXT PIC X(9).
       77 DEPT-VALUE-TEXT PIC X(9).
       77 COLLEGE-VALUE-TEXT PIC X(9).
       77 BOOK-COUNT PIC 9(3) VALUE IS 0.
       77 LIVE-SIZE-TERMS PIC X(40).
       77 LIVE-SIZE-POS PIC 9(2).

       01 BOOK-LINE.
           03 BL-LABEL PIC X(22).
           03 BL-TERM-COLUMN OCCURS 5 TIMES.
               05 FILLER PIC X(1).
               05 BL-TERM-VALUE PIC X(9).
           03 FILLER PIC X(1).
           03 BL-COLLEGE-COLUMN.
               05 FILLER PIC X(2).
               05 BL-COLLEGE-VALUE PIC X(9).
           03 FILLER PIC X(1).
           03 BL-INSTITUTION-COLUMN.
               05 FILLER PIC X(2).
               05 BL-INSTITUTION-VALUE PIC X(9).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Enter the newest term of the data book: ".
           ACCEPT INPUT-TERM.
           CALL "VALIDATE-TERM-CODE" USING INPUT-TERM
               TERM-BANNER-CODE TERM-REGISTRAR-CODE TERM-VALID-FLAG.
           IF NOT TERM-VALID
               DISPLAY "REJECTED: " INPUT-TERM
                   " IS NOT ON TermMaster.txt"
               STOP RUN.
           MOVE TERM-BANNER-CODE TO RUN-TERM-CODE.
           DISPLAY "Enter a department code, or press Enter for "
               "every department: ".
           ACCEPT SELECTED-DEPT.

           PERFORM LOAD-TERMS THRU LOAD-TERMS-EXIT.
           IF TERM-COUNT IS EQUAL TO ZERO
               DISPLAY "NO FULL TERMS THROUGH " RUN-TERM-CODE
                   " ON TermCalendar.txt"
               MOVE 8 TO RETURN-CODE
               STOP RUN.

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

           PERFORM LOAD-COLLEGES THRU LOAD-COLLEGES-EXIT.
           PERFORM LOAD-APPOINTMENTS THRU LOAD-APPOINTMENTS-EXIT.
           PERFORM LOAD-SECTIONS.
           CLOSE COURSES-INDEXED.
           PERFORM ADD-TEACHING-FTE.
           PERFORM VARYING TERM-IDX FROM 1 BY 1
                   UNTIL TERM-IDX GREATER THAN TERM-COUNT
               PERFORM COUNT-CLASS-SIZES THRU COUNT-CLASS-SIZES-EXIT
           END-PERFORM.
           PERFORM COUNT-ENROLLMENTS.
           CLOSE ENROLLMENT-MASTER.
           IF MASTER-OPEN
               CLOSE STUDENT-MASTER.
           PERFORM COUNT-DEGREES THRU COUNT-DEGREES-EXIT.
           PERFORM COUNT-GRADES THRU COUNT-GRADES-EXIT.

           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT CSV-FILE.
           MOVE "DEPT,COLLEGE,TERM,MEASURE,DEPARTMENT,COLLEGE,"
               & "INSTITUTION" TO CSV-LINE.
           WRITE CSV-LINE.
           MOVE LOW-VALUES TO LAST-PRINTED-DEPT.
           PERFORM PRINT-NEXT-BOOK THRU PRINT-NEXT-BOOK-EXIT
               UNTIL NEXT-DEPT IS EQUAL TO HIGH-VALUES.
           CLOSE REPORT-FILE.
           CLOSE CSV-FILE.
           IF BOOK-COUNT IS EQUAL TO ZERO
               DISPLAY "NO DATA FOR DEPARTMENT " SELECTED-DEPT
           ELSE
               DISPLAY BOOK-COUNT " DEPARTMENT BOOK(S) WRITTEN TO "
                   "DeptDataBook.txt AND DeptDataBook.csv"
           END-IF.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *>    The newest five full-term rows at or before the run
      *>    term, then put oldest first for the columns.
       LOAD-TERMS.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF NOT TERM-CALENDAR-OK
               GO TO LOAD-TERMS-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ TERM-CALENDAR-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               IF TC-PART-OF-TERM IS EQUAL TO SPACE
                       AND TC-TERM-CODE IS NUMERIC
                       AND TC-TERM-CODE IS NOT GREATER THAN
                           RUN-TERM-CODE
                   PERFORM KEEP-ONE-TERM THRU KEEP-ONE-TERM-EXIT
               END-IF
               READ TERM-CALENDAR-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE TERM-CALENDAR-FILE.
           PERFORM VARYING TERM-IDX FROM 1 BY 1
                   UNTIL TERM-IDX NOT LESS THAN TERM-COUNT
               PERFORM VARYING OTHER-TERM-IDX FROM TERM-IDX BY 1
                       UNTIL OTHER-TERM-IDX GREATER THAN TERM-COUNT
                   IF TS-TERM(OTHER-TERM-IDX) IS LESS THAN
                           TS-TERM(TERM-IDX)
                       MOVE TERM-ENTRY(TERM-IDX) TO TERM-SWAP
                       MOVE TERM-ENTRY(OTHER-TERM-IDX)
                           TO TERM-ENTRY(TERM-IDX)
                       MOVE TERM-SWAP TO TERM-ENTRY(OTHER-TERM-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING TERM-IDX FROM 1 BY 1
                   UNTIL TERM-IDX GREATER THAN TERM-COUNT
               MOVE TS-TERM(TERM-IDX) TO INPUT-TERM
               CALL "VALIDATE-TERM-CODE" USING INPUT-TERM
                   TERM-BANNER-CODE TERM-REGISTRAR-CODE
                   TERM-VALID-FLAG
               MOVE TERM-REGISTRAR-CODE TO TS-REG-TERM(TERM-IDX)
           END-PERFORM.
           MOVE TERM-COUNT TO NEWEST-TERM.
       LOAD-TERMS-EXIT.
           EXIT.

       KEEP-ONE-TERM.
           PERFORM VARYING TERM-IDX FROM 1 BY 1
                   UNTIL TERM-IDX GREATER THAN TERM-COUNT
               IF TS-TERM(TERM-IDX) IS EQUAL TO TC-TERM-CODE
                   GO TO KEEP-ONE-TERM-EXIT
               END-IF
           END-PERFORM.
           IF TERM-COUNT IS LESS THAN 5
               ADD 1 TO TERM-COUNT
               MOVE TERM-COUNT TO TERM-IDX
           ELSE
               MOVE 1 TO OLDEST-IDX
               PERFORM VARYING TERM-IDX FROM 2 BY 1
                       UNTIL TERM-IDX GREATER THAN 5
                   IF TS-TERM(TERM-IDX) IS LESS THAN
                           TS-TERM(OLDEST-IDX)
                       MOVE TERM-IDX TO OLDEST-IDX
                   END-IF
               END-PERFORM
               IF TC-TERM-CODE IS LESS THAN TS-TERM(OLDEST-IDX)
                   GO TO KEEP-ONE-TERM-EXIT
               END-IF
               MOVE OLDEST-IDX TO TERM-IDX
           END-IF.
           MOVE TC-TERM-CODE TO TS-TERM(TERM-IDX).
           MOVE SPACES TO TS-REG-TERM(TERM-IDX).
           MOVE ZERO TO TS-START(TERM-IDX).
           MOVE ZERO TO TS-END(TERM-IDX).
           MOVE ZERO TO TS-CENSUS-DATE(TERM-IDX).
           IF TC-TERM-START IS NUMERIC
               MOVE TC-TERM-START TO TS-START(TERM-IDX).
           IF TC-TERM-END IS NUMERIC
               MOVE TC-TERM-END TO TS-END(TERM-IDX).
           IF TC-CENSUS-DATE IS NUMERIC
               MOVE TC-CENSUS-DATE TO TS-CENSUS-DATE(TERM-IDX).
           MOVE "N" TO TS-SNAPSHOT-FLAG(TERM-IDX).
           MOVE "N" TO TS-SEEN-FLAG(TERM-IDX).
       KEEP-ONE-TERM-EXIT.
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
                   MOVE FULL-LOAD-CREDITS
                       TO AT-LOAD(APPOINTMENT-COUNT)
                   IF AP-FULL-TIME AND AP-CONTRACT-LOAD IS NUMERIC
                           AND AP-CONTRACT-LOAD IS GREATER THAN ZERO
                       MOVE AP-CONTRACT-LOAD
                           TO AT-LOAD(APPOINTMENT-COUNT)
                   END-IF
               END-IF
               READ APPOINTMENT-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE APPOINTMENT-FILE.
       LOAD-APPOINTMENTS-EXIT.
           EXIT.

      *>    Finds NOTE-DEPT in the department table, adding it when
      *>    new; DEPT-IDX comes back zero only when the table is full.
       FIND-DEPT.
           MOVE ZERO TO DEPT-IDX.
           PERFORM VARYING OTHER-IDX FROM 1 BY 1
                   UNTIL OTHER-IDX GREATER THAN DEPT-COUNT
                   OR DEPT-IDX IS GREATER THAN ZERO
               IF DP-DEPT(OTHER-IDX) IS EQUAL TO NOTE-DEPT
                   MOVE OTHER-IDX TO DEPT-IDX
               END-IF
           END-PERFORM.
           IF DEPT-IDX IS GREATER THAN ZERO
                   OR DEPT-COUNT IS EQUAL TO 200
               GO TO FIND-DEPT-EXIT.
           ADD 1 TO DEPT-COUNT.
           MOVE DEPT-COUNT TO DEPT-IDX.
           INITIALIZE DEPT-ENTRY(DEPT-IDX).
           MOVE NOTE-DEPT TO DP-DEPT(DEPT-IDX).
           MOVE "UNASSIGNED" TO DP-COLLEGE(DEPT-IDX).
           MOVE "N" TO DP-PRINTED-FLAG(DEPT-IDX).
           PERFORM VARYING COLLEGE-IDX FROM 1 BY 1
                   UNTIL COLLEGE-IDX GREATER THAN COLLEGE-COUNT
               IF CL-DEPT(COLLEGE-IDX) IS EQUAL TO NOTE-DEPT
                   MOVE CL-COLLEGE(COLLEGE-IDX) TO DP-COLLEGE(DEPT-IDX)
               END-IF
           END-PERFORM.
       FIND-DEPT-EXIT.
           EXIT.

      *>    The five terms' active sections: credits, live size and
      *>    the instructor's share of a full load.
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
                   PERFORM LOAD-ONE-SECTION THRU
                       LOAD-ONE-SECTION-EXIT
               END-IF
           END-PERFORM.
           MOVE "00" TO COURSES-INDEXED-STATUS.

       LOAD-ONE-SECTION.
           MOVE ZERO TO TERM-IDX.
           PERFORM VARYING OTHER-TERM-IDX FROM 1 BY 1
                   UNTIL OTHER-TERM-IDX GREATER THAN TERM-COUNT
               IF TS-TERM(OTHER-TERM-IDX) IS EQUAL TO
                       TERM-CODE OF STUDENT-RECORD-INDEXED
                   MOVE OTHER-TERM-IDX TO TERM-IDX
               END-IF
           END-PERFORM.
           IF TERM-IDX IS EQUAL TO ZERO
                   OR SECTION-COUNT IS EQUAL TO 5000
               GO TO LOAD-ONE-SECTION-EXIT.
           MOVE DEPARTMENT-CODE OF STUDENT-RECORD-INDEXED TO NOTE-DEPT.
           PERFORM FIND-DEPT THRU FIND-DEPT-EXIT.
           IF DEPT-IDX IS EQUAL TO ZERO
               GO TO LOAD-ONE-SECTION-EXIT.
           ADD 1 TO SECTION-COUNT.
           MOVE SECTION-COUNT TO SECTION-IDX.
           INITIALIZE SECTION-ENTRY(SECTION-IDX).
           MOVE CRN OF STUDENT-RECORD-INDEXED TO SE-CRN(SECTION-IDX).
           MOVE TERM-IDX TO SE-TERM-IDX(SECTION-IDX).
           MOVE DEPT-IDX TO SE-DEPT-IDX(SECTION-IDX).
           MOVE CROSS-LIST-GROUP OF STUDENT-RECORD-INDEXED
               TO SE-GROUP(SECTION-IDX).
           IF SEATS-ENROLLED OF STUDENT-RECORD-INDEXED IS NUMERIC
               MOVE SEATS-ENROLLED OF STUDENT-RECORD-INDEXED
                   TO SE-ENROLLED(SECTION-IDX).
           IF SCH OF STUDENT-RECORD-INDEXED IS NUMERIC
               MOVE SCH OF STUDENT-RECORD-INDEXED
                   TO SE-CREDITS(SECTION-IDX)
           ELSE
               IF VARIABLE-CREDIT-SECTION OF STUDENT-RECORD-INDEXED
                   MOVE MAX-SCH OF STUDENT-RECORD-INDEXED
                       TO SE-CREDITS(SECTION-IDX)
               END-IF
           END-IF.

           MOVE FULL-LOAD-CREDITS TO TEACHING-LOAD.
           PERFORM VARYING APPOINTMENT-IDX FROM 1 BY 1
                   UNTIL APPOINTMENT-IDX GREATER THAN APPOINTMENT-COUNT
               IF AT-LAST(APPOINTMENT-IDX) IS EQUAL TO
                       INSTRUCTOR-LAST OF STUDENT-RECORD-INDEXED
                       AND AT-FIRST(APPOINTMENT-IDX) IS EQUAL TO
                           INSTRUCTOR-FIRST OF STUDENT-RECORD-INDEXED
                   MOVE AT-LOAD(APPOINTMENT-IDX) TO TEACHING-LOAD
                   MOVE APPOINTMENT-COUNT TO APPOINTMENT-IDX
               END-IF
           END-PERFORM.
           COMPUTE SE-FTE(SECTION-IDX) ROUNDED =
               SE-CREDITS(SECTION-IDX) / TEACHING-LOAD.

           MOVE SPACES TO CLASSNAME-WORK.
           STRING DEPARTMENT-CODE OF STUDENT-RECORD-INDEXED
                   DELIMITED BY SPACE
               COURSE-NUMBER OF STUDENT-RECORD-INDEXED
                   DELIMITED BY SPACE
               INTO CLASSNAME-WORK.
           PERFORM VARYING CLASS-IDX FROM 1 BY 1
                   UNTIL CLASS-IDX GREATER THAN CLASS-COUNT
               IF CN-CLASSNAME(CLASS-IDX) IS EQUAL TO CLASSNAME-WORK
                   GO TO LOAD-ONE-SECTION-EXIT
               END-IF
           END-PERFORM.
           IF CLASS-COUNT IS LESS THAN 3000
               ADD 1 TO CLASS-COUNT
               MOVE CLASSNAME-WORK TO CN-CLASSNAME(CLASS-COUNT)
               MOVE DEPT-IDX TO CN-DEPT-IDX(CLASS-COUNT)
           END-IF.
       LOAD-ONE-SECTION-EXIT.
           EXIT.

      *>    A cross-list group is taught once: its sections share
      *>    the one teaching's FTE.
       ADD-TEACHING-FTE.
           PERFORM VARYING SECTION-IDX FROM 1 BY 1
                   UNTIL SECTION-IDX GREATER THAN SECTION-COUNT
               MOVE 1 TO GROUP-SIZE
               IF SE-GROUP(SECTION-IDX) IS NOT EQUAL TO SPACES
                   MOVE ZERO TO GROUP-SIZE
                   PERFORM VARYING OTHER-IDX FROM 1 BY 1
                           UNTIL OTHER-IDX GREATER THAN SECTION-COUNT
                       IF SE-GROUP(OTHER-IDX) IS EQUAL TO
                               SE-GROUP(SECTION-IDX)
                               AND SE-TERM-IDX(OTHER-IDX) IS EQUAL TO
                                   SE-TERM-IDX(SECTION-IDX)
                           ADD 1 TO GROUP-SIZE
                       END-IF
                   END-PERFORM
               END-IF
               MOVE SE-DEPT-IDX(SECTION-IDX) TO DEPT-IDX
               MOVE SE-TERM-IDX(SECTION-IDX) TO TERM-IDX
               COMPUTE DT-FTE(DEPT-IDX, TERM-IDX) ROUNDED =
                   DT-FTE(DEPT-IDX, TERM-IDX)
                   + SE-FTE(SECTION-IDX) / GROUP-SIZE
           END-PERFORM.

      *>    Class size as of census where the snapshot was taken;
      *>    otherwise as the sections stand now.
       COUNT-CLASS-SIZES.
           IF TS-CENSUS-DATE(TERM-IDX) IS EQUAL TO ZERO
               GO TO COUNT-LIVE-SIZES.
           MOVE SPACES TO SNAPSHOT-FILENAME.
           STRING "CensusSnapshot" DELIMITED BY SIZE
               TS-CENSUS-DATE(TERM-IDX) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO SNAPSHOT-FILENAME.
           OPEN INPUT SNAPSHOT-FILE.
           IF NOT SNAPSHOT-OK
               GO TO COUNT-LIVE-SIZES.
           MOVE "Y" TO TS-SNAPSHOT-FLAG(TERM-IDX).
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
                               IS EQUAL TO TS-TERM(TERM-IDX)
                           AND SEATS-ENROLLED OF SNAPSHOT-RECORD
                               IS NUMERIC
                       MOVE DEPARTMENT-CODE OF SNAPSHOT-RECORD
                           TO NOTE-DEPT
                       PERFORM FIND-DEPT THRU FIND-DEPT-EXIT
                       IF DEPT-IDX IS GREATER THAN ZERO
                           ADD 1 TO DT-SECTIONS(DEPT-IDX, TERM-IDX)
                           ADD SEATS-ENROLLED OF SNAPSHOT-RECORD
                               TO DT-ENROLLED(DEPT-IDX, TERM-IDX)
                       END-IF
                   END-IF
                   READ SNAPSHOT-FILE AT END MOVE 1 TO EOF-FLAG
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE SNAPSHOT-FILE.
           GO TO COUNT-CLASS-SIZES-EXIT.
       COUNT-LIVE-SIZES.
           PERFORM VARYING SECTION-IDX FROM 1 BY 1
                   UNTIL SECTION-IDX GREATER THAN SECTION-COUNT
               IF SE-TERM-IDX(SECTION-IDX) IS EQUAL TO TERM-IDX
                   MOVE SE-DEPT-IDX(SECTION-IDX) TO DEPT-IDX
                   ADD 1 TO DT-SECTIONS(DEPT-IDX, TERM-IDX)
                   ADD SE-ENROLLED(SECTION-IDX)
                       TO DT-ENROLLED(DEPT-IDX, TERM-IDX)
               END-IF
           END-PERFORM.
       COUNT-CLASS-SIZES-EXIT.
           EXIT.

      *>    EnrollmentMaster in student order: SCH to the section's
      *>    department as each row goes by, and at the student break
      *>    the student counts once as a major in each term enrolled.
       COUNT-ENROLLMENTS.
           MOVE LOW-VALUES TO EN-STUDENT-ID.
           MOVE ZEROS TO EN-CRN.
           MOVE ZEROS TO EN-TERM-CODE.
           START ENROLLMENT-MASTER KEY IS GREATER THAN OR EQUAL
                   EN-STUDENT-CRN-TERM-KEY
               INVALID KEY
                   MOVE "46" TO ENROLLMENT-STATUS
           END-START.
           MOVE SPACES TO CURRENT-STUDENT.
           PERFORM UNTIL NO-MORE-ENROLLMENTS
               READ ENROLLMENT-MASTER NEXT RECORD
                   AT END MOVE "46" TO ENROLLMENT-STATUS
               END-READ
               IF NO-MORE-ENROLLMENTS
                       OR EN-STUDENT-ID IS NOT EQUAL TO CURRENT-STUDENT
                   PERFORM COUNT-STUDENT-MAJOR THRU
                       COUNT-STUDENT-MAJOR-EXIT
                   IF NOT NO-MORE-ENROLLMENTS
                       MOVE EN-STUDENT-ID TO CURRENT-STUDENT
                   END-IF
               END-IF
               IF NOT NO-MORE-ENROLLMENTS AND ENROLLMENT-ACTIVE
                   PERFORM COUNT-ONE-ENROLLMENT THRU
                       COUNT-ONE-ENROLLMENT-EXIT
               END-IF
           END-PERFORM.
           MOVE "00" TO ENROLLMENT-STATUS.

       COUNT-ONE-ENROLLMENT.
           MOVE ZERO TO TERM-IDX.
           PERFORM VARYING OTHER-TERM-IDX FROM 1 BY 1
                   UNTIL OTHER-TERM-IDX GREATER THAN TERM-COUNT
               IF TS-TERM(OTHER-TERM-IDX) IS EQUAL TO EN-TERM-CODE
                   MOVE OTHER-TERM-IDX TO TERM-IDX
               END-IF
           END-PERFORM.
           IF TERM-IDX IS EQUAL TO ZERO
               GO TO COUNT-ONE-ENROLLMENT-EXIT.
           MOVE "Y" TO TS-SEEN-FLAG(TERM-IDX).
           IF EN-BASIS-AUDIT
               GO TO COUNT-ONE-ENROLLMENT-EXIT.
           MOVE ZERO TO SECTION-IDX.
           PERFORM VARYING OTHER-IDX FROM 1 BY 1
                   UNTIL OTHER-IDX GREATER THAN SECTION-COUNT
                   OR SECTION-IDX IS GREATER THAN ZERO
               IF SE-CRN(OTHER-IDX) IS EQUAL TO EN-CRN
                       AND SE-TERM-IDX(OTHER-IDX) IS EQUAL TO TERM-IDX
                   MOVE OTHER-IDX TO SECTION-IDX
               END-IF
           END-PERFORM.
           IF SECTION-IDX IS EQUAL TO ZERO
               GO TO COUNT-ONE-ENROLLMENT-EXIT.
           MOVE SE-CREDITS(SECTION-IDX) TO SCH-COMP.
           IF EN-CREDITS IS NUMERIC AND EN-CREDITS IS GREATER THAN ZERO
               MOVE EN-CREDITS TO SCH-COMP.
           MOVE SE-DEPT-IDX(SECTION-IDX) TO DEPT-IDX.
           ADD SCH-COMP TO DT-SCH(DEPT-IDX, TERM-IDX).
       COUNT-ONE-ENROLLMENT-EXIT.
           EXIT.

       COUNT-STUDENT-MAJOR.
           IF CURRENT-STUDENT IS EQUAL TO SPACES OR NOT MASTER-OPEN
               GO TO COUNT-STUDENT-MAJOR-CLEAR.
           MOVE CURRENT-STUDENT TO SM-STUDENT-ID.
           READ STUDENT-MASTER KEY IS SM-STUDENT-ID
               INVALID KEY
                   GO TO COUNT-STUDENT-MAJOR-CLEAR
           END-READ.
           IF NOT STUDENT-ACTIVE OR SM-MAJOR IS EQUAL TO SPACES
               GO TO COUNT-STUDENT-MAJOR-CLEAR.
           MOVE SM-MAJOR TO NOTE-DEPT.
           PERFORM FIND-DEPT THRU FIND-DEPT-EXIT.
           IF DEPT-IDX IS EQUAL TO ZERO
               GO TO COUNT-STUDENT-MAJOR-CLEAR.
           EVALUATE TRUE
               WHEN SM-FRESHMAN MOVE 1 TO LEVEL-SLOT
               WHEN SM-SOPHOMORE MOVE 2 TO LEVEL-SLOT
               WHEN SM-JUNIOR MOVE 3 TO LEVEL-SLOT
               WHEN SM-SENIOR MOVE 4 TO LEVEL-SLOT
               WHEN SM-GRADUATE MOVE 5 TO LEVEL-SLOT
               WHEN OTHER MOVE 6 TO LEVEL-SLOT
           END-EVALUATE.
           PERFORM VARYING TERM-IDX FROM 1 BY 1
                   UNTIL TERM-IDX GREATER THAN TERM-COUNT
               IF TS-SEEN(TERM-IDX)
                   ADD 1 TO DT-MAJORS(DEPT-IDX, TERM-IDX, LEVEL-SLOT)
               END-IF
           END-PERFORM.
       COUNT-STUDENT-MAJOR-CLEAR.
           PERFORM VARYING TERM-IDX FROM 1 BY 1
                   UNTIL TERM-IDX GREATER THAN TERM-COUNT
               MOVE "N" TO TS-SEEN-FLAG(TERM-IDX)
           END-PERFORM.
       COUNT-STUDENT-MAJOR-EXIT.
           EXIT.

       COUNT-DEGREES.
           OPEN INPUT DEGREE-MASTER.
           IF NOT DEGREE-MASTER-OK
               GO TO COUNT-DEGREES-EXIT.
           MOVE LOW-VALUES TO DM-STUDENT-DEGREE-KEY.
           START DEGREE-MASTER KEY IS GREATER THAN OR EQUAL
                   DM-STUDENT-DEGREE-KEY
               INVALID KEY
                   MOVE "46" TO DEGREE-MASTER-STATUS
           END-START.
           PERFORM UNTIL NO-MORE-DEGREES
               READ DEGREE-MASTER NEXT RECORD
                   AT END MOVE "46" TO DEGREE-MASTER-STATUS
               END-READ
               IF NOT NO-MORE-DEGREES
                       AND DM-CONFERRAL-DATE IS NUMERIC
                   PERFORM VARYING TERM-IDX FROM 1 BY 1
                           UNTIL TERM-IDX GREATER THAN TERM-COUNT
                       IF DM-CONFERRAL-DATE IS NOT LESS THAN
                               TS-START(TERM-IDX)
                               AND DM-CONFERRAL-DATE IS NOT GREATER
                                   THAN TS-END(TERM-IDX)
                           MOVE DM-MAJOR TO NOTE-DEPT
                           PERFORM FIND-DEPT THRU FIND-DEPT-EXIT
                           IF DEPT-IDX IS GREATER THAN ZERO
                               ADD 1 TO
                                   DT-DEGREES(DEPT-IDX, TERM-IDX)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE DEGREE-MASTER.
       COUNT-DEGREES-EXIT.
           EXIT.

      *>    Grade rows carry the registrar form of the term; a row
      *>    with a CRN goes to its section's department, an older
      *>    one to the department its class name belongs to.
       COUNT-GRADES.
           OPEN INPUT GRADE-DETAIL-FILE.
           IF NOT GRADE-DETAIL-OK
               GO TO COUNT-GRADES-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ GRADE-DETAIL-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               IF NOT GD-NOT-AN-ATTEMPT
                   PERFORM COUNT-ONE-GRADE THRU COUNT-ONE-GRADE-EXIT
               END-IF
               READ GRADE-DETAIL-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE GRADE-DETAIL-FILE.
       COUNT-GRADES-EXIT.
           EXIT.

       COUNT-ONE-GRADE.
           MOVE ZERO TO TERM-IDX.
           PERFORM VARYING OTHER-TERM-IDX FROM 1 BY 1
                   UNTIL OTHER-TERM-IDX GREATER THAN TERM-COUNT
               IF TS-REG-TERM(OTHER-TERM-IDX) IS EQUAL TO GD-TERM
                   MOVE OTHER-TERM-IDX TO TERM-IDX
               END-IF
           END-PERFORM.
           IF TERM-IDX IS EQUAL TO ZERO
               GO TO COUNT-ONE-GRADE-EXIT.
           MOVE ZERO TO DEPT-IDX.
           IF GD-CRN IS NUMERIC AND GD-CRN IS GREATER THAN ZERO
               PERFORM VARYING SECTION-IDX FROM 1 BY 1
                       UNTIL SECTION-IDX GREATER THAN SECTION-COUNT
                       OR DEPT-IDX IS GREATER THAN ZERO
                   IF SE-CRN(SECTION-IDX) IS EQUAL TO GD-CRN
                           AND SE-TERM-IDX(SECTION-IDX) IS EQUAL TO
                               TERM-IDX
                       MOVE SE-DEPT-IDX(SECTION-IDX) TO DEPT-IDX
                   END-IF
               END-PERFORM
           END-IF.
           IF DEPT-IDX IS EQUAL TO ZERO
               PERFORM VARYING CLASS-IDX FROM 1 BY 1
                       UNTIL CLASS-IDX GREATER THAN CLASS-COUNT
                       OR DEPT-IDX IS GREATER THAN ZERO
                   IF CN-CLASSNAME(CLASS-IDX) IS EQUAL TO GD-CLASSNAME
                       MOVE CN-DEPT-IDX(CLASS-IDX) TO DEPT-IDX
                   END-IF
               END-PERFORM
           END-IF.
           IF DEPT-IDX IS EQUAL TO ZERO
               GO TO COUNT-ONE-GRADE-EXIT.
           ADD 1 TO DT-ATTEMPTS(DEPT-IDX, TERM-IDX).
           IF GD-DFW
               ADD 1 TO DT-DFW(DEPT-IDX, TERM-IDX).
       COUNT-ONE-GRADE-EXIT.
           EXIT.

      *>    Departments print in code order: each pass takes the
      *>    lowest code above the last one printed.
       PRINT-NEXT-BOOK.
           MOVE HIGH-VALUES TO NEXT-DEPT.
           MOVE ZERO TO PRINT-IDX.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX GREATER THAN DEPT-COUNT
               IF DP-DEPT(DEPT-IDX) IS GREATER THAN LAST-PRINTED-DEPT
                       AND DP-DEPT(DEPT-IDX) IS LESS THAN NEXT-DEPT
                   MOVE DP-DEPT(DEPT-IDX) TO NEXT-DEPT
                   MOVE DEPT-IDX TO PRINT-IDX
               END-IF
           END-PERFORM.
           IF PRINT-IDX IS EQUAL TO ZERO
               GO TO PRINT-NEXT-BOOK-EXIT.
           MOVE NEXT-DEPT TO LAST-PRINTED-DEPT.
           IF SELECTED-DEPT IS NOT EQUAL TO SPACES
                   AND SELECTED-DEPT IS NOT EQUAL TO NEXT-DEPT
               GO TO PRINT-NEXT-BOOK-EXIT.
           ADD 1 TO BOOK-COUNT.
           PERFORM VARYING SCOPE-IDX FROM 1 BY 1
                   UNTIL SCOPE-IDX GREATER THAN 3
               PERFORM VARYING TERM-IDX FROM 1 BY 1
                       UNTIL TERM-IDX GREATER THAN TERM-COUNT
                   PERFORM GATHER-SCOPE
                   PERFORM DERIVE-MEASURES
               END-PERFORM
           END-PERFORM.
           PERFORM PRINT-BOOK-HEADING.
           PERFORM VARYING MEASURE-IDX FROM 1 BY 1
                   UNTIL MEASURE-IDX GREATER THAN 11
               PERFORM PRINT-MEASURE-LINE
               PERFORM VARYING TERM-IDX FROM 1 BY 1
                       UNTIL TERM-IDX GREATER THAN TERM-COUNT
                   PERFORM WRITE-CSV-ROW
               END-PERFORM
           END-PERFORM.
           PERFORM PRINT-BOOK-FOOTING.
       PRINT-NEXT-BOOK-EXIT.
           EXIT.

       GATHER-SCOPE.
           INITIALIZE SCOPE-SUMS.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX GREATER THAN DEPT-COUNT
               IF (SCOPE-IDX IS EQUAL TO 1
                       AND DEPT-IDX IS EQUAL TO PRINT-IDX)
                   OR (SCOPE-IDX IS EQUAL TO 2
                       AND DP-COLLEGE(DEPT-IDX) IS EQUAL TO
                           DP-COLLEGE(PRINT-IDX))
                   OR SCOPE-IDX IS EQUAL TO 3
                   PERFORM VARYING MAJOR-IDX FROM 1 BY 1
                           UNTIL MAJOR-IDX GREATER THAN 6
                       ADD DT-MAJORS(DEPT-IDX, TERM-IDX, MAJOR-IDX)
                           TO SS-MAJORS(MAJOR-IDX)
                   END-PERFORM
                   ADD DT-SCH(DEPT-IDX, TERM-IDX) TO SS-SCH
                   ADD DT-DEGREES(DEPT-IDX, TERM-IDX) TO SS-DEGREES
                   ADD DT-DFW(DEPT-IDX, TERM-IDX) TO SS-DFW
                   ADD DT-ATTEMPTS(DEPT-IDX, TERM-IDX) TO SS-ATTEMPTS
                   ADD DT-SECTIONS(DEPT-IDX, TERM-IDX) TO SS-SECTIONS
                   ADD DT-ENROLLED(DEPT-IDX, TERM-IDX) TO SS-ENROLLED
                   ADD DT-FTE(DEPT-IDX, TERM-IDX) TO SS-FTE
               END-IF
           END-PERFORM.

       DERIVE-MEASURES.
           MOVE ZERO TO MV-VALUE(6, SCOPE-IDX, TERM-IDX).
           PERFORM VARYING MAJOR-IDX FROM 1 BY 1
                   UNTIL MAJOR-IDX GREATER THAN 6
               IF MAJOR-IDX IS LESS THAN 6
                   MOVE SS-MAJORS(MAJOR-IDX)
                       TO MV-VALUE(MAJOR-IDX, SCOPE-IDX, TERM-IDX)
               END-IF
               ADD SS-MAJORS(MAJOR-IDX)
                   TO MV-VALUE(6, SCOPE-IDX, TERM-IDX)
           END-PERFORM.
           MOVE SS-SCH TO MV-VALUE(7, SCOPE-IDX, TERM-IDX).
           MOVE SS-DEGREES TO MV-VALUE(8, SCOPE-IDX, TERM-IDX).
           MOVE ZERO TO MV-VALUE(9, SCOPE-IDX, TERM-IDX).
           IF SS-ATTEMPTS IS GREATER THAN ZERO
               COMPUTE MV-VALUE(9, SCOPE-IDX, TERM-IDX) ROUNDED =
                   SS-DFW * 100 / SS-ATTEMPTS.
           MOVE ZERO TO MV-VALUE(10, SCOPE-IDX, TERM-IDX).
           IF SS-SECTIONS IS GREATER THAN ZERO
               COMPUTE MV-VALUE(10, SCOPE-IDX, TERM-IDX) ROUNDED =
                   SS-ENROLLED / SS-SECTIONS.
           COMPUTE MV-VALUE(11, SCOPE-IDX, TERM-IDX) ROUNDED = SS-FTE.

       PRINT-BOOK-HEADING.
           IF BOOK-COUNT IS GREATER THAN 1
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE ALL "=" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "PROGRAM-REVIEW DATA BOOK -- DEPARTMENT "
                   DELIMITED BY SIZE
               DP-DEPT(PRINT-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "COLLEGE: " DELIMITED BY SIZE
               DP-COLLEGE(PRINT-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO BOOK-LINE.
           MOVE "MEASURE" TO BL-LABEL.
           PERFORM VARYING TERM-IDX FROM 1 BY 1
                   UNTIL TERM-IDX GREATER THAN TERM-COUNT
               MOVE TS-TERM(TERM-IDX) TO COUNT-EDIT
               MOVE COUNT-EDIT TO BL-TERM-VALUE(TERM-IDX)
           END-PERFORM.
           MOVE "    COLLEGE" TO BL-COLLEGE-COLUMN.
           MOVE "INSTITUTION" TO BL-INSTITUTION-COLUMN.
           MOVE BOOK-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-MEASURE-LINE.
           MOVE SPACES TO BOOK-LINE.
           MOVE MN-NAME(MEASURE-IDX) TO BL-LABEL.
           MOVE 1 TO SCOPE-IDX.
           PERFORM VARYING TERM-IDX FROM 1 BY 1
                   UNTIL TERM-IDX GREATER THAN TERM-COUNT
               PERFORM EDIT-MEASURE-VALUE
               MOVE VALUE-TEXT TO BL-TERM-VALUE(TERM-IDX)
           END-PERFORM.
           MOVE NEWEST-TERM TO TERM-IDX.
           MOVE 2 TO SCOPE-IDX.
           PERFORM EDIT-MEASURE-VALUE.
           MOVE VALUE-TEXT TO BL-COLLEGE-VALUE.
           MOVE 3 TO SCOPE-IDX.
           PERFORM EDIT-MEASURE-VALUE.
           MOVE VALUE-TEXT TO BL-INSTITUTION-VALUE.
           MOVE BOOK-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       EDIT-MEASURE-VALUE.
           IF MN-DECIMAL(MEASURE-IDX)
               MOVE MV-VALUE(MEASURE-IDX, SCOPE-IDX, TERM-IDX)
                   TO DECIMAL-EDIT
               MOVE DECIMAL-EDIT TO VALUE-TEXT
           ELSE
               MOVE MV-VALUE(MEASURE-IDX, SCOPE-IDX, TERM-IDX)
                   TO COUNT-EDIT
               MOVE COUNT-EDIT TO VALUE-TEXT
           END-IF.

       WRITE-CSV-ROW.
           MOVE 1 TO SCOPE-IDX.
           PERFORM EDIT-MEASURE-VALUE.
           MOVE VALUE-TEXT TO DEPT-VALUE-TEXT.
           MOVE 2 TO SCOPE-IDX.
           PERFORM EDIT-MEASURE-VALUE.
           MOVE VALUE-TEXT TO COLLEGE-VALUE-TEXT.
           MOVE 3 TO SCOPE-IDX.
           PERFORM EDIT-MEASURE-VALUE.
           MOVE SPACES TO CSV-LINE.
           STRING FUNCTION TRIM(DP-DEPT(PRINT-IDX)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DP-COLLEGE(PRINT-IDX)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TS-TERM(TERM-IDX) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(MN-NAME(MEASURE-IDX)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DEPT-VALUE-TEXT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(COLLEGE-VALUE-TEXT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(VALUE-TEXT) DELIMITED BY SIZE
               INTO CSV-LINE.
           WRITE CSV-LINE.

       PRINT-BOOK-FOOTING.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "COLLEGE AND INSTITUTION COLUMNS ARE TERM "
                   DELIMITED BY SIZE
               TS-TERM(NEWEST-TERM) DELIMITED BY SIZE
               "; EVERY TERM IS ON DeptDataBook.csv" DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO LIVE-SIZE-TERMS.
           MOVE 1 TO LIVE-SIZE-POS.
           PERFORM VARYING TERM-IDX FROM 1 BY 1
                   UNTIL TERM-IDX GREATER THAN TERM-COUNT
               IF NOT TS-FROM-SNAPSHOT(TERM-IDX)
                   STRING TS-TERM(TERM-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       INTO LIVE-SIZE-TERMS
                       WITH POINTER LIVE-SIZE-POS
               END-IF
           END-PERFORM.
           IF LIVE-SIZE-TERMS IS NOT EQUAL TO SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "NO CENSUS SNAPSHOT -- CLASS SIZE FROM LIVE "
                       DELIMITED BY SIZE
                   "SECTIONS FOR: " DELIMITED BY SIZE
                   LIVE-SIZE-TERMS DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM DEPT-DATA-BOOK.
