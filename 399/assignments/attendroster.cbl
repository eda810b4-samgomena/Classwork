      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Attendance-verification roster generation --
      *          instructors used to report no-shows by email, so
      *          never-attended students stayed enrolled, were
      *          billed, and turned into F grades at term end. Run
      *          after the first week, this writes one attendance
      *          roster per active section of the run term to
      *          AttendanceRosters.txt, laid out the way
      *          GRADE-ROSTER-GEN lays out a grade roster: a SEC
      *          header per section (CRN, term, class name, credit
      *          hours, instructor) followed by one line per
      *          actively enrolled student with the mark column and
      *          the last-date-of-attendance column left blank. The
      *          instructor marks N (never attended), A (attending)
      *          or S (stopped attending), with the last date
      *          attended (YYYYMMDD) for an S, and the returned file
      *          is what ATTENDANCE-LOAD posts.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTENDANCE-ROSTER-GEN.
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
           SELECT ROSTER-FILE ASSIGN TO "AttendanceRosters.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-PARMS-FILE ASSIGN TO "BatchParms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-PARMS-STATUS.
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
       FD ENROLLMENT-MASTER.
       COPY EnrollmentFormat.
       FD ROSTER-FILE.
       01 ROSTER-LINE PIC X(80).
       FD BATCH-PARMS-FILE.
       01 BATCH-PARMS-RECORD.
           03 BP-TERM-CODE PIC 9(6).
           03 FILLER PIC X(12).
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       WORKING-STORAGE SECTION.
       77 COURSES-INDEXED-STATUS PIC X(2) VALUE "00".
           88 COURSES-INDEXED-OK VALUE "00".
           88 NO-MORE-SECTIONS VALUE "46".
       77 ENROLLMENT-STATUS PIC X(2) VALUE "00".
           88 ENROLLMENT-OK VALUE "00".
           88 NO-MORE-ENROLLEES VALUE "46".
       77 BATCH-PARMS-STATUS PIC X(2) VALUE "00".
           88 BATCH-PARMS-OK VALUE "00".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 STUDENT-MASTER-OPEN-FLAG PIC X VALUE "N".
           88 STUDENT-MASTER-OPEN VALUE "Y".
       77 RUN-TERM-CODE PIC 9(6) VALUE ZERO.
       77 SECTION-COUNT PIC 9(5) VALUE ZERO.
       77 STUDENT-LINE-COUNT PIC 9(6) VALUE ZERO.
       77 HELD-CRN PIC 9(5).
       77 CLASS-NAME PIC X(11) VALUE SPACES.
       77 SCH-COMP PIC 9(3) VALUE ZERO.
       77 CLASS-CREDITS PIC 9(1) VALUE ZERO.

      *>    The SEC header and student detail the load run reads
      *>    back.
       01 SECTION-HEADER-LINE.
           03 FILLER PIC X(4) VALUE "SEC ".
           03 SH-CRN PIC 9(5).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SH-TERM-CODE PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SH-CLASSNAME PIC X(5).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SH-CREDITS PIC 9(1).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SH-INSTRUCTOR PIC X(16).
       01 STUDENT-DETAIL-LINE.
           03 SD-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SD-MARK PIC X(1).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SD-LAST-ATTEND-DATE PIC X(8).
      *>    The name the student goes by, for the instructor's eye
      *>    only -- the load run reads nothing past the columns
      *>    above.
           03 FILLER PIC X(2) VALUE SPACES.
           03 SD-NAME PIC X(20).
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
               DISPLAY "Enter the term code to roster "
                   "(e.g. 202680):"
               ACCEPT RUN-TERM-CODE
           END-IF.

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
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-OK
               MOVE "Y" TO STUDENT-MASTER-OPEN-FLAG
           END-IF.
           OPEN OUTPUT ROSTER-FILE.

           MOVE ZEROS TO CRN OF STUDENT-RECORD-INDEXED.
           MOVE ZEROS TO TERM-CODE OF STUDENT-RECORD-INDEXED.
           START COURSES-INDEXED KEY IS GREATER THAN OR EQUAL
                   CRN-TERM-KEY
               INVALID KEY
                   DISPLAY "NO SECTIONS ON FILE"
                   MOVE "46" TO COURSES-INDEXED-STATUS
           END-START.
           PERFORM ROSTER-ONE-SECTION UNTIL NO-MORE-SECTIONS.

           CLOSE ROSTER-FILE.
           CLOSE COURSES-INDEXED.
           CLOSE ENROLLMENT-MASTER.
           IF STUDENT-MASTER-OPEN
               CLOSE STUDENT-MASTER
           END-IF.
           DISPLAY SECTION-COUNT " ROSTER(S) WITH "
               STUDENT-LINE-COUNT " STUDENT LINE(S) WRITTEN TO "
               "AttendanceRosters.txt".
           STOP RUN.

       ROSTER-ONE-SECTION.
           READ COURSES-INDEXED NEXT RECORD
               AT END MOVE "46" TO COURSES-INDEXED-STATUS
           END-READ.
           IF NOT NO-MORE-SECTIONS
                   AND NOT SECTION-DELETED OF STUDENT-RECORD-INDEXED
                   AND TERM-CODE OF STUDENT-RECORD-INDEXED IS EQUAL
                       TO RUN-TERM-CODE
               ADD 1 TO SECTION-COUNT
               PERFORM WRITE-SECTION-ROSTER
           END-IF.

       WRITE-SECTION-ROSTER.
           MOVE CRN OF STUDENT-RECORD-INDEXED TO HELD-CRN.
           MOVE SPACES TO CLASS-NAME.
           STRING DEPARTMENT-CODE OF STUDENT-RECORD-INDEXED
                   DELIMITED BY SPACE
               COURSE-NUMBER OF STUDENT-RECORD-INDEXED
                   DELIMITED BY SPACE
               INTO CLASS-NAME.
           IF SCH OF STUDENT-RECORD-INDEXED IS NUMERIC
               MOVE SCH OF STUDENT-RECORD-INDEXED TO SCH-COMP
           ELSE
               MOVE 1 TO SCH-COMP
           END-IF.
           MOVE SCH-COMP TO CLASS-CREDITS.

           MOVE HELD-CRN TO SH-CRN.
           MOVE RUN-TERM-CODE TO SH-TERM-CODE.
           MOVE CLASS-NAME(1:5) TO SH-CLASSNAME.
           MOVE CLASS-CREDITS TO SH-CREDITS.
           MOVE INSTRUCTOR-LAST OF STUDENT-RECORD-INDEXED
               TO SH-INSTRUCTOR.
           MOVE SPACES TO ROSTER-LINE.
           MOVE SECTION-HEADER-LINE TO ROSTER-LINE.
           WRITE ROSTER-LINE.

           MOVE HELD-CRN TO EN-CRN.
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
                   AND (EN-CRN NOT EQUAL HELD-CRN
                       OR EN-TERM-CODE NOT EQUAL RUN-TERM-CODE)
                   MOVE "46" TO ENROLLMENT-STATUS
               END-IF
               IF NOT NO-MORE-ENROLLEES AND ENROLLMENT-ACTIVE
                   ADD 1 TO STUDENT-LINE-COUNT
                   MOVE EN-STUDENT-ID TO SD-STUDENT-ID
                   PERFORM LOOKUP-ROSTER-NAME
                   MOVE SPACES TO SD-MARK
                   MOVE SPACES TO SD-LAST-ATTEND-DATE
                   MOVE SPACES TO ROSTER-LINE
                   MOVE STUDENT-DETAIL-LINE TO ROSTER-LINE
                   WRITE ROSTER-LINE
               END-IF
           END-PERFORM.
           MOVE "00" TO ENROLLMENT-STATUS.

      *>    Preferred name when one is on file, else the legal name;
      *>    blank for an id missing from the StudentMaster.
       LOOKUP-ROSTER-NAME.
           MOVE SPACES TO SD-NAME.
           IF STUDENT-MASTER-OPEN
               MOVE EN-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER KEY IS SM-STUDENT-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SM-PREFERRED-NAME IS NOT EQUAL TO SPACES
                           MOVE SM-PREFERRED-NAME TO SD-NAME
                       ELSE
                           MOVE SM-NAME TO SD-NAME
                       END-IF
               END-READ
           END-IF.

       END PROGRAM ATTENDANCE-ROSTER-GEN.
