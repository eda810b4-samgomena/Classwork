      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Learning-management-system feed -- course shells were
      *          populated by hand, so a dropped student kept access
      *          and an added one waited days to get in. For every
      *          active section of the run term this writes the
      *          instructor of record off COURSES-INDEXED and every
      *          active student off EnrollmentMaster to LmsFeed.txt,
      *          one "|"-delimited row each:
      *            S | shell | CRN | department | course | title
      *            I | shell | last name | first name | CRN
      *            E | shell | student id | CRN
      *          A shell is the term and CRN ("202610-12345"), or
      *          for a cross-listed section the term and its group
      *          ("202610-XAB"), so every section of a cross-list
      *          lands in one shell, each student and instructor once.
      *          A blank or STAFF instructor sends no I row.
      *          LmsDelta.txt carries what changed since the last run:
      *            A (add), D (drop), W (withdrawal) from
      *              EnrollmentJournal.txt -- a W is a drop the
      *              WITHDRAWAL program journalled,
      *            X (section cancelled or deleted) and I (instructor
      *              change, with the new instructor of record) from
      *              AuditTrail.txt,
      *          each as action | shell | CRN | student id or
      *          instructor | date. How far the last run read both
      *          files -- journal date and time, audit sequence -- is
      *          kept on LmsFeedControl.txt; the first run writes no
      *          delta rows and sets the mark, the full feed being the
      *          starting point. Both files open with a
      *          "HDR yyyymmdd" header and close with a "TRL nnnnnn"
      *          control trailer holding the row count (the full feed
      *          adds shell, instructor and student counts after it).
      *          The run term comes from BatchParms.txt, or a prompt
      *          when there is no parameter card.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LMS-FEED.
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
           SELECT BATCH-PARMS-FILE ASSIGN TO "BatchParms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-PARMS-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "EnrollmentJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AuditTrail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "LmsFeedControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT FEED-FILE ASSIGN TO "LmsFeed.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-STATUS.
           SELECT DELTA-FILE ASSIGN TO "LmsDelta.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DELTA-STATUS.
           SELECT SORT-FILE ASSIGN TO "LMSWORK.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD COURSES-INDEXED.
       COPY CoursesFormat REPLACING STUDENT-RECORD
           BY STUDENT-RECORD-INDEXED.
       FD ENROLLMENT-MASTER.
       COPY EnrollmentFormat.
       FD BATCH-PARMS-FILE.
       01 BATCH-PARMS-RECORD.
           03 BP-TERM-CODE PIC 9(6).
           03 FILLER PIC X(12).
       FD JOURNAL-FILE.
       COPY EnrollJournalFormat.
       FD AUDIT-FILE.
       COPY AuditFormat.
      *>    How far the last run read: the newest journal record and
      *>    the highest audit sequence it took.
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           03 LC-JOURNAL-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 LC-JOURNAL-TIME PIC 9(8).
           03 FILLER PIC X(1).
           03 LC-AUDIT-SEQ PIC 9(8).
       FD FEED-FILE.
       01 FEED-RECORD PIC X(120).
       FD DELTA-FILE.
       01 DELTA-RECORD PIC X(120).
       SD SORT-FILE.
       01 SORT-RECORD.
           03 SK-SHELL PIC X(12).
           03 SK-KIND PIC 9(1).
           03 SK-KEY PIC X(33).
           03 SK-ROW PIC X(120).

       WORKING-STORAGE SECTION.
       77 COURSES-INDEXED-STATUS PIC X(2) VALUE "00".
           88 COURSES-INDEXED-OK VALUE "00".
           88 NO-MORE-SECTIONS VALUE "46".
       77 ENROLLMENT-STATUS PIC X(2) VALUE "00".
           88 ENROLLMENT-OK VALUE "00".
           88 NO-MORE-ENROLLEES VALUE "46".
       77 BATCH-PARMS-STATUS PIC X(2) VALUE "00".
           88 BATCH-PARMS-OK VALUE "00".
       77 JOURNAL-STATUS PIC X(2) VALUE "00".
           88 JOURNAL-OK VALUE "00".
       77 AUDIT-FILE-STATUS PIC X(2) VALUE "00".
           88 AUDIT-FILE-OK VALUE "00".
       77 CONTROL-FILE-STATUS PIC X(2) VALUE "00".
           88 CONTROL-FILE-OK VALUE "00".
       77 FEED-STATUS PIC X(2) VALUE "00".
           88 FEED-OK VALUE "00".
       77 DELTA-STATUS PIC X(2) VALUE "00".
           88 DELTA-OK VALUE "00".
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

      *>    Marks read from the control file, and the new ones this
      *>    run leaves there.
       77 FIRST-RUN-FLAG PIC X VALUE "N".
           88 FIRST-RUN VALUE "Y".
       77 LAST-JOURNAL-DATE PIC 9(8) VALUE ZERO.
       77 LAST-JOURNAL-TIME PIC 9(8) VALUE ZERO.
       77 LAST-AUDIT-SEQ PIC 9(8) VALUE ZERO.
       77 NEW-JOURNAL-DATE PIC 9(8) VALUE ZERO.
       77 NEW-JOURNAL-TIME PIC 9(8) VALUE ZERO.
       77 NEW-AUDIT-SEQ PIC 9(8) VALUE ZERO.

       77 SHELL-ID PIC X(12).
       77 INSTRUCTOR-ON-FILE-FLAG PIC X VALUE "N".
           88 INSTRUCTOR-ON-FILE VALUE "Y".
       77 INSTRUCTOR-LASTFIRST PIC X(33).
       77 ROW-CRN PIC 9(5).

       77 PRIOR-SHELL PIC X(12) VALUE SPACES.
       77 PRIOR-KIND PIC 9(1) VALUE ZERO.
       77 PRIOR-KEY PIC X(33) VALUE SPACES.
       77 FEED-ROW-COUNT PIC 9(6) VALUE ZERO.
       77 SHELL-COUNT PIC 9(6) VALUE ZERO.
       77 INSTRUCTOR-COUNT PIC 9(6) VALUE ZERO.
       77 STUDENT-COUNT PIC 9(6) VALUE ZERO.
       77 DELTA-ROW-COUNT PIC 9(6) VALUE ZERO.
       77 LAST-INSTRUCTOR-CRN PIC 9(5) VALUE ZERO.

      *>    The journal's before and after EnrollmentFormat images.
       01 BEFORE-VIEW.
           03 BV-STUDENT-ID PIC X(9).
           03 BV-CRN PIC 9(5).
           03 BV-TERM-CODE PIC 9(6).
           03 BV-STATUS PIC X(1).
               88 BV-ACTIVE VALUE "E".
           03 FILLER PIC X(14).
       01 AFTER-VIEW.
           03 AV-STUDENT-ID PIC X(9).
           03 AV-CRN PIC 9(5).
           03 AV-TERM-CODE PIC 9(6).
           03 AV-STATUS PIC X(1).
               88 AV-ACTIVE VALUE "E".
               88 AV-DROPPED VALUE "D".
           03 FILLER PIC X(14).

       01 DELTA-FIELDS.
           03 DF-ACTION PIC X(1).
           03 DF-CRN PIC 9(5).
           03 DF-SUBJECT PIC X(33).
           03 DF-DATE PIC 9(8).

       01 HEADER-RECORD.
           03 FILLER PIC X(4) VALUE "HDR ".
           03 HR-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 HR-KIND PIC X(16).
           03 FILLER PIC X(6) VALUE " TERM ".
           03 HR-TERM-CODE PIC 9(6).
       01 TRAILER-RECORD.
           03 FILLER PIC X(4) VALUE "TRL ".
           03 TR-COUNT PIC 9(6).
       01 FEED-TRAILER-RECORD.
           03 FILLER PIC X(4) VALUE "TRL ".
           03 FT-COUNT PIC 9(6).
           03 FILLER PIC X(8) VALUE " SHELLS ".
           03 FT-SHELLS PIC 9(6).
           03 FILLER PIC X(13) VALUE " INSTRUCTORS ".
           03 FT-INSTRUCTORS PIC 9(6).
           03 FILLER PIC X(10) VALUE " STUDENTS ".
           03 FT-STUDENTS PIC 9(6).

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
                   DISPLAY "Enter the term for the LMS feed: "
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

           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-OK
               READ CONTROL-FILE
                   AT END MOVE "Y" TO FIRST-RUN-FLAG
                   NOT AT END
                       MOVE LC-JOURNAL-DATE TO LAST-JOURNAL-DATE
                       MOVE LC-JOURNAL-TIME TO LAST-JOURNAL-TIME
                       MOVE LC-AUDIT-SEQ TO LAST-AUDIT-SEQ
               END-READ
               CLOSE CONTROL-FILE
           ELSE
               MOVE "Y" TO FIRST-RUN-FLAG
           END-IF.
           MOVE LAST-JOURNAL-DATE TO NEW-JOURNAL-DATE.
           MOVE LAST-JOURNAL-TIME TO NEW-JOURNAL-TIME.
           MOVE LAST-AUDIT-SEQ TO NEW-AUDIT-SEQ.

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
           OPEN OUTPUT FEED-FILE.
           OPEN OUTPUT DELTA-FILE.
           IF NOT FEED-OK OR NOT DELTA-OK
               DISPLAY "UNABLE TO OPEN LmsFeed.txt/LmsDelta.txt -- "
                   "STATUS " FEED-STATUS " " DELTA-STATUS
               CLOSE COURSES-INDEXED
               CLOSE ENROLLMENT-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           MOVE TODAY-DATE TO HR-DATE.
           MOVE RUN-TERM-CODE TO HR-TERM-CODE.
           MOVE "LMS-FULL" TO HR-KIND.
           WRITE FEED-RECORD FROM HEADER-RECORD.
           SORT SORT-FILE
               ON ASCENDING KEY SK-SHELL
               ON ASCENDING KEY SK-KIND
               ON ASCENDING KEY SK-KEY
               INPUT PROCEDURE IS RELEASE-SHELL-ROWS
               OUTPUT PROCEDURE IS WRITE-SHELL-ROWS
                   THRU WRITE-SHELL-ROWS-EXIT.
           MOVE FEED-ROW-COUNT TO FT-COUNT.
           MOVE SHELL-COUNT TO FT-SHELLS.
           MOVE INSTRUCTOR-COUNT TO FT-INSTRUCTORS.
           MOVE STUDENT-COUNT TO FT-STUDENTS.
           WRITE FEED-RECORD FROM FEED-TRAILER-RECORD.
           CLOSE FEED-FILE.

           MOVE "LMS-DELTA" TO HR-KIND.
           WRITE DELTA-RECORD FROM HEADER-RECORD.
           PERFORM READ-JOURNAL-CHANGES THRU READ-JOURNAL-CHANGES-EXIT.
           PERFORM READ-AUDIT-CHANGES THRU READ-AUDIT-CHANGES-EXIT.
           MOVE DELTA-ROW-COUNT TO TR-COUNT.
           WRITE DELTA-RECORD FROM TRAILER-RECORD.
           CLOSE DELTA-FILE.
           CLOSE ENROLLMENT-MASTER.
           CLOSE COURSES-INDEXED.

           OPEN OUTPUT CONTROL-FILE.
           MOVE SPACES TO CONTROL-RECORD.
           MOVE NEW-JOURNAL-DATE TO LC-JOURNAL-DATE.
           MOVE NEW-JOURNAL-TIME TO LC-JOURNAL-TIME.
           MOVE NEW-AUDIT-SEQ TO LC-AUDIT-SEQ.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.

           DISPLAY "LMS FEED TERM " RUN-TERM-CODE ": " SHELL-COUNT
               " SHELL(S), " INSTRUCTOR-COUNT " INSTRUCTOR(S), "
               STUDENT-COUNT " STUDENT(S), " DELTA-ROW-COUNT
               " CHANGE(S)".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *>    Shell id for the section in STUDENT-RECORD-INDEXED.
       BUILD-SHELL-ID.
           MOVE SPACES TO SHELL-ID.
           IF NOT-CROSS-LISTED OF STUDENT-RECORD-INDEXED
               STRING TERM-CODE OF STUDENT-RECORD-INDEXED
                       DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CRN OF STUDENT-RECORD-INDEXED DELIMITED BY SIZE
                   INTO SHELL-ID
           ELSE
               STRING TERM-CODE OF STUDENT-RECORD-INDEXED
                       DELIMITED BY SIZE
                   "-X" DELIMITED BY SIZE
                   CROSS-LIST-GROUP OF STUDENT-RECORD-INDEXED
                       DELIMITED BY SIZE
                   INTO SHELL-ID
           END-IF.

       CHECK-INSTRUCTOR-ON-FILE.
           MOVE "N" TO INSTRUCTOR-ON-FILE-FLAG.
           IF INSTRUCTOR-LAST OF STUDENT-RECORD-INDEXED
                   IS NOT EQUAL TO SPACES
                   AND INSTRUCTOR-LAST OF STUDENT-RECORD-INDEXED
                       IS NOT EQUAL TO "STAFF"
               MOVE "Y" TO INSTRUCTOR-ON-FILE-FLAG
           END-IF.

       RELEASE-SHELL-ROWS.
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
                   AND TERM-CODE OF STUDENT-RECORD-INDEXED
                       IS EQUAL TO RUN-TERM-CODE
                   AND SECTION-ACTIVE OF STUDENT-RECORD-INDEXED
                   PERFORM RELEASE-ONE-SECTION
               END-IF
           END-PERFORM.
           MOVE "00" TO COURSES-INDEXED-STATUS.

       RELEASE-ONE-SECTION.
           PERFORM BUILD-SHELL-ID.
           MOVE CRN OF STUDENT-RECORD-INDEXED TO ROW-CRN.
           MOVE SHELL-ID TO SK-SHELL.
           MOVE 1 TO SK-KIND.
           MOVE ROW-CRN TO SK-KEY.
           MOVE SPACES TO SK-ROW.
           STRING "S|" DELIMITED BY SIZE
               FUNCTION TRIM(SHELL-ID) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               ROW-CRN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(DEPARTMENT-CODE OF STUDENT-RECORD-INDEXED)
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(COURSE-NUMBER OF STUDENT-RECORD-INDEXED)
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(COURSE-TITLE OF STUDENT-RECORD-INDEXED)
                   DELIMITED BY SIZE
               INTO SK-ROW.
           RELEASE SORT-RECORD.

           PERFORM CHECK-INSTRUCTOR-ON-FILE.
           IF INSTRUCTOR-ON-FILE
               MOVE 2 TO SK-KIND
               MOVE SPACES TO SK-KEY
               STRING INSTRUCTOR-LAST OF STUDENT-RECORD-INDEXED
                       DELIMITED BY SIZE
                   INSTRUCTOR-FIRST OF STUDENT-RECORD-INDEXED
                       DELIMITED BY SIZE
                   INTO SK-KEY
               MOVE SPACES TO SK-ROW
               STRING "I|" DELIMITED BY SIZE
                   FUNCTION TRIM(SHELL-ID) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(INSTRUCTOR-LAST
                       OF STUDENT-RECORD-INDEXED) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(INSTRUCTOR-FIRST
                       OF STUDENT-RECORD-INDEXED) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   ROW-CRN DELIMITED BY SIZE
                   INTO SK-ROW
               RELEASE SORT-RECORD
           END-IF.

           MOVE 3 TO SK-KIND.
           MOVE ROW-CRN TO EN-CRN.
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
                   AND (EN-CRN NOT EQUAL ROW-CRN
                       OR EN-TERM-CODE NOT EQUAL RUN-TERM-CODE)
                   MOVE "46" TO ENROLLMENT-STATUS
               END-IF
               IF NOT NO-MORE-ENROLLEES AND ENROLLMENT-ACTIVE
                   MOVE EN-STUDENT-ID TO SK-KEY
                   MOVE SPACES TO SK-ROW
                   STRING "E|" DELIMITED BY SIZE
                       FUNCTION TRIM(SHELL-ID) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       EN-STUDENT-ID DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       ROW-CRN DELIMITED BY SIZE
                       INTO SK-ROW
                   RELEASE SORT-RECORD
               END-IF
           END-PERFORM.
           MOVE "00" TO ENROLLMENT-STATUS.

      *>    Every section of a shell sends its S row; an instructor
      *>    or student the shell already carries is not repeated.
       WRITE-SHELL-ROWS.
           RETURN SORT-FILE AT END MOVE 1 TO SORT-EOF-FLAG.
           PERFORM WRITE-ONE-SHELL-ROW UNTIL SORT-EOF.
       WRITE-SHELL-ROWS-EXIT.
           EXIT.

       WRITE-ONE-SHELL-ROW.
           IF SK-SHELL IS NOT EQUAL TO PRIOR-SHELL
               ADD 1 TO SHELL-COUNT
               MOVE SK-SHELL TO PRIOR-SHELL
               MOVE ZERO TO PRIOR-KIND
               MOVE SPACES TO PRIOR-KEY
           END-IF.
           IF SK-KIND IS EQUAL TO 1
                   OR SK-KIND IS NOT EQUAL TO PRIOR-KIND
                   OR SK-KEY IS NOT EQUAL TO PRIOR-KEY
               WRITE FEED-RECORD FROM SK-ROW
               ADD 1 TO FEED-ROW-COUNT
               IF SK-KIND IS EQUAL TO 2
                   ADD 1 TO INSTRUCTOR-COUNT
               END-IF
               IF SK-KIND IS EQUAL TO 3
                   ADD 1 TO STUDENT-COUNT
               END-IF
           END-IF.
           MOVE SK-KIND TO PRIOR-KIND.
           MOVE SK-KEY TO PRIOR-KEY.
           RETURN SORT-FILE AT END MOVE 1 TO SORT-EOF-FLAG.

      *>    Adds, drops and withdrawals journalled since the mark.
       READ-JOURNAL-CHANGES.
           OPEN INPUT JOURNAL-FILE.
           IF NOT JOURNAL-OK
               GO TO READ-JOURNAL-CHANGES-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ JOURNAL-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               IF JR-DATE IS GREATER THAN LAST-JOURNAL-DATE
                       OR (JR-DATE IS EQUAL TO LAST-JOURNAL-DATE
                           AND JR-TIME IS GREATER THAN
                               LAST-JOURNAL-TIME)
                   MOVE JR-DATE TO NEW-JOURNAL-DATE
                   MOVE JR-TIME TO NEW-JOURNAL-TIME
                   IF NOT FIRST-RUN
                       PERFORM CLASSIFY-JOURNAL-RECORD
                   END-IF
               END-IF
               READ JOURNAL-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.
       READ-JOURNAL-CHANGES-EXIT.
           EXIT.

       CLASSIFY-JOURNAL-RECORD.
           MOVE JR-BEFORE-IMAGE TO BEFORE-VIEW.
           MOVE JR-AFTER-IMAGE TO AFTER-VIEW.
           MOVE SPACE TO DF-ACTION.
           IF AV-TERM-CODE IS EQUAL TO RUN-TERM-CODE
               IF AV-ACTIVE AND NOT BV-ACTIVE
                   MOVE "A" TO DF-ACTION
               END-IF
               IF AV-DROPPED AND BV-ACTIVE
                   IF JR-PROGRAM IS EQUAL TO "WITHDRAWAL"
                       MOVE "W" TO DF-ACTION
                   ELSE
                       MOVE "D" TO DF-ACTION
                   END-IF
               END-IF
           END-IF.
           IF DF-ACTION IS NOT EQUAL TO SPACE
               MOVE AV-CRN TO DF-CRN
               MOVE AV-STUDENT-ID TO DF-SUBJECT
               MOVE JR-DATE TO DF-DATE
               PERFORM WRITE-DELTA-ROW THRU WRITE-DELTA-ROW-EXIT
           END-IF.

      *>    Cancellations and instructor changes audited since the
      *>    mark, for sections of the run term.
       READ-AUDIT-CHANGES.
           OPEN INPUT AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               GO TO READ-AUDIT-CHANGES-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ AUDIT-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               IF AUDIT-SEQ IS NUMERIC
                       AND AUDIT-SEQ IS GREATER THAN LAST-AUDIT-SEQ
                   IF AUDIT-SEQ IS GREATER THAN NEW-AUDIT-SEQ
                       MOVE AUDIT-SEQ TO NEW-AUDIT-SEQ
                   END-IF
                   IF NOT FIRST-RUN
                       PERFORM CLASSIFY-AUDIT-RECORD
                   END-IF
               END-IF
               READ AUDIT-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
       READ-AUDIT-CHANGES-EXIT.
           EXIT.

       CLASSIFY-AUDIT-RECORD.
           MOVE SPACE TO DF-ACTION.
           IF AUDIT-ACTION IS EQUAL TO "CANCEL"
                   OR AUDIT-ACTION IS EQUAL TO "DELETE"
               MOVE "X" TO DF-ACTION
           END-IF.
           IF AUDIT-FIELD-NAME IS EQUAL TO "INSTRUCTOR"
                   OR AUDIT-FIELD-NAME IS EQUAL TO "INSTRUCTOR-LAST"
                   OR AUDIT-FIELD-NAME IS EQUAL TO "INSTRUCTOR-FIRST"
      *>        A first-and-last change audits twice; send it once.
               IF AUDIT-CRN IS NOT EQUAL TO LAST-INSTRUCTOR-CRN
                   MOVE "I" TO DF-ACTION
                   MOVE AUDIT-CRN TO LAST-INSTRUCTOR-CRN
               END-IF
           END-IF.
           IF DF-ACTION IS NOT EQUAL TO SPACE
               MOVE AUDIT-CRN TO DF-CRN
               MOVE SPACES TO DF-SUBJECT
               COMPUTE DF-DATE = 20000000 + AUDIT-DATE
               PERFORM WRITE-DELTA-ROW THRU WRITE-DELTA-ROW-EXIT
           END-IF.

      *>    The section has to be in the run term's index to have a
      *>    shell; an I row carries the instructor of record now.
       WRITE-DELTA-ROW.
           MOVE DF-CRN TO CRN OF STUDENT-RECORD-INDEXED.
           MOVE RUN-TERM-CODE TO TERM-CODE OF STUDENT-RECORD-INDEXED.
           READ COURSES-INDEXED KEY IS CRN-TERM-KEY
               INVALID KEY
                   GO TO WRITE-DELTA-ROW-EXIT
           END-READ.
           PERFORM BUILD-SHELL-ID.
           IF DF-ACTION IS EQUAL TO "I"
               PERFORM CHECK-INSTRUCTOR-ON-FILE
               IF INSTRUCTOR-ON-FILE
                   CALL "FIX-NAME" USING BY REFERENCE
                       INSTRUCTOR-FIRST OF STUDENT-RECORD-INDEXED
                       INSTRUCTOR-LAST OF STUDENT-RECORD-INDEXED
                       INSTRUCTOR-LASTFIRST
                   MOVE INSTRUCTOR-LASTFIRST TO DF-SUBJECT
               END-IF
           END-IF.
           MOVE SPACES TO DELTA-RECORD.
           STRING DF-ACTION DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(SHELL-ID) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               DF-CRN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(DF-SUBJECT) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               DF-DATE DELIMITED BY SIZE
               INTO DELTA-RECORD.
           WRITE DELTA-RECORD.
           ADD 1 TO DELTA-ROW-COUNT.
       WRITE-DELTA-ROW-EXIT.
           EXIT.
