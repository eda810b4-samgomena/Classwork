      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Administrative drop of never-attended students --
      *          works the N (never attended) rows ATTENDANCE-LOAD
      *          posted to AttendanceMarks.txt for the run term.
      *          Each still-active enrollment is dropped with the
      *          same seat-count handling a desk drop applies
      *          (EnrollmentMaster status D with its journal record,
      *          SEATS-ENROLLED stepped down with a DROP seat audit),
      *          gets a 100% refund credit memo on CreditMemos.txt
      *          whatever the date -- a student who never attended
      *          owes nothing for the section -- priced the way the
      *          desk prices it (shared rate table at the student's
      *          residency), and gets its own ADMDRP audit record.
      *          The row is marked dropped so a rerun never drops or
      *          refunds it twice; an enrollment the student already
      *          left is listed and skipped. Every row worked lands
      *          on AdminDropRegister.txt. Dropping is destructive,
      *          so the run takes a level-2 sign-on and the
      *          IndexedCourses update lock.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMIN-DROP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTENDANCE-FILE ASSIGN TO "AttendanceMarks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTENDANCE-STATUS.
           SELECT ATTENDANCE-KEEP-FILE
               ASSIGN TO "AttendanceMarksKeep.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENROLLMENT-MASTER ASSIGN TO "EnrollmentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-STUDENT-CRN-TERM-KEY
                   = EN-STUDENT-ID EN-CRN EN-TERM-CODE
               ALTERNATE KEY IS EN-CRN-TERM-KEY
                   = EN-CRN EN-TERM-CODE WITH DUPLICATES
               FILE STATUS IS ENROLLMENT-STATUS.
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
           SELECT CREDIT-MEMO-FILE ASSIGN TO "CreditMemos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDIT-MEMO-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "AdminDropRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AuditTrail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ATTENDANCE-FILE.
       COPY AttendanceFormat.
       FD ATTENDANCE-KEEP-FILE.
       01 ATTENDANCE-KEEP-RECORD PIC X(45).
       FD ENROLLMENT-MASTER.
       COPY EnrollmentFormat.
       FD COURSES-INDEXED.
       COPY CoursesFormat REPLACING STUDENT-RECORD
           BY STUDENT-RECORD-INDEXED.
       FD CREDIT-MEMO-FILE.
       01 CREDIT-MEMO-RECORD.
           03 CM-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 CM-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 CM-TERM-CODE PIC 9(6).
           03 FILLER PIC X(1).
           03 CM-CRN PIC 9(5).
           03 FILLER PIC X(1).
           03 CM-REFUND-PCT PIC 9(3).
           03 FILLER PIC X(1).
           03 CM-AMOUNT PIC 9(7)V99.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD REGISTER-FILE.
       01 REGISTER-LINE PIC X(80).
       FD AUDIT-FILE.
       COPY AuditFormat.
       WORKING-STORAGE SECTION.
       77 ATTENDANCE-STATUS PIC X(2) VALUE "00".
           88 ATTENDANCE-OK VALUE "00".
       77 ENROLLMENT-STATUS PIC X(2) VALUE "00".
           88 ENROLLMENT-OK VALUE "00".
       77 COURSES-INDEXED-STATUS PIC X(2) VALUE "00".
           88 COURSES-INDEXED-OK VALUE "00".
       77 CREDIT-MEMO-STATUS PIC X(2) VALUE "00".
           88 CREDIT-MEMO-MISSING VALUE "35".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 RUN-TERM PIC X(6).
       77 RUN-TERM-CODE PIC 9(6) VALUE ZERO.
       77 TERM-BANNER-CODE PIC X(6).
       77 TERM-REGISTRAR-CODE PIC X(6).
       77 TERM-VALID-FLAG PIC X VALUE "N".
           88 TERM-IS-VALID VALUE "Y".
       77 RUN-DATE PIC 9(6) VALUE ZERO.
       77 DROP-DATE PIC 9(8) VALUE ZERO.
       77 NEVER-ATTENDED-COUNT PIC 9(6) VALUE ZERO.
       77 DROPPED-COUNT PIC 9(6) VALUE ZERO.
       77 SKIPPED-COUNT PIC 9(6) VALUE ZERO.
       77 MEMO-COUNT PIC 9(6) VALUE ZERO.
       77 REFUND-AMOUNT PIC 9(7)V99 VALUE ZERO.
       77 REFUND-TOTAL PIC 9(7)V99 VALUE ZERO.
       77 RATE-LEVEL PIC X(1).
       77 RATE-RESIDENCY PIC X(1) VALUE "R".
       77 RATE-RUN-DATE PIC 9(8) VALUE ZERO.
       77 SECTION-RATE PIC 9(5)V99 VALUE IS ZERO.
       77 RATE-DEFAULT-FLAG PIC X VALUE "N".
       77 SCH-COMP PIC 9(3).
       77 OLD-SEATS-ENROLLED PIC 9(3).
       77 MONEY-DISPLAY PIC $$$,$$$,$$9.99.
       77 OPERATOR-ID PIC X(8) VALUE SPACES.
       77 AUTH-LEVEL PIC 9 VALUE ZERO.
       77 SIGNED-ON-FLAG PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
       77 LOCK-ACTION PIC X.
       77 LOCK-HOLDER-NAME PIC X(20).
       77 LOCK-RESULT PIC X.
       77 LOCK-CURRENT-HOLDER PIC X(20).
      *>    Before/after journal hook -- every EnrollmentMaster
      *>    write lands one record on EnrollmentJournal.txt so the
      *>    recovery utility can replay to a point in time.
       77 JOURNAL-PROGRAM PIC X(12) VALUE "ADMINDROP   ".
       77 JOURNAL-ACTION PIC X(1).
       77 JOURNAL-BEFORE PIC X(35).
       77 JOURNAL-AFTER PIC X(35).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "OPERATOR-SIGN-ON" USING OPERATOR-ID AUTH-LEVEL
               SIGNED-ON-FLAG.
           IF NOT OPERATOR-SIGNED-ON
               STOP RUN.
           IF AUTH-LEVEL IS LESS THAN 2
               DISPLAY "NOT AUTHORIZED -- LEVEL 2 REQUIRED"
               STOP RUN.

           PERFORM UNTIL TERM-IS-VALID
               DISPLAY "Enter the term code to drop never-attended "
                   "students for (e.g. FA26): "
               ACCEPT RUN-TERM
               CALL "VALIDATE-TERM-CODE" USING RUN-TERM
                   TERM-BANNER-CODE TERM-REGISTRAR-CODE
                   TERM-VALID-FLAG
               IF NOT TERM-IS-VALID
                   DISPLAY "REJECTED: " RUN-TERM
                       " IS NOT ON TermMaster.txt"
               END-IF
           END-PERFORM.
           MOVE TERM-BANNER-CODE TO RUN-TERM-CODE.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE DROP-DATE = 20000000 + RUN-DATE.

           OPEN INPUT ATTENDANCE-FILE.
           IF NOT ATTENDANCE-OK
               DISPLAY "NO AttendanceMarks.txt ON FILE -- RUN "
                   "ATTENDANCE-LOAD FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           MOVE "A" TO LOCK-ACTION.
           MOVE "ADMIN DROP" TO LOCK-HOLDER-NAME.
           CALL "COURSE-LOCK" USING LOCK-ACTION LOCK-HOLDER-NAME
               LOCK-RESULT LOCK-CURRENT-HOLDER.
           IF LOCK-RESULT IS NOT EQUAL TO "Y"
               DISPLAY "IndexedCourses IS LOCKED BY "
                   LOCK-CURRENT-HOLDER " -- TRY AGAIN LATER"
               CLOSE ATTENDANCE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN I-O ENROLLMENT-MASTER.
           IF NOT ENROLLMENT-OK
               DISPLAY "UNABLE TO OPEN EnrollmentMaster -- STATUS "
                   ENROLLMENT-STATUS
               CLOSE ATTENDANCE-FILE
               PERFORM RELEASE-COURSE-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN I-O COURSES-INDEXED.
           IF NOT COURSES-INDEXED-OK
               DISPLAY "UNABLE TO OPEN IndexedCourses -- STATUS "
                   COURSES-INDEXED-STATUS
               CLOSE ATTENDANCE-FILE
               CLOSE ENROLLMENT-MASTER
               PERFORM RELEASE-COURSE-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN OUTPUT ATTENDANCE-KEEP-FILE.
           OPEN OUTPUT REGISTER-FILE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "ADMINISTRATIVE DROP -- NEVER ATTENDED -- TERM "
                   DELIMITED BY SIZE
               TERM-REGISTRAR-CODE DELIMITED BY SPACE
               "   RUN " DELIMITED BY SIZE
               DROP-DATE DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           OPEN EXTEND AUDIT-FILE.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR.

           READ ATTENDANCE-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM WORK-ONE-MARK UNTIL EOF.

           CLOSE ATTENDANCE-FILE.
           CLOSE ATTENDANCE-KEEP-FILE.
      *>    Put the marks back with this run's drops flagged.
           CALL "SYSTEM" USING
               "cp AttendanceMarksKeep.txt AttendanceMarks.txt".
           CALL "SYSTEM" USING "rm -f AttendanceMarksKeep.txt".

           MOVE REFUND-TOTAL TO MONEY-DISPLAY.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "TOTALS: " DELIMITED BY SIZE
               NEVER-ATTENDED-COUNT DELIMITED BY SIZE
               " NEVER ATTENDED, " DELIMITED BY SIZE
               DROPPED-COUNT DELIMITED BY SIZE
               " DROPPED, " DELIMITED BY SIZE
               SKIPPED-COUNT DELIMITED BY SIZE
               " ALREADY GONE, REFUNDS " DELIMITED BY SIZE
               MONEY-DISPLAY DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           CLOSE REGISTER-FILE.
           CLOSE AUDIT-FILE.
           CLOSE ENROLLMENT-MASTER.
           CLOSE COURSES-INDEXED.
           PERFORM RELEASE-COURSE-LOCK.

           DISPLAY NEVER-ATTENDED-COUNT " NEVER-ATTENDED MARK(S) FOR "
               TERM-REGISTRAR-CODE ": " DROPPED-COUNT " DROPPED, "
               SKIPPED-COUNT " ALREADY GONE".
           IF MEMO-COUNT IS GREATER THAN ZERO
               DISPLAY MEMO-COUNT " refund credit memo(s) written to "
                   "CreditMemos.txt".
           STOP RUN.

       WORK-ONE-MARK.
           IF AV-TERM-CODE IS EQUAL TO RUN-TERM-CODE
                   AND AV-NEVER-ATTENDED
                   AND AV-NOT-DROPPED
               ADD 1 TO NEVER-ATTENDED-COUNT
               PERFORM DROP-NEVER-ATTENDED THRU
                   DROP-NEVER-ATTENDED-EXIT
           END-IF.
           MOVE ATTENDANCE-RECORD TO ATTENDANCE-KEEP-RECORD.
           WRITE ATTENDANCE-KEEP-RECORD.
           READ ATTENDANCE-FILE AT END MOVE 1 TO EOF-FLAG.

       DROP-NEVER-ATTENDED.
           MOVE AV-STUDENT-ID TO EN-STUDENT-ID.
           MOVE AV-CRN TO EN-CRN.
           MOVE AV-TERM-CODE TO EN-TERM-CODE.
           READ ENROLLMENT-MASTER KEY IS EN-STUDENT-CRN-TERM-KEY
               INVALID KEY
                   MOVE "D" TO EN-STATUS
           END-READ.
           IF NOT ENROLLMENT-ACTIVE
               ADD 1 TO SKIPPED-COUNT
               MOVE SPACES TO REGISTER-LINE
               STRING AV-STUDENT-ID DELIMITED BY SIZE
                   " CRN " DELIMITED BY SIZE
                   AV-CRN DELIMITED BY SIZE
                   "  NOT ENROLLED -- NOTHING TO DROP"
                       DELIMITED BY SIZE
                   INTO REGISTER-LINE
               WRITE REGISTER-LINE
               GO TO DROP-NEVER-ATTENDED-EXIT.

           MOVE ENROLLMENT-RECORD TO JOURNAL-BEFORE.
           MOVE "R" TO JOURNAL-ACTION.
           MOVE "D" TO EN-STATUS.
           MOVE RUN-DATE TO EN-ACTION-DATE.
           REWRITE ENROLLMENT-RECORD.
           PERFORM WRITE-ENROLL-JOURNAL.
           ADD 1 TO DROPPED-COUNT.
           MOVE "D" TO AV-DROP-STATUS.
           MOVE ZERO TO REFUND-AMOUNT.

           MOVE AV-CRN TO CRN OF STUDENT-RECORD-INDEXED.
           MOVE AV-TERM-CODE TO TERM-CODE OF STUDENT-RECORD-INDEXED.
           READ COURSES-INDEXED KEY IS CRN-TERM-KEY
               INVALID KEY
                   DISPLAY "WARNING: CRN " AV-CRN " NOT ON "
                       "IndexedCourses -- SEAT COUNT NOT ADJUSTED, "
                       "NO CREDIT MEMO WRITTEN"
               NOT INVALID KEY
                   PERFORM ADJUST-SECTION
                   PERFORM WRITE-FULL-REFUND
           END-READ.

      *>    One record per drop naming the reason, on top of the
      *>    seat audit.
           MOVE "ADMDRP" TO AUDIT-ACTION.
           MOVE "EN-STATUS" TO AUDIT-FIELD-NAME.
           MOVE "E" TO AUDIT-OLD-VALUE.
           MOVE "D" TO AUDIT-NEW-VALUE.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "NEVER ATTENDED -- ADMIN DROP " DELIMITED BY SIZE
               AV-STUDENT-ID DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           ACCEPT AUDIT-DATE FROM DATE.
           MOVE AV-CRN TO AUDIT-CRN.
           CALL "AUDIT-SEAL" USING AUDIT-RECORD
           WRITE AUDIT-RECORD.

           MOVE REFUND-AMOUNT TO MONEY-DISPLAY.
           MOVE SPACES TO REGISTER-LINE.
           STRING AV-STUDENT-ID DELIMITED BY SIZE
               " CRN " DELIMITED BY SIZE
               AV-CRN DELIMITED BY SIZE
               "  DROPPED, 100% REFUND " DELIMITED BY SIZE
               MONEY-DISPLAY DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
       DROP-NEVER-ATTENDED-EXIT.
           EXIT.

       ADJUST-SECTION.
           MOVE SEATS-ENROLLED OF STUDENT-RECORD-INDEXED
               TO OLD-SEATS-ENROLLED.
           IF SEATS-ENROLLED OF STUDENT-RECORD-INDEXED
                   IS GREATER THAN ZERO
               SUBTRACT 1 FROM SEATS-ENROLLED
                   OF STUDENT-RECORD-INDEXED
           END-IF.
           REWRITE STUDENT-RECORD-INDEXED.

           MOVE "DROP" TO AUDIT-ACTION.
           MOVE "SEATS-ENROLLED" TO AUDIT-FIELD-NAME.
           MOVE OLD-SEATS-ENROLLED TO AUDIT-OLD-VALUE.
           MOVE SEATS-ENROLLED OF STUDENT-RECORD-INDEXED
               TO AUDIT-NEW-VALUE.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "DROPPED BY ADMIN DROP " DELIMITED BY SIZE
               AV-STUDENT-ID DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           ACCEPT AUDIT-DATE FROM DATE.
           MOVE AV-CRN TO AUDIT-CRN.
           CALL "AUDIT-SEAL" USING AUDIT-RECORD
           WRITE AUDIT-RECORD.

      *>    The whole section comes back -- no refund schedule
      *>    applies to a seat the student never used. Priced the
      *>    way the desk prices a drop.
       WRITE-FULL-REFUND.
           IF SCH OF STUDENT-RECORD-INDEXED IS NUMERIC
               MOVE SCH OF STUDENT-RECORD-INDEXED TO SCH-COMP
           ELSE
               MOVE 1 TO SCH-COMP
           END-IF.
           IF EN-CREDITS IS NUMERIC AND EN-CREDITS IS GREATER THAN ZERO
               MOVE EN-CREDITS TO SCH-COMP
           END-IF.
           IF COURSE-NUMBER OF STUDENT-RECORD-INDEXED (1:1)
                   IS LESS THAN "5"
               MOVE "U" TO RATE-LEVEL
           ELSE
               MOVE "G" TO RATE-LEVEL
           END-IF.
      *>    An audit enrollment billed at the audit rate, so that
      *>    is what it refunds at.
           IF EN-BASIS-AUDIT
               MOVE "A" TO RATE-LEVEL
           END-IF.
           PERFORM GET-STUDENT-RESIDENCY.
           MOVE DROP-DATE TO RATE-RUN-DATE.
           CALL "LOOKUP-TUITION-RATE" USING
               DEPARTMENT-CODE OF STUDENT-RECORD-INDEXED
               RATE-LEVEL RATE-RESIDENCY RATE-RUN-DATE
               SECTION-RATE RATE-DEFAULT-FLAG.
           COMPUTE REFUND-AMOUNT = SCH-COMP * SECTION-RATE.
           ADD REFUND-AMOUNT TO REFUND-TOTAL.

           OPEN EXTEND CREDIT-MEMO-FILE.
           IF CREDIT-MEMO-MISSING
               OPEN OUTPUT CREDIT-MEMO-FILE.
           MOVE SPACES TO CREDIT-MEMO-RECORD.
           MOVE DROP-DATE TO CM-DATE.
           MOVE AV-STUDENT-ID TO CM-STUDENT-ID.
           MOVE AV-TERM-CODE TO CM-TERM-CODE.
           MOVE AV-CRN TO CM-CRN.
           MOVE 100 TO CM-REFUND-PCT.
           MOVE REFUND-AMOUNT TO CM-AMOUNT.
           WRITE CREDIT-MEMO-RECORD.
           CLOSE CREDIT-MEMO-FILE.
           ADD 1 TO MEMO-COUNT.

       GET-STUDENT-RESIDENCY.
           MOVE "R" TO RATE-RESIDENCY.
           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-OK
               MOVE AV-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER KEY IS SM-STUDENT-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF STUDENT-ACTIVE AND SM-NON-RESIDENT
                           MOVE "N" TO RATE-RESIDENCY
                       END-IF
               END-READ
               CLOSE STUDENT-MASTER
           END-IF.

       WRITE-ENROLL-JOURNAL.
           MOVE ENROLLMENT-RECORD TO JOURNAL-AFTER.
           CALL "ENROLL-JOURNAL" USING JOURNAL-PROGRAM
               JOURNAL-ACTION JOURNAL-BEFORE JOURNAL-AFTER.

       RELEASE-COURSE-LOCK.
           MOVE "R" TO LOCK-ACTION.
           CALL "COURSE-LOCK" USING LOCK-ACTION LOCK-HOLDER-NAME
               LOCK-RESULT LOCK-CURRENT-HOLDER.

       END PROGRAM ADMIN-DROP.
