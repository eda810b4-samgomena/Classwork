      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Duplicate-student merge -- folds a duplicate
      *          student id (the loser, usually one of a pair off
      *          DuplicateStudentReport.txt) into the id that
      *          survives. Every EnrollmentMaster row, ARMaster term,
      *          StudentHolds.txt hold, WaitlistQueue.txt entry,
      *          GradeDetail.txt line, GPAHistory term and
      *          CompletedWork course under the loser moves to the
      *          survivor:
      *            - an enrollment the survivor does not hold is
      *              written under the survivor; where the survivor
      *              already holds the section, a dropped survivor
      *              row takes the loser's active one, and two
      *              active rows give back the double-counted seat.
      *              The loser's row is dropped and then deleted.
      *              Every write is journaled through ENROLL-JOURNAL;
      *            - an AR term is added bucket by bucket into the
      *              survivor's record for the term (or written as
      *              the survivor's), and the loser's record is kept
      *              with every bucket zeroed so the AR detail
      *              ledger, posted both ways through
      *              AR-LEDGER-POST, still proves to the master;
      *            - holds and grade lines change id in place; a
      *              waitlist entry is dropped where the survivor is
      *              already queued for the section;
      *            - a GPAHistory term the survivor also has is
      *              combined, credit-weighted; a CompletedWork
      *              course the survivor also has keeps the pass and
      *              the later term.
      *          The loser's StudentMaster record is deactivated and
      *          points at the survivor through SM-MERGED-INTO. One
      *          MERGE audit record is written per record moved.
      *          Merging changes student records, so it takes the
      *          level-2 sign-on, and the session holds the
      *          IndexedCourses update lock.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-MERGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
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
           SELECT AR-MASTER ASSIGN TO "ARMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-STUDENT-TERM-KEY
                   = AR-STUDENT-ID AR-TERM-CODE
               FILE STATUS IS AR-MASTER-STATUS.
           SELECT GPA-HISTORY-FILE ASSIGN TO "GPAHistory"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-STUDENT-TERM-KEY
                   = HIST-STUDENT-ID HIST-TERM
               FILE STATUS IS GPA-HISTORY-STATUS.
           SELECT COMPLETED-WORK ASSIGN TO "CompletedWork"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CW-STUDENT-CLASS-KEY
                   = CW-STUDENT-ID CW-CLASSNAME
               FILE STATUS IS COMPLETED-WORK-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "StudentHolds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDS-STATUS.
           SELECT HOLDS-KEEP-FILE ASSIGN TO "StudentHoldsKeep.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WAITLIST-FILE ASSIGN TO "WaitlistQueue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAITLIST-STATUS.
           SELECT WAITLIST-KEEP-FILE ASSIGN TO "WaitlistKeep.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRADE-DETAIL-FILE ASSIGN TO "GradeDetail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-DETAIL-STATUS.
           SELECT DETAIL-KEEP-FILE ASSIGN TO "GradeDetailKeep.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AuditTrail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD ENROLLMENT-MASTER.
       COPY EnrollmentFormat.
       FD COURSES-INDEXED.
       COPY CoursesFormat REPLACING STUDENT-RECORD
           BY STUDENT-RECORD-INDEXED.
       FD AR-MASTER.
       COPY ArMasterFormat.
       FD GPA-HISTORY-FILE.
       COPY GpaHistoryFormat.
       FD COMPLETED-WORK.
       COPY CompletedWorkFormat.
       FD HOLDS-FILE.
       01 HOLD-RECORD.
           03 HD-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 HD-HOLD-TYPE PIC X(6).
           03 FILLER PIC X(1).
           03 HD-PLACED-BY PIC X(8).
           03 FILLER PIC X(1).
           03 HD-PLACED-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 HD-STATUS PIC X(1).
       FD HOLDS-KEEP-FILE.
       01 HOLDS-KEEP-RECORD PIC X(36).
       FD WAITLIST-FILE.
       01 WAITLIST-RECORD.
           03 WL-CRN PIC 9(5).
           03 FILLER PIC X(1).
           03 WL-TERM-CODE PIC 9(6).
           03 FILLER PIC X(1).
           03 WL-SEQ PIC 9(4).
           03 FILLER PIC X(1).
           03 WL-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 WL-STATUS PIC X(1).
           03 FILLER PIC X(1).
           03 WL-OFFER-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 WL-ENQUEUE-DATE PIC 9(8).
       FD WAITLIST-KEEP-FILE.
       01 WAITLIST-KEEP-RECORD PIC X(47).
       FD GRADE-DETAIL-FILE.
       01 GRADE-DETAIL-RECORD.
           03 GD-STUDENT-ID PIC X(9).
           03 FILLER PIC XX.
           03 GD-TERM PIC X(6).
           03 FILLER PIC X.
           03 GD-CLASSNAME PIC X(5).
           03 FILLER PIC X.
           03 GD-GRADE PIC XX.
           03 FILLER PIC X.
           03 GD-CREDITS PIC 9.
           03 FILLER PIC X.
           03 GD-CRN PIC 9(5).
       FD DETAIL-KEEP-FILE.
       01 DETAIL-KEEP-RECORD PIC X(34).
       FD AUDIT-FILE.
       COPY AuditFormat.
       WORKING-STORAGE SECTION.
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 ENROLLMENT-STATUS PIC X(2) VALUE "00".
           88 ENROLLMENT-OK VALUE "00".
           88 NO-MORE-MATCHES VALUE "46".
       77 COURSES-INDEXED-STATUS PIC X(2) VALUE "00".
           88 COURSES-INDEXED-OK VALUE "00".
       77 AR-MASTER-STATUS PIC X(2) VALUE "00".
           88 AR-MASTER-OK VALUE "00".
           88 NO-MORE-AR VALUE "46".
       77 GPA-HISTORY-STATUS PIC X(2) VALUE "00".
           88 GPA-HISTORY-OK VALUE "00".
           88 NO-MORE-HISTORY VALUE "46".
       77 COMPLETED-WORK-STATUS PIC X(2) VALUE "00".
           88 COMPLETED-WORK-OK VALUE "00".
           88 NO-MORE-WORK VALUE "46".
       77 HOLDS-STATUS PIC X(2) VALUE "00".
           88 HOLDS-OK VALUE "00".
       77 WAITLIST-STATUS PIC X(2) VALUE "00".
           88 WAITLIST-OK VALUE "00".
       77 GRADE-DETAIL-STATUS PIC X(2) VALUE "00".
           88 GRADE-DETAIL-OK VALUE "00".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
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
       77 JOURNAL-PROGRAM PIC X(12) VALUE "STUDENT-MRG ".
       77 JOURNAL-ACTION PIC X(1).
       77 JOURNAL-BEFORE PIC X(35).
       77 JOURNAL-AFTER PIC X(35).
      *>    AR detail ledger hook -- the before image of every
      *>    ARMaster record the merge changes.
       77 LEDGER-PROGRAM PIC X(12) VALUE "STUDENT-MRG ".
       77 LEDGER-REFERENCE PIC X(20).
       77 LEDGER-BEFORE PIC X(124).

       77 LOSER-ID PIC X(9).
       77 SURVIVOR-ID PIC X(9).
       77 LOSER-NAME PIC X(20).
       77 SURVIVOR-NAME PIC X(20).
       77 CONFIRM-MERGE PIC X.
       77 IDS-VALID-FLAG PIC X VALUE "N".
           88 IDS-VALID VALUE "Y".
       77 ROW-FOUND-FLAG PIC X VALUE "N".
           88 ROW-FOUND VALUE "Y".
       77 TODAY-DATE PIC 9(8).
       77 MERGE-DETAIL PIC X(30).
       77 OLD-SEATS-ENROLLED PIC 9(3).

      *>    The loser's EnrollmentMaster rows, taken off before any
      *>    is moved so the walk is not disturbed by the writes.
       77 ROW-COUNT PIC 9(3) VALUE ZERO.
       01 ROW-TABLE.
           03 ROW-IMAGE PIC X(35) OCCURS 1 TO 500 TIMES
                   DEPENDING ON ROW-COUNT.
       77 ROW-IDX PIC 9(3).
       01 LOSER-ENROLLMENT.
           03 LE-STUDENT-ID PIC X(9).
           03 LE-CRN PIC 9(5).
           03 LE-TERM-CODE PIC 9(6).
           03 LE-STATUS PIC X(1).
               88 LE-ACTIVE VALUE "E".
           03 LE-ACTION-DATE PIC 9(6).
           03 LE-GRADING-BASIS PIC X(1).
           03 LE-CREDITS PIC 9(1).
           03 FILLER PIC X(6).

      *>    The loser's AR terms, and the term being folded in.
       77 TERM-COUNT PIC 9(3) VALUE ZERO.
       01 TERM-TABLE.
           03 TERM-ENTRY PIC 9(6) OCCURS 1 TO 200 TIMES
                   DEPENDING ON TERM-COUNT.
       77 TERM-IDX PIC 9(3).
       01 LOSER-AR.
           03 LA-STUDENT-ID PIC X(9).
           03 LA-TERM-CODE PIC 9(6).
           03 LA-CHARGES PIC 9(7)V99.
           03 LA-CREDITS PIC 9(7)V99.
           03 LA-PAYMENTS PIC 9(7)V99.
           03 LA-BALANCE PIC S9(7)V99.
           03 LA-BILL-DATE PIC 9(8).
           03 LA-LAST-ACTIVITY PIC 9(8).
           03 LA-LATE-FEE-FLAG PIC X(1).
           03 LA-LATE-FEE PIC 9(5)V99.
           03 LA-REFUNDS PIC 9(7)V99.
           03 LA-REFERRAL-STATUS PIC X(1).
           03 LA-REFERRAL-DATE PIC 9(8).
           03 LA-WRITE-OFF PIC 9(7)V99.
           03 LA-AGENCY-COMMISSION PIC 9(7)V99.
           03 LA-AID-RETURN PIC 9(7)V99.
           03 FILLER PIC X(4).

      *>    The survivor's waitlist sections, so a loser entry for
      *>    the same section is dropped rather than queued twice.
       77 QUEUED-COUNT PIC 9(3) VALUE ZERO.
       01 QUEUED-TABLE.
           03 QUEUED-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON QUEUED-COUNT.
               05 QU-CRN PIC 9(5).
               05 QU-TERM-CODE PIC 9(6).
       77 QU-IDX PIC 9(3).
       77 FOUND-IDX PIC 9(3).

      *>    The loser's GPAHistory terms.
       77 HISTORY-COUNT PIC 9(3) VALUE ZERO.
       01 HISTORY-TABLE.
           03 HISTORY-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON HISTORY-COUNT.
               05 HT-TERM PIC X(6).
               05 HT-GPA PIC 9V99.
               05 HT-CREDITS PIC 9(3).
       77 HT-IDX PIC 9(3).
       77 SURVIVOR-GPA PIC 9V99.
       77 QUALITY-POINTS PIC 9(5)V99.
       77 COMBINED-CREDITS PIC 9(4).
       77 COMBINED-GPA PIC 9V99.

      *>    The loser's CompletedWork courses.
       77 WORK-COUNT PIC 9(3) VALUE ZERO.
       01 WORK-TABLE.
           03 WORK-IMAGE PIC X(32) OCCURS 1 TO 500 TIMES
                   DEPENDING ON WORK-COUNT.
       77 WORK-IDX PIC 9(3).
       01 LOSER-WORK.
           03 LW-STUDENT-ID PIC X(9).
           03 LW-CLASSNAME PIC X(5).
           03 LW-BEST-GRADE PIC X(2).
           03 LW-PASSED-FLAG PIC X(1).
               88 LW-PASSED VALUE "Y".
           03 LW-CREDITS PIC 9(1).
           03 LW-LAST-TERM PIC X(6).
           03 FILLER PIC X(8).

       77 ENROLL-MOVED-COUNT PIC 9(4) VALUE ZERO.
       77 SEATS-RETURNED-COUNT PIC 9(4) VALUE ZERO.
       77 AR-MOVED-COUNT PIC 9(4) VALUE ZERO.
       77 HOLD-MOVED-COUNT PIC 9(4) VALUE ZERO.
       77 WAIT-MOVED-COUNT PIC 9(4) VALUE ZERO.
       77 WAIT-DROPPED-COUNT PIC 9(4) VALUE ZERO.
       77 GRADE-MOVED-COUNT PIC 9(4) VALUE ZERO.
       77 HISTORY-MOVED-COUNT PIC 9(4) VALUE ZERO.
       77 WORK-MOVED-COUNT PIC 9(4) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "OPERATOR-SIGN-ON" USING OPERATOR-ID AUTH-LEVEL
               SIGNED-ON-FLAG.
           IF NOT OPERATOR-SIGNED-ON
               STOP RUN.
           IF AUTH-LEVEL IS LESS THAN 2
               DISPLAY "NOT AUTHORIZED -- LEVEL 2 REQUIRED"
               STOP RUN.

           MOVE "A" TO LOCK-ACTION.
           MOVE "STUDENT MERGE" TO LOCK-HOLDER-NAME.
           CALL "COURSE-LOCK" USING LOCK-ACTION LOCK-HOLDER-NAME
               LOCK-RESULT LOCK-CURRENT-HOLDER.
           IF LOCK-RESULT IS NOT EQUAL TO "Y"
               DISPLAY "IndexedCourses IS LOCKED BY "
                   LOCK-CURRENT-HOLDER " -- TRY AGAIN LATER"
               STOP RUN.

           OPEN I-O STUDENT-MASTER.
           IF NOT STUDENT-MASTER-OK
               DISPLAY "UNABLE TO OPEN StudentMaster -- STATUS "
                   STUDENT-MASTER-STATUS
               PERFORM RELEASE-COURSE-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN I-O ENROLLMENT-MASTER.
           IF NOT ENROLLMENT-OK
               DISPLAY "UNABLE TO OPEN EnrollmentMaster -- STATUS "
                   ENROLLMENT-STATUS
               CLOSE STUDENT-MASTER
               PERFORM RELEASE-COURSE-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN I-O COURSES-INDEXED.
           IF NOT COURSES-INDEXED-OK
               DISPLAY "UNABLE TO OPEN IndexedCourses -- STATUS "
                   COURSES-INDEXED-STATUS
               CLOSE STUDENT-MASTER
               CLOSE ENROLLMENT-MASTER
               PERFORM RELEASE-COURSE-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           DISPLAY "DUPLICATE STUDENT ID TO RETIRE: ".
           ACCEPT LOSER-ID.
           DISPLAY "STUDENT ID THAT SURVIVES: ".
           ACCEPT SURVIVOR-ID.
           PERFORM CHECK-MERGE-IDS THRU CHECK-MERGE-IDS-EXIT.
           IF NOT IDS-VALID
               PERFORM CLOSE-AND-QUIT.

           DISPLAY "RETIRE " LOSER-ID " " LOSER-NAME.
           DISPLAY "  INTO " SURVIVOR-ID " " SURVIVOR-NAME.
           DISPLAY "MOVE EVERY RECORD AND RETIRE THE DUPLICATE? (Y/N)".
           ACCEPT CONFIRM-MERGE.
           IF CONFIRM-MERGE NOT = "Y" AND CONFIRM-MERGE NOT = "y"
               DISPLAY "NOTHING MERGED"
               PERFORM CLOSE-AND-QUIT.

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND AUDIT-FILE.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR.

           PERFORM MERGE-ENROLLMENTS.
           PERFORM MERGE-AR-TERMS THRU MERGE-AR-TERMS-EXIT.
           PERFORM MERGE-HOLDS THRU MERGE-HOLDS-EXIT.
           PERFORM MERGE-WAITLIST THRU MERGE-WAITLIST-EXIT.
           PERFORM MERGE-GRADE-DETAIL THRU MERGE-GRADE-DETAIL-EXIT.
           PERFORM MERGE-GPA-HISTORY THRU MERGE-GPA-HISTORY-EXIT.
           PERFORM MERGE-COMPLETED-WORK THRU
               MERGE-COMPLETED-WORK-EXIT.
           PERFORM RETIRE-LOSER.
           CLOSE AUDIT-FILE.

           DISPLAY LOSER-ID " MERGED INTO " SURVIVOR-ID ":".
           DISPLAY "  ENROLLMENTS    " ENROLL-MOVED-COUNT
               " (" SEATS-RETURNED-COUNT " DOUBLE SEAT(S) RETURNED)".
           DISPLAY "  AR TERMS       " AR-MOVED-COUNT.
           DISPLAY "  HOLDS          " HOLD-MOVED-COUNT.
           DISPLAY "  WAITLIST       " WAIT-MOVED-COUNT
               " (" WAIT-DROPPED-COUNT " ALREADY QUEUED, DROPPED)".
           DISPLAY "  GRADE LINES    " GRADE-MOVED-COUNT.
           DISPLAY "  GPA TERMS      " HISTORY-MOVED-COUNT.
           DISPLAY "  COMPLETED WORK " WORK-MOVED-COUNT.
           MOVE 0 TO RETURN-CODE.
           PERFORM CLOSE-AND-QUIT.

      *>    Both ids on file and active, and not the same id.
       CHECK-MERGE-IDS.
           MOVE "N" TO IDS-VALID-FLAG.
           IF LOSER-ID IS EQUAL TO SURVIVOR-ID
               DISPLAY "THE TWO IDS ARE THE SAME -- NOTHING MERGED"
               GO TO CHECK-MERGE-IDS-EXIT.
           MOVE SURVIVOR-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER KEY IS SM-STUDENT-ID
               INVALID KEY
                   DISPLAY "STUDENT " SURVIVOR-ID " NOT ON FILE"
                   GO TO CHECK-MERGE-IDS-EXIT
           END-READ.
           IF STUDENT-DELETED
               DISPLAY "STUDENT " SURVIVOR-ID " IS NOT ACTIVE"
               GO TO CHECK-MERGE-IDS-EXIT.
           MOVE SM-NAME TO SURVIVOR-NAME.
           MOVE LOSER-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER KEY IS SM-STUDENT-ID
               INVALID KEY
                   DISPLAY "STUDENT " LOSER-ID " NOT ON FILE"
                   GO TO CHECK-MERGE-IDS-EXIT
           END-READ.
           IF STUDENT-DELETED
               IF SM-MERGED-INTO IS NOT EQUAL TO SPACES
                   DISPLAY "STUDENT " LOSER-ID
                       " WAS ALREADY MERGED INTO " SM-MERGED-INTO
               ELSE
                   DISPLAY "STUDENT " LOSER-ID " IS NOT ACTIVE"
               END-IF
               GO TO CHECK-MERGE-IDS-EXIT.
           MOVE SM-NAME TO LOSER-NAME.
           MOVE "Y" TO IDS-VALID-FLAG.
       CHECK-MERGE-IDS-EXIT.
           EXIT.

      *>    Take the loser's rows off the primary key first, then
      *>    move them one at a time.
       MERGE-ENROLLMENTS.
           MOVE ZERO TO ROW-COUNT.
           MOVE LOSER-ID TO EN-STUDENT-ID.
           MOVE ZEROS TO EN-CRN.
           MOVE ZEROS TO EN-TERM-CODE.
           START ENROLLMENT-MASTER KEY IS GREATER THAN OR EQUAL
                   EN-STUDENT-CRN-TERM-KEY
               INVALID KEY
                   MOVE "46" TO ENROLLMENT-STATUS
           END-START.
           PERFORM UNTIL NO-MORE-MATCHES
               READ ENROLLMENT-MASTER NEXT RECORD
                   AT END MOVE "46" TO ENROLLMENT-STATUS
               END-READ
               IF NOT NO-MORE-MATCHES
                   AND EN-STUDENT-ID IS NOT EQUAL TO LOSER-ID
                   MOVE "46" TO ENROLLMENT-STATUS
               END-IF
               IF NOT NO-MORE-MATCHES AND ROW-COUNT IS LESS THAN 500
                   ADD 1 TO ROW-COUNT
                   MOVE ENROLLMENT-RECORD TO ROW-IMAGE(ROW-COUNT)
               END-IF
           END-PERFORM.
           MOVE "00" TO ENROLLMENT-STATUS.
           PERFORM MOVE-ONE-ENROLLMENT
               VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX IS GREATER THAN ROW-COUNT.

       MOVE-ONE-ENROLLMENT.
           MOVE ROW-IMAGE(ROW-IDX) TO LOSER-ENROLLMENT.
           MOVE LOSER-ENROLLMENT TO ENROLLMENT-RECORD.
           MOVE SURVIVOR-ID TO EN-STUDENT-ID.
           READ ENROLLMENT-MASTER KEY IS EN-STUDENT-CRN-TERM-KEY
               INVALID KEY
                   MOVE "N" TO ROW-FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO ROW-FOUND-FLAG
           END-READ.
           IF NOT ROW-FOUND
               MOVE LOSER-ENROLLMENT TO ENROLLMENT-RECORD
               MOVE SURVIVOR-ID TO EN-STUDENT-ID
               MOVE SPACES TO JOURNAL-BEFORE
               MOVE "W" TO JOURNAL-ACTION
               WRITE ENROLLMENT-RECORD
                   INVALID KEY
                       DISPLAY "WRITE FAILED FOR " SURVIVOR-ID
                           " CRN " LE-CRN " -- STATUS "
                           ENROLLMENT-STATUS
                   NOT INVALID KEY
                       PERFORM WRITE-ENROLL-JOURNAL
               END-WRITE
               MOVE "ROW MOVED" TO MERGE-DETAIL
           ELSE
               PERFORM COMBINE-ENROLLMENT
           END-IF.

      *>    Retire the loser's row: dropped (journaled), then
      *>    deleted.
           MOVE LOSER-ENROLLMENT TO ENROLLMENT-RECORD.
           READ ENROLLMENT-MASTER KEY IS EN-STUDENT-CRN-TERM-KEY
               INVALID KEY
                   MOVE "N" TO ROW-FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO ROW-FOUND-FLAG
           END-READ.
           IF ROW-FOUND
               IF ENROLLMENT-ACTIVE
                   MOVE ENROLLMENT-RECORD TO JOURNAL-BEFORE
                   MOVE "R" TO JOURNAL-ACTION
                   MOVE "D" TO EN-STATUS
                   ACCEPT EN-ACTION-DATE FROM DATE
                   REWRITE ENROLLMENT-RECORD
                   PERFORM WRITE-ENROLL-JOURNAL
               END-IF
               DELETE ENROLLMENT-MASTER RECORD
                   INVALID KEY
                       DISPLAY "DELETE FAILED FOR " LOSER-ID
                           " CRN " LE-CRN
               END-DELETE
           END-IF.
           ADD 1 TO ENROLL-MOVED-COUNT.

           MOVE LE-CRN TO AUDIT-CRN.
           MOVE "ENROLLMENT" TO AUDIT-FIELD-NAME.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "TERM " DELIMITED BY SIZE
               LE-TERM-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MERGE-DETAIL DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           PERFORM WRITE-MOVE-AUDIT.

      *>    The survivor already holds the section. A dropped
      *>    survivor row takes the loser's live one; two live rows
      *>    held two seats for one student, so one goes back.
       COMBINE-ENROLLMENT.
           IF ENROLLMENT-DROPPED AND LE-ACTIVE
               MOVE ENROLLMENT-RECORD TO JOURNAL-BEFORE
               MOVE "R" TO JOURNAL-ACTION
               MOVE LE-STATUS TO EN-STATUS
               MOVE LE-ACTION-DATE TO EN-ACTION-DATE
               MOVE LE-GRADING-BASIS TO EN-GRADING-BASIS
               MOVE LE-CREDITS TO EN-CREDITS
               REWRITE ENROLLMENT-RECORD
               PERFORM WRITE-ENROLL-JOURNAL
               MOVE "REPLACED DROPPED SURVIVOR ROW" TO MERGE-DETAIL
           ELSE
               IF ENROLLMENT-ACTIVE AND LE-ACTIVE
                   PERFORM RETURN-DOUBLE-SEAT
                   MOVE "SURVIVOR ALREADY ENROLLED" TO MERGE-DETAIL
               ELSE
                   MOVE "SURVIVOR ROW KEPT" TO MERGE-DETAIL
               END-IF
           END-IF.

       RETURN-DOUBLE-SEAT.
           MOVE LE-CRN TO CRN OF STUDENT-RECORD-INDEXED.
           MOVE LE-TERM-CODE TO TERM-CODE OF STUDENT-RECORD-INDEXED.
           READ COURSES-INDEXED KEY IS CRN-TERM-KEY
               INVALID KEY
                   MOVE "N" TO ROW-FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO ROW-FOUND-FLAG
           END-READ.
           IF ROW-FOUND
               MOVE SEATS-ENROLLED OF STUDENT-RECORD-INDEXED
                   TO OLD-SEATS-ENROLLED
               IF SEATS-ENROLLED OF STUDENT-RECORD-INDEXED
                       IS GREATER THAN ZERO
                   SUBTRACT 1 FROM SEATS-ENROLLED
                       OF STUDENT-RECORD-INDEXED
               END-IF
               REWRITE STUDENT-RECORD-INDEXED
               ADD 1 TO SEATS-RETURNED-COUNT
               MOVE "MERGE" TO AUDIT-ACTION
               MOVE LE-CRN TO AUDIT-CRN
               MOVE "SEATS-ENROLLED" TO AUDIT-FIELD-NAME
               MOVE OLD-SEATS-ENROLLED TO AUDIT-OLD-VALUE
               MOVE SEATS-ENROLLED OF STUDENT-RECORD-INDEXED
                   TO AUDIT-NEW-VALUE
               MOVE SPACES TO AUDIT-DETAIL
               STRING "DOUBLE SEAT " DELIMITED BY SIZE
                   LOSER-ID DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   SURVIVOR-ID DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
               PERFORM WRITE-MERGE-AUDIT
           END-IF.

       WRITE-ENROLL-JOURNAL.
           MOVE ENROLLMENT-RECORD TO JOURNAL-AFTER.
           CALL "ENROLL-JOURNAL" USING JOURNAL-PROGRAM
               JOURNAL-ACTION JOURNAL-BEFORE JOURNAL-AFTER.

      *>    Each of the loser's AR terms is added into the
      *>    survivor's, and the loser's record stays on file with
      *>    every bucket at zero.
       MERGE-AR-TERMS.
           OPEN I-O AR-MASTER.
           IF NOT AR-MASTER-OK
               DISPLAY "ARMaster NOT AVAILABLE (STATUS "
                   AR-MASTER-STATUS ") -- NO AR TERMS MOVED"
               GO TO MERGE-AR-TERMS-EXIT.
           MOVE ZERO TO TERM-COUNT.
           MOVE LOSER-ID TO AR-STUDENT-ID.
           MOVE ZEROS TO AR-TERM-CODE.
           START AR-MASTER KEY IS NOT LESS THAN AR-STUDENT-TERM-KEY
               INVALID KEY
                   MOVE "46" TO AR-MASTER-STATUS
           END-START.
           PERFORM UNTIL NO-MORE-AR
               READ AR-MASTER NEXT RECORD
                   AT END MOVE "46" TO AR-MASTER-STATUS
               END-READ
               IF NOT NO-MORE-AR
                   AND AR-STUDENT-ID IS NOT EQUAL TO LOSER-ID
                   MOVE "46" TO AR-MASTER-STATUS
               END-IF
               IF NOT NO-MORE-AR AND TERM-COUNT IS LESS THAN 200
                   ADD 1 TO TERM-COUNT
                   MOVE AR-TERM-CODE TO TERM-ENTRY(TERM-COUNT)
               END-IF
           END-PERFORM.
           MOVE "00" TO AR-MASTER-STATUS.
           PERFORM MOVE-ONE-AR-TERM
               VARYING TERM-IDX FROM 1 BY 1
               UNTIL TERM-IDX IS GREATER THAN TERM-COUNT.
           CLOSE AR-MASTER.
       MERGE-AR-TERMS-EXIT.
           EXIT.

       MOVE-ONE-AR-TERM.
           MOVE LOSER-ID TO AR-STUDENT-ID.
           MOVE TERM-ENTRY(TERM-IDX) TO AR-TERM-CODE.
           READ AR-MASTER KEY IS AR-STUDENT-TERM-KEY
               INVALID KEY
                   MOVE "N" TO ROW-FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO ROW-FOUND-FLAG
           END-READ.
           IF NOT ROW-FOUND
               DISPLAY "WARNING: " LOSER-ID " TERM "
                   TERM-ENTRY(TERM-IDX) " VANISHED FROM ARMaster"
           ELSE
               PERFORM CLEAN-AR-BUCKETS
               MOVE AR-RECORD TO LOSER-AR
               MOVE AR-RECORD TO LEDGER-BEFORE
               MOVE ZERO TO AR-CHARGES AR-CREDITS AR-PAYMENTS
                   AR-BALANCE AR-LATE-FEE AR-REFUNDS AR-WRITE-OFF
                   AR-AGENCY-COMMISSION AR-AID-RETURN
               MOVE TODAY-DATE TO AR-LAST-ACTIVITY
               REWRITE AR-RECORD
               MOVE SPACES TO LEDGER-REFERENCE
               STRING "MERGED INTO " DELIMITED BY SIZE
                   SURVIVOR-ID DELIMITED BY SIZE
                   INTO LEDGER-REFERENCE
               CALL "AR-LEDGER-POST" USING LEDGER-PROGRAM
                   LEDGER-REFERENCE LEDGER-BEFORE AR-RECORD
               PERFORM ADD-TO-SURVIVOR-TERM
           END-IF.

       ADD-TO-SURVIVOR-TERM.
           MOVE SPACES TO LEDGER-REFERENCE.
           STRING "MERGED FROM " DELIMITED BY SIZE
               LOSER-ID DELIMITED BY SIZE
               INTO LEDGER-REFERENCE.
           MOVE SURVIVOR-ID TO AR-STUDENT-ID.
           MOVE LA-TERM-CODE TO AR-TERM-CODE.
           READ AR-MASTER KEY IS AR-STUDENT-TERM-KEY
               INVALID KEY
                   MOVE "N" TO ROW-FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO ROW-FOUND-FLAG
           END-READ.
           IF NOT ROW-FOUND
               MOVE LOSER-AR TO AR-RECORD
               MOVE SURVIVOR-ID TO AR-STUDENT-ID
               MOVE TODAY-DATE TO AR-LAST-ACTIVITY
               WRITE AR-RECORD
               MOVE SPACES TO LEDGER-BEFORE
               MOVE "TERM MOVED" TO MERGE-DETAIL
           ELSE
               PERFORM CLEAN-AR-BUCKETS
               MOVE AR-RECORD TO LEDGER-BEFORE
               ADD LA-CHARGES TO AR-CHARGES
               ADD LA-CREDITS TO AR-CREDITS
               ADD LA-PAYMENTS TO AR-PAYMENTS
               ADD LA-LATE-FEE TO AR-LATE-FEE
               ADD LA-REFUNDS TO AR-REFUNDS
               ADD LA-WRITE-OFF TO AR-WRITE-OFF
               ADD LA-AGENCY-COMMISSION TO AR-AGENCY-COMMISSION
               ADD LA-AID-RETURN TO AR-AID-RETURN
               IF LA-LATE-FEE-FLAG IS EQUAL TO "Y"
                   MOVE "Y" TO AR-LATE-FEE-FLAG
               END-IF
               IF AR-NOT-REFERRED
                   MOVE LA-REFERRAL-STATUS TO AR-REFERRAL-STATUS
                   MOVE LA-REFERRAL-DATE TO AR-REFERRAL-DATE
               END-IF
               IF AR-BILL-DATE IS NOT NUMERIC
                       OR AR-BILL-DATE IS EQUAL TO ZERO
                   MOVE LA-BILL-DATE TO AR-BILL-DATE
               END-IF
               COMPUTE AR-BALANCE = AR-CHARGES + AR-LATE-FEE
                   + AR-REFUNDS + AR-AID-RETURN - AR-CREDITS
                   - AR-PAYMENTS - AR-WRITE-OFF
               MOVE TODAY-DATE TO AR-LAST-ACTIVITY
               REWRITE AR-RECORD
               MOVE "ADDED TO SURVIVOR TERM" TO MERGE-DETAIL
           END-IF.
           CALL "AR-LEDGER-POST" USING LEDGER-PROGRAM
               LEDGER-REFERENCE LEDGER-BEFORE AR-RECORD.
           ADD 1 TO AR-MOVED-COUNT.

           MOVE ZEROS TO AUDIT-CRN.
           MOVE "AR-TERM" TO AUDIT-FIELD-NAME.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "TERM " DELIMITED BY SIZE
               LA-TERM-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MERGE-DETAIL DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           PERFORM WRITE-MOVE-AUDIT.

      *>    Buckets added after the first billing runs can be blank
      *>    on older records.
       CLEAN-AR-BUCKETS.
           IF AR-LATE-FEE IS NOT NUMERIC
               MOVE ZERO TO AR-LATE-FEE.
           IF AR-REFUNDS IS NOT NUMERIC
               MOVE ZERO TO AR-REFUNDS.
           IF AR-WRITE-OFF IS NOT NUMERIC
               MOVE ZERO TO AR-WRITE-OFF.
           IF AR-AGENCY-COMMISSION IS NOT NUMERIC
               MOVE ZERO TO AR-AGENCY-COMMISSION.
           IF AR-AID-RETURN IS NOT NUMERIC
               MOVE ZERO TO AR-AID-RETURN.
           IF AR-REFERRAL-DATE IS NOT NUMERIC
               MOVE ZERO TO AR-REFERRAL-DATE.

      *>    Holds change id in place through a save-aside copy.
       MERGE-HOLDS.
           MOVE 0 TO EOF-FLAG.
           OPEN INPUT HOLDS-FILE.
           IF NOT HOLDS-OK
               GO TO MERGE-HOLDS-EXIT.
           OPEN OUTPUT HOLDS-KEEP-FILE.
           READ HOLDS-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               IF HD-STUDENT-ID IS EQUAL TO LOSER-ID
                   MOVE SURVIVOR-ID TO HD-STUDENT-ID
                   ADD 1 TO HOLD-MOVED-COUNT
                   MOVE ZEROS TO AUDIT-CRN
                   MOVE "HOLD" TO AUDIT-FIELD-NAME
                   MOVE SPACES TO AUDIT-DETAIL
                   STRING HD-HOLD-TYPE DELIMITED BY SIZE
                       " HOLD STATUS " DELIMITED BY SIZE
                       HD-STATUS DELIMITED BY SIZE
                       INTO AUDIT-DETAIL
                   PERFORM WRITE-MOVE-AUDIT
               END-IF
               MOVE HOLD-RECORD TO HOLDS-KEEP-RECORD
               WRITE HOLDS-KEEP-RECORD
               READ HOLDS-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE HOLDS-FILE.
           CLOSE HOLDS-KEEP-FILE.
           CALL "SYSTEM" USING
               "cp StudentHoldsKeep.txt StudentHolds.txt".
           CALL "SYSTEM" USING "rm -f StudentHoldsKeep.txt".
       MERGE-HOLDS-EXIT.
           EXIT.

      *>    First pass notes the survivor's queued sections; the
      *>    second moves the loser's entries, dropping any for a
      *>    section the survivor is already queued for.
       MERGE-WAITLIST.
           MOVE 0 TO EOF-FLAG.
           MOVE ZERO TO QUEUED-COUNT.
           OPEN INPUT WAITLIST-FILE.
           IF NOT WAITLIST-OK
               GO TO MERGE-WAITLIST-EXIT.
           READ WAITLIST-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               IF WL-STUDENT-ID IS EQUAL TO SURVIVOR-ID
                       AND QUEUED-COUNT IS LESS THAN 200
                   ADD 1 TO QUEUED-COUNT
                   MOVE WL-CRN TO QU-CRN(QUEUED-COUNT)
                   MOVE WL-TERM-CODE TO QU-TERM-CODE(QUEUED-COUNT)
               END-IF
               READ WAITLIST-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE WAITLIST-FILE.

           MOVE 0 TO EOF-FLAG.
           OPEN INPUT WAITLIST-FILE.
           OPEN OUTPUT WAITLIST-KEEP-FILE.
           READ WAITLIST-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               IF WL-STUDENT-ID IS EQUAL TO LOSER-ID
                   PERFORM MOVE-ONE-WAITLIST-ENTRY
               ELSE
                   MOVE WAITLIST-RECORD TO WAITLIST-KEEP-RECORD
                   WRITE WAITLIST-KEEP-RECORD
               END-IF
               READ WAITLIST-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE WAITLIST-FILE.
           CLOSE WAITLIST-KEEP-FILE.
           CALL "SYSTEM" USING
               "cp WaitlistKeep.txt WaitlistQueue.txt".
           CALL "SYSTEM" USING "rm -f WaitlistKeep.txt".
       MERGE-WAITLIST-EXIT.
           EXIT.

       MOVE-ONE-WAITLIST-ENTRY.
           MOVE ZERO TO FOUND-IDX.
           PERFORM VARYING QU-IDX FROM 1 BY 1
                   UNTIL QU-IDX GREATER THAN QUEUED-COUNT
                   OR FOUND-IDX IS NOT EQUAL TO ZERO
               IF QU-CRN(QU-IDX) IS EQUAL TO WL-CRN
                       AND QU-TERM-CODE(QU-IDX) IS EQUAL TO
                       WL-TERM-CODE
                   MOVE QU-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.
           MOVE WL-CRN TO AUDIT-CRN.
           MOVE "WAITLIST" TO AUDIT-FIELD-NAME.
           MOVE SPACES TO AUDIT-DETAIL.
           IF FOUND-IDX IS NOT EQUAL TO ZERO
               ADD 1 TO WAIT-DROPPED-COUNT
               STRING "TERM " DELIMITED BY SIZE
                   WL-TERM-CODE DELIMITED BY SIZE
                   " DROPPED, SURVIVOR QUEUED" DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
           ELSE
               ADD 1 TO WAIT-MOVED-COUNT
               MOVE SURVIVOR-ID TO WL-STUDENT-ID
               MOVE WAITLIST-RECORD TO WAITLIST-KEEP-RECORD
               WRITE WAITLIST-KEEP-RECORD
               STRING "TERM " DELIMITED BY SIZE
                   WL-TERM-CODE DELIMITED BY SIZE
                   " SEQ " DELIMITED BY SIZE
                   WL-SEQ DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
           END-IF.
           PERFORM WRITE-MOVE-AUDIT.

      *>    Grade lines change id in place through the same
      *>    save-aside copy the grade change uses.
       MERGE-GRADE-DETAIL.
           MOVE 0 TO EOF-FLAG.
           OPEN INPUT GRADE-DETAIL-FILE.
           IF NOT GRADE-DETAIL-OK
               GO TO MERGE-GRADE-DETAIL-EXIT.
           OPEN OUTPUT DETAIL-KEEP-FILE.
           READ GRADE-DETAIL-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               IF GD-STUDENT-ID IS EQUAL TO LOSER-ID
                   MOVE SURVIVOR-ID TO GD-STUDENT-ID
                   ADD 1 TO GRADE-MOVED-COUNT
                   IF GD-CRN IS NUMERIC
                       MOVE GD-CRN TO AUDIT-CRN
                   ELSE
                       MOVE ZEROS TO AUDIT-CRN
                   END-IF
                   MOVE "GRADE-DETAIL" TO AUDIT-FIELD-NAME
                   MOVE SPACES TO AUDIT-DETAIL
                   STRING "TERM " DELIMITED BY SIZE
                       GD-TERM DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       GD-CLASSNAME DELIMITED BY SIZE
                       " GRADE " DELIMITED BY SIZE
                       GD-GRADE DELIMITED BY SIZE
                       INTO AUDIT-DETAIL
                   PERFORM WRITE-MOVE-AUDIT
               END-IF
               MOVE GRADE-DETAIL-RECORD TO DETAIL-KEEP-RECORD
               WRITE DETAIL-KEEP-RECORD
               READ GRADE-DETAIL-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE GRADE-DETAIL-FILE.
           CLOSE DETAIL-KEEP-FILE.
           CALL "SYSTEM" USING
               "cp GradeDetailKeep.txt GradeDetail.txt".
           CALL "SYSTEM" USING "rm -f GradeDetailKeep.txt".
       MERGE-GRADE-DETAIL-EXIT.
           EXIT.

      *>    A term only the loser has moves across; a term both
      *>    have is combined, each GPA weighted by its credits.
       MERGE-GPA-HISTORY.
           OPEN I-O GPA-HISTORY-FILE.
           IF NOT GPA-HISTORY-OK
               GO TO MERGE-GPA-HISTORY-EXIT.
           MOVE ZERO TO HISTORY-COUNT.
           MOVE LOSER-ID TO HIST-STUDENT-ID.
           MOVE LOW-VALUES TO HIST-TERM.
           START GPA-HISTORY-FILE KEY IS GREATER THAN OR EQUAL
                   HIST-STUDENT-TERM-KEY
               INVALID KEY
                   MOVE "46" TO GPA-HISTORY-STATUS
           END-START.
           PERFORM UNTIL NO-MORE-HISTORY
               READ GPA-HISTORY-FILE NEXT RECORD
                   AT END MOVE "46" TO GPA-HISTORY-STATUS
               END-READ
               IF NOT NO-MORE-HISTORY
                   AND HIST-STUDENT-ID IS NOT EQUAL TO LOSER-ID
                   MOVE "46" TO GPA-HISTORY-STATUS
               END-IF
               IF NOT NO-MORE-HISTORY
                       AND HISTORY-COUNT IS LESS THAN 200
                   ADD 1 TO HISTORY-COUNT
                   MOVE HIST-TERM TO HT-TERM(HISTORY-COUNT)
                   MOVE HIST-GPA TO HT-GPA(HISTORY-COUNT)
                   MOVE HIST-CREDITS TO HT-CREDITS(HISTORY-COUNT)
               END-IF
           END-PERFORM.
           MOVE "00" TO GPA-HISTORY-STATUS.
           PERFORM MOVE-ONE-HISTORY-TERM
               VARYING HT-IDX FROM 1 BY 1
               UNTIL HT-IDX IS GREATER THAN HISTORY-COUNT.
           CLOSE GPA-HISTORY-FILE.
       MERGE-GPA-HISTORY-EXIT.
           EXIT.

       MOVE-ONE-HISTORY-TERM.
           MOVE SURVIVOR-ID TO HIST-STUDENT-ID.
           MOVE HT-TERM(HT-IDX) TO HIST-TERM.
           READ GPA-HISTORY-FILE KEY IS HIST-STUDENT-TERM-KEY
               INVALID KEY
                   MOVE "N" TO ROW-FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO ROW-FOUND-FLAG
           END-READ.
           IF NOT ROW-FOUND
               MOVE SPACES TO HISTORY-RECORD
               MOVE SURVIVOR-ID TO HIST-STUDENT-ID
               MOVE HT-TERM(HT-IDX) TO HIST-TERM
               MOVE HT-GPA(HT-IDX) TO HIST-GPA
               MOVE HT-CREDITS(HT-IDX) TO HIST-CREDITS
               WRITE HISTORY-RECORD
               MOVE "TERM MOVED" TO MERGE-DETAIL
           ELSE
               MOVE HIST-GPA TO SURVIVOR-GPA
               COMPUTE QUALITY-POINTS = SURVIVOR-GPA * HIST-CREDITS
                   + HT-GPA(HT-IDX) * HT-CREDITS(HT-IDX)
               COMPUTE COMBINED-CREDITS = HIST-CREDITS
                   + HT-CREDITS(HT-IDX)
               IF COMBINED-CREDITS IS EQUAL TO ZERO
                   MOVE ZERO TO COMBINED-GPA
               ELSE
                   COMPUTE COMBINED-GPA ROUNDED =
                       QUALITY-POINTS / COMBINED-CREDITS
               END-IF
               IF COMBINED-CREDITS IS GREATER THAN 999
                   MOVE 999 TO COMBINED-CREDITS
               END-IF
               MOVE COMBINED-GPA TO HIST-GPA
               MOVE COMBINED-CREDITS TO HIST-CREDITS
               REWRITE HISTORY-RECORD
               MOVE "COMBINED WITH SURVIVOR TERM" TO MERGE-DETAIL
           END-IF.
           MOVE LOSER-ID TO HIST-STUDENT-ID.
           MOVE HT-TERM(HT-IDX) TO HIST-TERM.
           DELETE GPA-HISTORY-FILE RECORD
               INVALID KEY
                   DISPLAY "DELETE FAILED FOR " LOSER-ID " TERM "
                       HT-TERM(HT-IDX)
           END-DELETE.
           ADD 1 TO HISTORY-MOVED-COUNT.

           MOVE ZEROS TO AUDIT-CRN.
           MOVE "GPA-HISTORY" TO AUDIT-FIELD-NAME.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "TERM " DELIMITED BY SIZE
               HT-TERM(HT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MERGE-DETAIL DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           PERFORM WRITE-MOVE-AUDIT.

      *>    A course only the loser completed moves across; one both
      *>    have keeps the pass (and its grade) and the later term.
       MERGE-COMPLETED-WORK.
           OPEN I-O COMPLETED-WORK.
           IF NOT COMPLETED-WORK-OK
               GO TO MERGE-COMPLETED-WORK-EXIT.
           MOVE ZERO TO WORK-COUNT.
           MOVE LOSER-ID TO CW-STUDENT-ID.
           MOVE LOW-VALUES TO CW-CLASSNAME.
           START COMPLETED-WORK KEY IS GREATER THAN OR EQUAL
                   CW-STUDENT-CLASS-KEY
               INVALID KEY
                   MOVE "46" TO COMPLETED-WORK-STATUS
           END-START.
           PERFORM UNTIL NO-MORE-WORK
               READ COMPLETED-WORK NEXT RECORD
                   AT END MOVE "46" TO COMPLETED-WORK-STATUS
               END-READ
               IF NOT NO-MORE-WORK
                   AND CW-STUDENT-ID IS NOT EQUAL TO LOSER-ID
                   MOVE "46" TO COMPLETED-WORK-STATUS
               END-IF
               IF NOT NO-MORE-WORK AND WORK-COUNT IS LESS THAN 500
                   ADD 1 TO WORK-COUNT
                   MOVE COMPLETED-WORK-RECORD TO WORK-IMAGE(WORK-COUNT)
               END-IF
           END-PERFORM.
           MOVE "00" TO COMPLETED-WORK-STATUS.
           PERFORM MOVE-ONE-COMPLETED-COURSE
               VARYING WORK-IDX FROM 1 BY 1
               UNTIL WORK-IDX IS GREATER THAN WORK-COUNT.
           CLOSE COMPLETED-WORK.
       MERGE-COMPLETED-WORK-EXIT.
           EXIT.

       MOVE-ONE-COMPLETED-COURSE.
           MOVE WORK-IMAGE(WORK-IDX) TO LOSER-WORK.
           MOVE LOSER-WORK TO COMPLETED-WORK-RECORD.
           MOVE SURVIVOR-ID TO CW-STUDENT-ID.
           READ COMPLETED-WORK KEY IS CW-STUDENT-CLASS-KEY
               INVALID KEY
                   MOVE "N" TO ROW-FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO ROW-FOUND-FLAG
           END-READ.
           IF NOT ROW-FOUND
               MOVE LOSER-WORK TO COMPLETED-WORK-RECORD
               MOVE SURVIVOR-ID TO CW-STUDENT-ID
               WRITE COMPLETED-WORK-RECORD
               MOVE "COURSE MOVED" TO MERGE-DETAIL
           ELSE
               IF LW-PASSED AND NOT CW-PASSED
                   MOVE LW-BEST-GRADE TO CW-BEST-GRADE
                   MOVE LW-PASSED-FLAG TO CW-PASSED-FLAG
                   MOVE LW-CREDITS TO CW-CREDITS
               END-IF
               IF LW-LAST-TERM IS GREATER THAN CW-LAST-TERM
                   MOVE LW-LAST-TERM TO CW-LAST-TERM
               END-IF
               REWRITE COMPLETED-WORK-RECORD
               MOVE "COMBINED WITH SURVIVOR COURSE" TO MERGE-DETAIL
           END-IF.
           MOVE LOSER-WORK TO COMPLETED-WORK-RECORD.
           DELETE COMPLETED-WORK RECORD
               INVALID KEY
                   DISPLAY "DELETE FAILED FOR " LOSER-ID " COURSE "
                       LW-CLASSNAME
           END-DELETE.
           ADD 1 TO WORK-MOVED-COUNT.

           MOVE ZEROS TO AUDIT-CRN.
           MOVE "COMPLETED-WORK" TO AUDIT-FIELD-NAME.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING LW-CLASSNAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MERGE-DETAIL DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           PERFORM WRITE-MOVE-AUDIT.

      *>    The loser stays on file, deactivated, pointing at the
      *>    survivor.
       RETIRE-LOSER.
           MOVE LOSER-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER KEY IS SM-STUDENT-ID
               INVALID KEY
                   DISPLAY "WARNING: " LOSER-ID
                       " VANISHED FROM StudentMaster"
               NOT INVALID KEY
                   MOVE "D" TO SM-DELETED-FLAG
                   MOVE SURVIVOR-ID TO SM-MERGED-INTO
                   REWRITE STUDENT-MASTER-RECORD
                   MOVE "MERGE" TO AUDIT-ACTION
                   MOVE ZEROS TO AUDIT-CRN
                   MOVE "SM-MERGED-INTO" TO AUDIT-FIELD-NAME
                   MOVE SPACES TO AUDIT-OLD-VALUE
                   MOVE SURVIVOR-ID TO AUDIT-NEW-VALUE
                   MOVE SPACES TO AUDIT-DETAIL
                   STRING "RETIRED " DELIMITED BY SIZE
                       LOSER-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LOSER-NAME DELIMITED BY SIZE
                       INTO AUDIT-DETAIL
                   PERFORM WRITE-MERGE-AUDIT
           END-READ.

      *>    One record moved: loser id to survivor id.
       WRITE-MOVE-AUDIT.
           MOVE "MERGE" TO AUDIT-ACTION.
           MOVE LOSER-ID TO AUDIT-OLD-VALUE.
           MOVE SURVIVOR-ID TO AUDIT-NEW-VALUE.
           PERFORM WRITE-MERGE-AUDIT.

       WRITE-MERGE-AUDIT.
           ACCEPT AUDIT-DATE FROM DATE.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR.
           CALL "AUDIT-SEAL" USING AUDIT-RECORD
           WRITE AUDIT-RECORD.

       RELEASE-COURSE-LOCK.
           MOVE "R" TO LOCK-ACTION.
           CALL "COURSE-LOCK" USING LOCK-ACTION LOCK-HOLDER-NAME
               LOCK-RESULT LOCK-CURRENT-HOLDER.

       CLOSE-AND-QUIT.
           CLOSE STUDENT-MASTER.
           CLOSE ENROLLMENT-MASTER.
           CLOSE COURSES-INDEXED.
           PERFORM RELEASE-COURSE-LOCK.
           STOP RUN.

       END PROGRAM STUDENT-MERGE.
