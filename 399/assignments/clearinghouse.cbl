      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Clearinghouse enrollment reporting -- lenders and the
      *          Clearinghouse want every student's enrollment status
      *          several times a term, and it used to be keyed into
      *          their web screens. Three actions:
      *            B builds ClearinghouseSubmission.txt for a term in
      *              the Clearinghouse's fixed 250-byte layout
      *              (ClearinghouseFormat: A1 header, one D1 per
      *              student status change, T1 trailer). Load comes
      *              from the active EnrollmentMaster rows and each
      *              section's SCH off IndexedCourses; a section
      *              counts only between its own part-of-term start
      *              and end dates on TermCalendar.txt (the blank
      *              full-term row when its part is not on file), so
      *              a student whose second-half sections start late
      *              gets one detail per change in load, each with
      *              the date it took effect. Undergraduates are
      *              full-time at 12 SCH, three-quarter at 9, half at
      *              6; graduate students (class level GR) at 9, 7
      *              and 5. A UNIV-WITHDRAWAL inside the term (its
      *              WTHDRW audit record on AuditTrail.txt) reports
      *              W at the withdrawal's effective date, and a
      *              DegreeMaster conferral inside the term reports
      *              G at the conferral date.
      *            E loads the Clearinghouse's error-return file
      *              (ClearinghouseErrors.txt) into
      *              ClearinghouseWorkList.txt with the student's
      *              name so the registrar can correct the master.
      *            R rebuilds the submission for the students on the
      *              work list only, flagged as a resubmission.
      *          The school and branch codes come off the one-line
      *          ClearinghouseControl.txt.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLEARINGHOUSE-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT TERM-CALENDAR-FILE ASSIGN TO "TermCalendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-CALENDAR-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AuditTrail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "ClearinghouseControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT SUBMISSION-FILE
               ASSIGN TO "ClearinghouseSubmission.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-RETURN-FILE ASSIGN TO "ClearinghouseErrors.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-RETURN-STATUS.
           SELECT WORK-LIST-FILE
               ASSIGN TO "ClearinghouseWorkList.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-LIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT-MASTER.
       COPY EnrollmentFormat.
       FD COURSES-INDEXED.
       COPY CoursesFormat REPLACING STUDENT-RECORD
           BY STUDENT-RECORD-INDEXED.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD DEGREE-MASTER.
       COPY DegreeMasterFormat.
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
       FD AUDIT-FILE.
       COPY AuditFormat.
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           03 CC-SCHOOL-CODE PIC X(6).
           03 FILLER PIC X(1).
           03 CC-BRANCH-CODE PIC X(2).
       FD SUBMISSION-FILE.
       COPY ClearinghouseFormat.
      *>    The Clearinghouse's error return: one E1 row per field
      *>    it refused, echoing our student id.
       FD ERROR-RETURN-FILE.
       01 ERROR-RETURN-RECORD.
           03 CE-RECORD-TYPE PIC X(2).
           03 CE-STUDENT-ID PIC X(20).
           03 CE-ERROR-CODE PIC X(4).
           03 CE-ERROR-FIELD PIC X(20).
           03 CE-ERROR-MESSAGE PIC X(40).
       FD WORK-LIST-FILE.
       01 WORK-LIST-RECORD.
           03 WL-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 WL-NAME PIC X(20).
           03 FILLER PIC X(1).
           03 WL-ERROR-CODE PIC X(4).
           03 FILLER PIC X(1).
           03 WL-ERROR-FIELD PIC X(20).
           03 FILLER PIC X(1).
           03 WL-ERROR-MESSAGE PIC X(40).
           03 FILLER PIC X(1).
           03 WL-LOADED-DATE PIC 9(8).
       WORKING-STORAGE SECTION.
       77 ENROLLMENT-STATUS PIC X(2) VALUE "00".
           88 ENROLLMENT-OK VALUE "00".
           88 NO-MORE-ENROLLMENTS VALUE "46".
       77 COURSES-INDEXED-STATUS PIC X(2) VALUE "00".
           88 COURSES-INDEXED-OK VALUE "00".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 MASTER-OPEN-FLAG PIC X VALUE "N".
           88 MASTER-OPEN VALUE "Y".
       77 DEGREE-MASTER-STATUS PIC X(2) VALUE "00".
           88 DEGREE-MASTER-OK VALUE "00".
       77 TERM-CALENDAR-STATUS PIC X(2) VALUE "00".
           88 TERM-CALENDAR-OK VALUE "00".
       77 AUDIT-FILE-STATUS PIC X(2) VALUE "00".
           88 AUDIT-FILE-OK VALUE "00".
       77 CONTROL-FILE-STATUS PIC X(2) VALUE "00".
           88 CONTROL-FILE-OK VALUE "00".
       77 ERROR-RETURN-STATUS PIC X(2) VALUE "00".
           88 ERROR-RETURN-OK VALUE "00".
       77 WORK-LIST-STATUS PIC X(2) VALUE "00".
           88 WORK-LIST-OK VALUE "00".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 RUN-ACTION PIC X(1) VALUE SPACE.
           88 ACTION-BUILD VALUE "B", "b".
           88 ACTION-RESUBMIT VALUE "R", "r".
           88 ACTION-ERRORS VALUE "E", "e".
       77 RUN-TERM PIC X(6).
       77 RUN-TERM-CODE PIC 9(6).
       77 TERM-BANNER-CODE PIC X(6).
       77 TERM-REGISTRAR-CODE PIC X(6).
       77 TERM-VALID-FLAG PIC X VALUE "N".
           88 TERM-IS-VALID VALUE "Y".
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
       77 SCHOOL-CODE PIC X(6).
       77 BRANCH-CODE PIC X(2).
       77 TERM-START PIC 9(8) VALUE ZERO.
       77 TERM-END PIC 9(8) VALUE ZERO.

      *>    Load thresholds in SCH, undergraduate and graduate.
       77 UG-FULL-SCH PIC 9(2) VALUE 12.
       77 UG-THREE-QUARTER-SCH PIC 9(2) VALUE 9.
       77 UG-HALF-SCH PIC 9(2) VALUE 6.
       77 GR-FULL-SCH PIC 9(2) VALUE 9.
       77 GR-THREE-QUARTER-SCH PIC 9(2) VALUE 7.
       77 GR-HALF-SCH PIC 9(2) VALUE 5.
       77 FULL-SCH PIC 9(2).
       77 THREE-QUARTER-SCH PIC 9(2).
       77 HALF-SCH PIC 9(2).

      *>    The term's part-of-term rows: code, start, end.
       77 POT-COUNT PIC 9(2) VALUE IS 0.
       01 POT-TABLE.
           03 POT-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON POT-COUNT.
               05 PO-POT PIC X(1).
               05 PO-START PIC 9(8).
               05 PO-END PIC 9(8).
       77 POT-IDX PIC 9(2).

      *>    Active term rows, in EnrollmentMaster key order (so a
      *>    student's sections sit together), each carrying its
      *>    section's SCH and dates.
       77 ROW-COUNT PIC 9(5) VALUE IS 0.
       01 ROW-TABLE.
           03 ROW-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON ROW-COUNT.
               05 RW-STUDENT-ID PIC X(9).
               05 RW-SCH PIC 9(3).
               05 RW-START PIC 9(8).
               05 RW-END PIC 9(8).
       77 ROW-IDX PIC 9(5).
       77 FIRST-ROW PIC 9(5).
       77 LAST-ROW PIC 9(5).
       77 GROUP-END-FLAG PIC X.
           88 GROUP-END VALUE "Y".

      *>    Withdrawals and conferrals dated inside the term.
       77 EVENT-COUNT PIC 9(4) VALUE IS 0.
       01 EVENT-TABLE.
           03 EVENT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON EVENT-COUNT.
               05 EV-STUDENT-ID PIC X(9).
               05 EV-STATUS PIC X(1).
               05 EV-DATE PIC 9(8).
               05 EV-DONE-FLAG PIC X(1).
       77 EVENT-IDX PIC 9(4).
       77 EVENT-FOUND-IDX PIC 9(4).

      *>    Students the Clearinghouse sent back, for resubmission.
       77 WORK-COUNT PIC 9(4) VALUE IS 0.
       01 WORK-TABLE.
           03 WORK-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WORK-COUNT.
               05 WK-STUDENT-ID PIC X(9).
       77 WORK-IDX PIC 9(4).
       77 ON-WORK-LIST-FLAG PIC X.
           88 ON-WORK-LIST VALUE "Y".

      *>    One student's candidate change dates, walked in order.
       77 CHANGE-COUNT PIC 9(3) VALUE IS 0.
       01 CHANGE-TABLE.
           03 CHANGE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON CHANGE-COUNT.
               05 CG-DATE PIC 9(8).
               05 CG-WALKED-FLAG PIC X(1).
       77 CHANGE-IDX PIC 9(3).
       77 BEST-IDX PIC 9(3).
       77 CHANGE-DATE PIC 9(8).

       77 CUR-STUDENT-ID PIC X(9).
       77 LOAD-SCH PIC 9(3).
       77 LOAD-STATUS PIC X(1).
       77 LAST-STATUS PIC X(1).
       77 DETAIL-STATUS PIC X(1).
       77 DETAIL-DATE PIC 9(8).
       77 DAY-NUMBER PIC 9(8).
       77 DETAIL-COUNT PIC 9(8) VALUE ZERO.
       77 STUDENT-COUNT PIC 9(6) VALUE ZERO.
       77 WORK-LOADED-COUNT PIC 9(5) VALUE ZERO.
       77 NAME-PART-1 PIC X(20).
       77 NAME-PART-2 PIC X(20).
       77 NAME-PART-3 PIC X(20).
       77 NAME-PART-COUNT PIC 9(2).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.
           PERFORM UNTIL ACTION-BUILD OR ACTION-RESUBMIT
                   OR ACTION-ERRORS
               DISPLAY "B = BUILD SUBMISSION, R = RESUBMIT WORK LIST, "
                   "E = LOAD ERROR RETURN: "
               ACCEPT RUN-ACTION
           END-PERFORM.

           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-OK
               MOVE "Y" TO MASTER-OPEN-FLAG
           END-IF.
           IF ACTION-ERRORS
               PERFORM LOAD-ERROR-RETURN THRU LOAD-ERROR-RETURN-EXIT
           ELSE
               PERFORM BUILD-SUBMISSION THRU BUILD-SUBMISSION-EXIT
           END-IF.
           IF MASTER-OPEN
               CLOSE STUDENT-MASTER
           END-IF.
           STOP RUN.

       BUILD-SUBMISSION.
           OPEN INPUT CONTROL-FILE.
           IF NOT CONTROL-FILE-OK
               DISPLAY "NO ClearinghouseControl.txt ON FILE -- "
                   "SCHOOL CODE UNKNOWN, NOTHING BUILT"
               GO TO BUILD-SUBMISSION-EXIT.
           READ CONTROL-FILE
               AT END MOVE SPACES TO CONTROL-RECORD
           END-READ.
           CLOSE CONTROL-FILE.
           MOVE CC-SCHOOL-CODE TO SCHOOL-CODE.
           MOVE CC-BRANCH-CODE TO BRANCH-CODE.

           PERFORM UNTIL TERM-IS-VALID
               DISPLAY "Enter the term code to report (e.g. FA26): "
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

           PERFORM LOAD-CALENDAR THRU LOAD-CALENDAR-EXIT.
           IF TERM-START IS EQUAL TO ZERO
               DISPLAY "NO FULL-TERM TermCalendar.txt ROW FOR "
                   RUN-TERM-CODE " -- NOTHING BUILT"
               GO TO BUILD-SUBMISSION-EXIT.
           IF ACTION-RESUBMIT
               PERFORM LOAD-WORK-LIST THRU LOAD-WORK-LIST-EXIT
               IF WORK-COUNT IS EQUAL TO ZERO
                   DISPLAY "ClearinghouseWorkList.txt IS EMPTY -- "
                       "NOTHING TO RESUBMIT"
                   GO TO BUILD-SUBMISSION-EXIT
               END-IF
           END-IF.
           PERFORM LOAD-WITHDRAWALS THRU LOAD-WITHDRAWALS-EXIT.
           PERFORM LOAD-CONFERRALS THRU LOAD-CONFERRALS-EXIT.
           PERFORM LOAD-TERM-ROWS THRU LOAD-TERM-ROWS-EXIT.

           OPEN OUTPUT SUBMISSION-FILE.
           MOVE SPACES TO CLEARINGHOUSE-RECORD.
           MOVE "A1" TO CH-RECORD-TYPE.
           MOVE SCHOOL-CODE TO CH-H-SCHOOL-CODE.
           MOVE BRANCH-CODE TO CH-H-BRANCH-CODE.
           MOVE TERM-START TO CH-H-TERM-BEGIN.
           MOVE TERM-END TO CH-H-TERM-END.
           MOVE TODAY-DATE TO CH-H-FILE-DATE.
           IF ACTION-RESUBMIT
               MOVE "R" TO CH-H-REPORT-TYPE
           ELSE
               MOVE "S" TO CH-H-REPORT-TYPE
           END-IF.
           MOVE RUN-TERM-CODE TO CH-H-TERM-CODE.
           WRITE CLEARINGHOUSE-RECORD.

      *>    Enrolled students first, one group of rows at a time.
           MOVE 1 TO FIRST-ROW.
           PERFORM UNTIL FIRST-ROW GREATER THAN ROW-COUNT
               MOVE RW-STUDENT-ID(FIRST-ROW) TO CUR-STUDENT-ID
               MOVE FIRST-ROW TO LAST-ROW
               MOVE "N" TO GROUP-END-FLAG
               PERFORM UNTIL GROUP-END
                   IF LAST-ROW IS EQUAL TO ROW-COUNT
                       MOVE "Y" TO GROUP-END-FLAG
                   ELSE
                       IF RW-STUDENT-ID(LAST-ROW + 1) IS NOT EQUAL
                               TO CUR-STUDENT-ID
                           MOVE "Y" TO GROUP-END-FLAG
                       ELSE
                           ADD 1 TO LAST-ROW
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM REPORT-STUDENT THRU REPORT-STUDENT-EXIT
               COMPUTE FIRST-ROW = LAST-ROW + 1
           END-PERFORM.
      *>    Then anyone withdrawn or graduated with no active rows
      *>    left (a withdrawal drops them all).
           MOVE 1 TO FIRST-ROW.
           MOVE ZERO TO LAST-ROW.
           PERFORM VARYING EVENT-IDX FROM 1 BY 1
                   UNTIL EVENT-IDX GREATER THAN EVENT-COUNT
               IF EV-DONE-FLAG(EVENT-IDX) IS EQUAL TO "N"
                   MOVE EV-STUDENT-ID(EVENT-IDX) TO CUR-STUDENT-ID
                   PERFORM REPORT-STUDENT THRU REPORT-STUDENT-EXIT
               END-IF
           END-PERFORM.

           MOVE SPACES TO CLEARINGHOUSE-RECORD.
           MOVE "T1" TO CH-RECORD-TYPE.
           MOVE DETAIL-COUNT TO CH-T-DETAIL-COUNT.
           WRITE CLEARINGHOUSE-RECORD.
           CLOSE SUBMISSION-FILE.
           DISPLAY STUDENT-COUNT " STUDENT(S), " DETAIL-COUNT
               " DETAIL RECORD(S) WRITTEN TO "
               "ClearinghouseSubmission.txt".
       BUILD-SUBMISSION-EXIT.
           EXIT.

      *>    The blank part-of-term row frames the term; every other
      *>    row for the term is a session a section can name.
       LOAD-CALENDAR.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF NOT TERM-CALENDAR-OK
               GO TO LOAD-CALENDAR-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ TERM-CALENDAR-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               IF TC-TERM-CODE IS EQUAL TO RUN-TERM-CODE
                       AND TC-TERM-START IS NUMERIC
                       AND TC-TERM-END IS NUMERIC
                   IF TC-PART-OF-TERM IS EQUAL TO SPACE
                       MOVE TC-TERM-START TO TERM-START
                       MOVE TC-TERM-END TO TERM-END
                   ELSE
                       IF POT-COUNT IS LESS THAN 20
                           ADD 1 TO POT-COUNT
                           MOVE TC-PART-OF-TERM TO PO-POT(POT-COUNT)
                           MOVE TC-TERM-START TO PO-START(POT-COUNT)
                           MOVE TC-TERM-END TO PO-END(POT-COUNT)
                       END-IF
                   END-IF
               END-IF
               READ TERM-CALENDAR-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE TERM-CALENDAR-FILE.
       LOAD-CALENDAR-EXIT.
           EXIT.

       LOAD-WORK-LIST.
           OPEN INPUT WORK-LIST-FILE.
           IF NOT WORK-LIST-OK
               GO TO LOAD-WORK-LIST-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ WORK-LIST-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR WORK-COUNT IS EQUAL TO 2000
               MOVE WL-STUDENT-ID TO CUR-STUDENT-ID
               PERFORM CHECK-WORK-LIST
               IF NOT ON-WORK-LIST
                   ADD 1 TO WORK-COUNT
                   MOVE WL-STUDENT-ID TO WK-STUDENT-ID(WORK-COUNT)
               END-IF
               READ WORK-LIST-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE WORK-LIST-FILE.
       LOAD-WORK-LIST-EXIT.
           EXIT.

       CHECK-WORK-LIST.
           MOVE "N" TO ON-WORK-LIST-FLAG.
           PERFORM VARYING WORK-IDX FROM 1 BY 1
                   UNTIL WORK-IDX GREATER THAN WORK-COUNT
               IF WK-STUDENT-ID(WORK-IDX) IS EQUAL TO CUR-STUDENT-ID
                   MOVE "Y" TO ON-WORK-LIST-FLAG
               END-IF
           END-PERFORM.

      *>    UNIV-WITHDRAWAL's consolidated WTHDRW record carries the
      *>    effective date as its new value and the student id at
      *>    the front of the detail; the date placing it inside the
      *>    term ties it to this term.
       LOAD-WITHDRAWALS.
           OPEN INPUT AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               GO TO LOAD-WITHDRAWALS-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ AUDIT-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR EVENT-COUNT IS EQUAL TO 2000
               IF AUDIT-ACTION IS EQUAL TO "WTHDRW"
                       AND AUDIT-NEW-VALUE(1:8) IS NUMERIC
                       AND AUDIT-DETAIL(1:22) IS EQUAL TO
                           "UNIVERSITY WITHDRAWAL "
                   MOVE AUDIT-NEW-VALUE(1:8) TO CHANGE-DATE
                   IF CHANGE-DATE IS NOT LESS THAN TERM-START
                           AND CHANGE-DATE IS NOT GREATER THAN
                               TERM-END
                       ADD 1 TO EVENT-COUNT
                       MOVE AUDIT-DETAIL(23:9) TO
                           EV-STUDENT-ID(EVENT-COUNT)
                       MOVE "W" TO EV-STATUS(EVENT-COUNT)
                       MOVE CHANGE-DATE TO EV-DATE(EVENT-COUNT)
                       MOVE "N" TO EV-DONE-FLAG(EVENT-COUNT)
                   END-IF
               END-IF
               READ AUDIT-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
       LOAD-WITHDRAWALS-EXIT.
           EXIT.

      *>    A degree conferred inside the term reports graduated;
      *>    it outranks any withdrawal loaded for the same student.
       LOAD-CONFERRALS.
           OPEN INPUT DEGREE-MASTER.
           IF NOT DEGREE-MASTER-OK
               GO TO LOAD-CONFERRALS-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ DEGREE-MASTER NEXT RECORD
               AT END MOVE 1 TO EOF-FLAG
           END-READ.
           PERFORM UNTIL EOF
               IF DM-CONFERRAL-DATE IS NUMERIC
                       AND DM-CONFERRAL-DATE IS NOT LESS THAN
                           TERM-START
                       AND DM-CONFERRAL-DATE IS NOT GREATER THAN
                           TERM-END
                   MOVE DM-STUDENT-ID TO CUR-STUDENT-ID
                   PERFORM FIND-EVENT
                   IF EVENT-FOUND-IDX IS EQUAL TO ZERO
                           AND EVENT-COUNT IS LESS THAN 2000
                       ADD 1 TO EVENT-COUNT
                       MOVE EVENT-COUNT TO EVENT-FOUND-IDX
                       MOVE DM-STUDENT-ID TO
                           EV-STUDENT-ID(EVENT-FOUND-IDX)
                       MOVE "N" TO EV-DONE-FLAG(EVENT-FOUND-IDX)
                   END-IF
                   IF EVENT-FOUND-IDX IS NOT EQUAL TO ZERO
                       MOVE "G" TO EV-STATUS(EVENT-FOUND-IDX)
                       MOVE DM-CONFERRAL-DATE TO
                           EV-DATE(EVENT-FOUND-IDX)
                   END-IF
               END-IF
               READ DEGREE-MASTER NEXT RECORD
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE DEGREE-MASTER.
       LOAD-CONFERRALS-EXIT.
           EXIT.

       FIND-EVENT.
           MOVE ZERO TO EVENT-FOUND-IDX.
           PERFORM VARYING EVENT-IDX FROM 1 BY 1
                   UNTIL EVENT-IDX GREATER THAN EVENT-COUNT
                   OR EVENT-FOUND-IDX IS NOT EQUAL TO ZERO
               IF EV-STUDENT-ID(EVENT-IDX) IS EQUAL TO CUR-STUDENT-ID
                   MOVE EVENT-IDX TO EVENT-FOUND-IDX
               END-IF
           END-PERFORM.

       LOAD-TERM-ROWS.
           OPEN INPUT ENROLLMENT-MASTER.
           IF NOT ENROLLMENT-OK
               DISPLAY "NO EnrollmentMaster ON FILE -- STATUS "
                   ENROLLMENT-STATUS
               GO TO LOAD-TERM-ROWS-EXIT.
           OPEN INPUT COURSES-INDEXED.
           IF NOT COURSES-INDEXED-OK
               DISPLAY "UNABLE TO OPEN IndexedCourses -- STATUS "
                   COURSES-INDEXED-STATUS
               CLOSE ENROLLMENT-MASTER
               GO TO LOAD-TERM-ROWS-EXIT.
           MOVE LOW-VALUES TO EN-STUDENT-ID.
           MOVE ZEROS TO EN-CRN.
           MOVE ZEROS TO EN-TERM-CODE.
           START ENROLLMENT-MASTER KEY IS GREATER THAN OR EQUAL
                   EN-STUDENT-CRN-TERM-KEY
               INVALID KEY
                   MOVE "46" TO ENROLLMENT-STATUS
           END-START.
           IF NOT NO-MORE-ENROLLMENTS
               READ ENROLLMENT-MASTER NEXT RECORD
                   AT END MOVE "46" TO ENROLLMENT-STATUS
               END-READ
           END-IF.
      *>    Audited sections earn no credit and do not count toward
      *>    enrollment status.
           PERFORM UNTIL NO-MORE-ENROLLMENTS
                   OR ROW-COUNT IS EQUAL TO 20000
               IF ENROLLMENT-ACTIVE
                       AND EN-TERM-CODE IS EQUAL TO RUN-TERM-CODE
                       AND NOT EN-BASIS-AUDIT
                   PERFORM NOTE-TERM-ROW
               END-IF
               READ ENROLLMENT-MASTER NEXT RECORD
                   AT END MOVE "46" TO ENROLLMENT-STATUS
               END-READ
           END-PERFORM.
           CLOSE COURSES-INDEXED.
           CLOSE ENROLLMENT-MASTER.
       LOAD-TERM-ROWS-EXIT.
           EXIT.

       NOTE-TERM-ROW.
           MOVE EN-CRN TO CRN OF STUDENT-RECORD-INDEXED.
           MOVE EN-TERM-CODE TO TERM-CODE OF STUDENT-RECORD-INDEXED.
           READ COURSES-INDEXED KEY IS CRN-TERM-KEY
               INVALID KEY
                   DISPLAY "WARNING: ENROLLED CRN " EN-CRN
                       " NOT ON IndexedCourses -- NOT COUNTED"
               NOT INVALID KEY
                   ADD 1 TO ROW-COUNT
                   MOVE EN-STUDENT-ID TO RW-STUDENT-ID(ROW-COUNT)
                   MOVE ZERO TO RW-SCH(ROW-COUNT)
                   IF SCH OF STUDENT-RECORD-INDEXED IS NUMERIC
                       MOVE SCH OF STUDENT-RECORD-INDEXED TO
                           RW-SCH(ROW-COUNT)
                   END-IF
                   IF EN-CREDITS IS NUMERIC
                           AND EN-CREDITS IS GREATER THAN ZERO
                       MOVE EN-CREDITS TO RW-SCH(ROW-COUNT)
                   END-IF
                   MOVE TERM-START TO RW-START(ROW-COUNT)
                   MOVE TERM-END TO RW-END(ROW-COUNT)
                   IF NOT FULL-TERM-SECTION OF STUDENT-RECORD-INDEXED
                       PERFORM VARYING POT-IDX FROM 1 BY 1
                               UNTIL POT-IDX GREATER THAN POT-COUNT
                           IF PO-POT(POT-IDX) IS EQUAL TO
                                   PART-OF-TERM
                                   OF STUDENT-RECORD-INDEXED
                               MOVE PO-START(POT-IDX) TO
                                   RW-START(ROW-COUNT)
                               MOVE PO-END(POT-IDX) TO
                                   RW-END(ROW-COUNT)
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

      *>    One student: rows FIRST-ROW thru LAST-ROW (none when
      *>    LAST-ROW is below FIRST-ROW). A withdrawal or conferral
      *>    inside the term is reported alone at its date;
      *>    otherwise the load is measured at every section start
      *>    and the day after every section end, and each change in
      *>    status writes a detail dated the day it took effect.
       REPORT-STUDENT.
           IF ACTION-RESUBMIT
               PERFORM CHECK-WORK-LIST
               IF NOT ON-WORK-LIST
                   PERFORM FIND-EVENT
                   IF EVENT-FOUND-IDX IS NOT EQUAL TO ZERO
                       MOVE "Y" TO EV-DONE-FLAG(EVENT-FOUND-IDX)
                   END-IF
                   GO TO REPORT-STUDENT-EXIT
               END-IF
           END-IF.
           PERFORM READ-STUDENT.
           ADD 1 TO STUDENT-COUNT.
           PERFORM FIND-EVENT.
           IF EVENT-FOUND-IDX IS NOT EQUAL TO ZERO
               MOVE "Y" TO EV-DONE-FLAG(EVENT-FOUND-IDX)
               MOVE EV-STATUS(EVENT-FOUND-IDX) TO DETAIL-STATUS
               MOVE EV-DATE(EVENT-FOUND-IDX) TO DETAIL-DATE
               MOVE ZERO TO LOAD-SCH
               PERFORM WRITE-DETAIL
               GO TO REPORT-STUDENT-EXIT.

           IF SM-CLASS-LEVEL IS EQUAL TO "GR"
               MOVE GR-FULL-SCH TO FULL-SCH
               MOVE GR-THREE-QUARTER-SCH TO THREE-QUARTER-SCH
               MOVE GR-HALF-SCH TO HALF-SCH
           ELSE
               MOVE UG-FULL-SCH TO FULL-SCH
               MOVE UG-THREE-QUARTER-SCH TO THREE-QUARTER-SCH
               MOVE UG-HALF-SCH TO HALF-SCH
           END-IF.
           MOVE ZERO TO CHANGE-COUNT.
           PERFORM VARYING ROW-IDX FROM FIRST-ROW BY 1
                   UNTIL ROW-IDX GREATER THAN LAST-ROW
               MOVE RW-START(ROW-IDX) TO CHANGE-DATE
               PERFORM NOTE-CHANGE-DATE
               IF RW-END(ROW-IDX) IS LESS THAN TERM-END
                   COMPUTE DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE(RW-END(ROW-IDX)) + 1
                   COMPUTE CHANGE-DATE =
                       FUNCTION DATE-OF-INTEGER(DAY-NUMBER)
                   PERFORM NOTE-CHANGE-DATE
               END-IF
           END-PERFORM.

           MOVE SPACE TO LAST-STATUS.
           PERFORM FIND-NEXT-CHANGE.
           PERFORM UNTIL BEST-IDX IS EQUAL TO ZERO
               MOVE "Y" TO CG-WALKED-FLAG(BEST-IDX)
               MOVE CG-DATE(BEST-IDX) TO CHANGE-DATE
               PERFORM MEASURE-LOAD
      *>        A gap between sessions with nothing in progress is
      *>        not a reportable status; the last one stands.
               IF LOAD-STATUS IS NOT EQUAL TO SPACE
                       AND LOAD-STATUS IS NOT EQUAL TO LAST-STATUS
                   MOVE LOAD-STATUS TO DETAIL-STATUS
                   MOVE CHANGE-DATE TO DETAIL-DATE
                   PERFORM WRITE-DETAIL
                   MOVE LOAD-STATUS TO LAST-STATUS
               END-IF
               PERFORM FIND-NEXT-CHANGE
           END-PERFORM.
       REPORT-STUDENT-EXIT.
           EXIT.

       NOTE-CHANGE-DATE.
           PERFORM VARYING CHANGE-IDX FROM 1 BY 1
                   UNTIL CHANGE-IDX GREATER THAN CHANGE-COUNT
                   OR CG-DATE(CHANGE-IDX) IS EQUAL TO CHANGE-DATE
               CONTINUE
           END-PERFORM.
           IF CHANGE-IDX GREATER THAN CHANGE-COUNT
                   AND CHANGE-COUNT IS LESS THAN 200
               ADD 1 TO CHANGE-COUNT
               MOVE CHANGE-DATE TO CG-DATE(CHANGE-COUNT)
               MOVE "N" TO CG-WALKED-FLAG(CHANGE-COUNT)
           END-IF.

       FIND-NEXT-CHANGE.
           MOVE ZERO TO BEST-IDX.
           PERFORM VARYING CHANGE-IDX FROM 1 BY 1
                   UNTIL CHANGE-IDX GREATER THAN CHANGE-COUNT
               IF CG-WALKED-FLAG(CHANGE-IDX) IS EQUAL TO "N"
                   IF BEST-IDX IS EQUAL TO ZERO
                       OR CG-DATE(CHANGE-IDX) IS LESS THAN
                           CG-DATE(BEST-IDX)
                       MOVE CHANGE-IDX TO BEST-IDX
                   END-IF
               END-IF
           END-PERFORM.

       MEASURE-LOAD.
           MOVE ZERO TO LOAD-SCH.
           PERFORM VARYING ROW-IDX FROM FIRST-ROW BY 1
                   UNTIL ROW-IDX GREATER THAN LAST-ROW
               IF RW-START(ROW-IDX) IS NOT GREATER THAN CHANGE-DATE
                       AND RW-END(ROW-IDX) IS NOT LESS THAN
                           CHANGE-DATE
                   ADD RW-SCH(ROW-IDX) TO LOAD-SCH
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN LOAD-SCH IS EQUAL TO ZERO
                   MOVE SPACE TO LOAD-STATUS
               WHEN LOAD-SCH IS NOT LESS THAN FULL-SCH
                   MOVE "F" TO LOAD-STATUS
               WHEN LOAD-SCH IS NOT LESS THAN THREE-QUARTER-SCH
                   MOVE "Q" TO LOAD-STATUS
               WHEN LOAD-SCH IS NOT LESS THAN HALF-SCH
                   MOVE "H" TO LOAD-STATUS
               WHEN OTHER
                   MOVE "L" TO LOAD-STATUS
           END-EVALUATE.

       READ-STUDENT.
           MOVE SPACES TO STUDENT-MASTER-RECORD.
           IF MASTER-OPEN
               MOVE CUR-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER KEY IS SM-STUDENT-ID
                   INVALID KEY
                       MOVE SPACES TO STUDENT-MASTER-RECORD
               END-READ
           END-IF.

      *>    The master keeps one name field; its last word is the
      *>    surname, a middle word gives the initial.
       WRITE-DETAIL.
           MOVE SPACES TO NAME-PART-1 NAME-PART-2 NAME-PART-3.
           MOVE ZERO TO NAME-PART-COUNT.
           UNSTRING SM-NAME DELIMITED BY ALL SPACE
               INTO NAME-PART-1 NAME-PART-2 NAME-PART-3
               TALLYING IN NAME-PART-COUNT
           END-UNSTRING.
           MOVE SPACES TO CLEARINGHOUSE-RECORD.
           MOVE "D1" TO CH-RECORD-TYPE.
           MOVE "NO SSN" TO CH-D-SSN.
           EVALUATE TRUE
               WHEN NAME-PART-3 IS NOT EQUAL TO SPACES
                   MOVE NAME-PART-1 TO CH-D-FIRST-NAME
                   MOVE NAME-PART-2(1:1) TO CH-D-MIDDLE-INITIAL
                   MOVE NAME-PART-3 TO CH-D-LAST-NAME
               WHEN NAME-PART-2 IS NOT EQUAL TO SPACES
                   MOVE NAME-PART-1 TO CH-D-FIRST-NAME
                   MOVE NAME-PART-2 TO CH-D-LAST-NAME
               WHEN OTHER
                   MOVE NAME-PART-1 TO CH-D-LAST-NAME
           END-EVALUATE.
           MOVE DETAIL-STATUS TO CH-D-STATUS.
           MOVE DETAIL-DATE TO CH-D-STATUS-DATE.
           MOVE SM-ADDRESS TO CH-D-STREET.
           MOVE SM-CITY TO CH-D-CITY.
           MOVE SM-STATE TO CH-D-STATE.
           MOVE SM-ZIP TO CH-D-ZIP.
           MOVE "USA" TO CH-D-COUNTRY.
           MOVE ZERO TO CH-D-ANTICIPATED-GRAD.
           MOVE ZERO TO CH-D-BIRTH-DATE.
           MOVE TERM-START TO CH-D-TERM-BEGIN.
           MOVE TERM-END TO CH-D-TERM-END.
           IF SM-CONFIDENTIAL
               MOVE "Y" TO CH-D-DIRECTORY-BLOCK
           ELSE
               MOVE "N" TO CH-D-DIRECTORY-BLOCK
           END-IF.
           MOVE CUR-STUDENT-ID TO CH-D-STUDENT-ID.
           MOVE LOAD-SCH TO CH-D-CREDITS.
           WRITE CLEARINGHOUSE-RECORD.
           ADD 1 TO DETAIL-COUNT.

      *>    Each E1 row becomes a work-list line with the name off
      *>    the master; the list replaces the last one loaded.
       LOAD-ERROR-RETURN.
           OPEN INPUT ERROR-RETURN-FILE.
           IF NOT ERROR-RETURN-OK
               DISPLAY "NO ClearinghouseErrors.txt ON FILE -- STATUS "
                   ERROR-RETURN-STATUS
               GO TO LOAD-ERROR-RETURN-EXIT.
           OPEN OUTPUT WORK-LIST-FILE.
           MOVE 0 TO EOF-FLAG.
           READ ERROR-RETURN-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               IF CE-RECORD-TYPE IS EQUAL TO "E1"
                   MOVE CE-STUDENT-ID(1:9) TO CUR-STUDENT-ID
                   PERFORM READ-STUDENT
                   MOVE SPACES TO WORK-LIST-RECORD
                   MOVE CUR-STUDENT-ID TO WL-STUDENT-ID
                   MOVE SM-NAME TO WL-NAME
                   MOVE CE-ERROR-CODE TO WL-ERROR-CODE
                   MOVE CE-ERROR-FIELD TO WL-ERROR-FIELD
                   MOVE CE-ERROR-MESSAGE TO WL-ERROR-MESSAGE
                   MOVE TODAY-DATE TO WL-LOADED-DATE
                   WRITE WORK-LIST-RECORD
                   ADD 1 TO WORK-LOADED-COUNT
               END-IF
               READ ERROR-RETURN-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE ERROR-RETURN-FILE.
           CLOSE WORK-LIST-FILE.
           DISPLAY WORK-LOADED-COUNT " ERROR(S) LOADED TO "
               "ClearinghouseWorkList.txt -- CORRECT THE MASTER, "
               "THEN RUN R TO RESUBMIT".
       LOAD-ERROR-RETURN-EXIT.
           EXIT.

       END PROGRAM CLEARINGHOUSE-REPORT.
