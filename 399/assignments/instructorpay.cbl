      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Term instructor pay run -- adjunct per-section pay
      *          and full-time overload, worked off the same
      *          COURSES-INDEXED INSTRUCTOR-LAST walk INSTRUCTOR-LOAD
      *          totals from, so HR stops keying stipends off the
      *          printed load report. Each instructor's appointment
      *          comes from InstructorAppointments.txt (employee id,
      *          appointment type, contract load in credits, and
      *          per-credit rate, matched on the roster's last and
      *          first name):
      *            - an adjunct is paid rate x credits for every
      *              section taught, one payroll line per CRN;
      *            - a full-time instructor is paid rate x the credits
      *              taught above the contract load, one overload
      *              line for the term.
      *          Sections SECTION-CANCEL has cancelled carry the
      *          deleted flag and earn nothing; the cross-listed
      *          partners of a section already paid are taught once
      *          and paid once. Lines go to InstructorPayroll.txt
      *          with the dated header and counted, amount-totalled
      *          trailer the GL extract's import files carry, and to
      *          the printed InstructorPayRegister.txt. An active
      *          section whose instructor has no appointment, or a
      *          non-numeric SCH, is listed on the register's
      *          exception section instead of being paid or dropped.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 4
      * exceptions listed, 8 fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTRUCTOR-PAY.
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
           SELECT APPOINTMENT-FILE ASSIGN TO
                   "InstructorAppointments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPOINTMENT-STATUS.
           SELECT PAYROLL-FILE ASSIGN TO "InstructorPayroll.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "InstructorPayRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-PARMS-FILE ASSIGN TO "BatchParms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-PARMS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COURSES-INDEXED.
       COPY CoursesFormat REPLACING STUDENT-RECORD
           BY STUDENT-RECORD-INDEXED.
      *>    One line per instructor appointment. Type F is full-time
      *>    (paid only above the contract load), A is adjunct (paid
      *>    every credit); a trailing "D" retires the appointment the
      *>    way MASTER-FILE-MAINT retires a roster entry.
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
       FD PAYROLL-FILE.
       01 PAYROLL-LINE PIC X(60).
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       FD BATCH-PARMS-FILE.
       01 BATCH-PARMS-RECORD.
           03 BP-TERM-CODE PIC 9(6).
           03 FILLER PIC X(12).
       WORKING-STORAGE SECTION.
       77 COURSES-INDEXED-STATUS PIC X(2) VALUE "00".
           88 COURSES-INDEXED-OK VALUE "00".
           88 NO-MORE-MATCHES VALUE "46".
       77 APPOINTMENT-STATUS PIC X(2) VALUE "00".
           88 APPOINTMENT-OK VALUE "00".
       77 BATCH-PARMS-STATUS PIC X(2) VALUE "00".
           88 BATCH-PARMS-OK VALUE "00".
       77 LOAD-EOF-FLAG PIC 9 VALUE IS 0.
           88 LOAD-EOF VALUE IS 1.
       77 RUN-TERM-CODE PIC 9(6) VALUE ZERO.
       77 TERM-BANNER-CODE PIC X(6).
       77 TERM-REGISTRAR-CODE PIC X(6).
       77 TERM-VALID-FLAG PIC X VALUE "N".
           88 TERM-IS-VALID VALUE "Y".
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
       77 SCAN-IDX PIC 9(4).
       77 FOUND-IDX PIC 9(4).
       77 SECTION-CREDITS PIC 9(3).
       77 OVERLOAD-CREDITS PIC 9(3).
       77 PAY-AMOUNT PIC 9(7)V99.
       77 DETAIL-COUNT PIC 9(6) VALUE ZERO.
       77 PAY-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 ADJUNCT-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 OVERLOAD-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 CANCELLED-COUNT PIC 9(5) VALUE ZERO.
       77 CROSS-LIST-SKIPPED PIC 9(5) VALUE ZERO.
       77 EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
       77 PAID-FLAG PIC X VALUE "N".
           88 ALREADY-PAID VALUE "Y".
       77 EXCEPTION-REASON PIC X(24).

      *>    Appointments, with the term's credits taught rolled up
      *>    against each as the sections go by.
       77 APPOINTMENT-COUNT PIC 9(4) VALUE IS 0.
       01 APPOINTMENT-TABLE.
           03 AT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON APPOINTMENT-COUNT.
               05 AT-LAST PIC X(16).
               05 AT-FIRST PIC X(16).
               05 AT-EMPLOYEE-ID PIC X(9).
               05 AT-TYPE PIC X(1).
                   88 AT-FULL-TIME VALUE "F".
                   88 AT-ADJUNCT VALUE "A".
               05 AT-CONTRACT-LOAD PIC 9(2).
               05 AT-RATE PIC 9(5)V99.
               05 AT-CREDITS-TAUGHT PIC 9(3).

      *>    Cross-list groups already paid, per appointment.
       77 PAID-GROUP-COUNT PIC 9(4) VALUE IS 0.
       01 PAID-GROUP-TABLE.
           03 PG-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON PAID-GROUP-COUNT.
               05 PG-APPOINTMENT-IDX PIC 9(4).
               05 PG-GROUP PIC X(2).

      *>    Payroll interface record: employee id, term, earning
      *>    code (ADJ per section, OVL term overload), CRN (zero on
      *>    an overload line), credits paid, amount.
       01 PAYROLL-RECORD.
           03 PR-EMPLOYEE-ID PIC X(9).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PR-TERM-CODE PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PR-EARN-CODE PIC X(3).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PR-CRN PIC 9(5).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PR-CREDITS PIC 9(3).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PR-AMOUNT PIC 9(7)V99.
       01 HEADER-LINE.
           03 FILLER PIC X(4) VALUE "HDR ".
           03 HDR-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 HDR-TERM-CODE PIC 9(6).
           03 FILLER PIC X(16) VALUE " INSTRUCTOR PAY".
       01 TRAILER-LINE.
           03 FILLER PIC X(4) VALUE "TRL ".
           03 TRL-COUNT PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 TRL-AMOUNT PIC 9(9)V99.

       01 REGISTER-LINE.
           03 RG-INSTRUCTOR PIC X(33).
           03 FILLER PIC X(1).
           03 RG-EMPLOYEE-ID PIC X(9).
           03 FILLER PIC X(1).
           03 RG-EARN-CODE PIC X(3).
           03 FILLER PIC X(1).
           03 RG-CRN PIC X(5).
           03 FILLER PIC X(1).
           03 RG-CREDITS PIC ZZ9.
           03 FILLER PIC X(1).
           03 RG-AMOUNT PIC Z,ZZZ,ZZ9.99.
       77 AMOUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
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
               PERFORM UNTIL TERM-IS-VALID
                   DISPLAY "Enter the term code for this run "
                       "(e.g. 202680):"
                   ACCEPT RUN-TERM-CODE
                   CALL "VALIDATE-TERM-CODE" USING RUN-TERM-CODE
                       TERM-BANNER-CODE TERM-REGISTRAR-CODE
                       TERM-VALID-FLAG
                   IF NOT TERM-IS-VALID
                       DISPLAY "REJECTED: " RUN-TERM-CODE
                           " IS NOT ON TermMaster.txt"
                   END-IF
               END-PERFORM
           END-IF.

           PERFORM LOAD-APPOINTMENTS THRU LOAD-APPOINTMENTS-EXIT.
           IF APPOINTMENT-COUNT IS EQUAL TO ZERO
               DISPLAY "NO InstructorAppointments.txt ON FILE -- "
                   "NOTHING TO PAY AGAINST"
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN INPUT COURSES-INDEXED.
           IF NOT COURSES-INDEXED-OK
               DISPLAY "UNABLE TO OPEN IndexedCourses -- STATUS "
                   COURSES-INDEXED-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.
           OPEN OUTPUT PAYROLL-FILE.
           MOVE TODAY-DATE TO HDR-DATE.
           MOVE RUN-TERM-CODE TO HDR-TERM-CODE.
           MOVE HEADER-LINE TO PAYROLL-LINE.
           WRITE PAYROLL-LINE.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "INSTRUCTOR PAY REGISTER   TERM: " DELIMITED BY SIZE
               RUN-TERM-CODE DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "INSTRUCTOR                        EMPLOYEE  "
               & "CODE CRN   CRS       AMOUNT" TO REPORT-LINE.
           WRITE REPORT-LINE.

      *>    Adjunct lines are written as the sections go by; the
      *>    full-time credits only roll up here.
           PERFORM PAY-SECTIONS THRU PAY-SECTIONS-EXIT.
           CLOSE COURSES-INDEXED.

      *>    Then one overload line per full-time instructor over
      *>    contract.
           PERFORM PAY-ONE-OVERLOAD VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX IS GREATER THAN APPOINTMENT-COUNT.

           MOVE DETAIL-COUNT TO TRL-COUNT.
           MOVE PAY-TOTAL TO TRL-AMOUNT.
           MOVE TRAILER-LINE TO PAYROLL-LINE.
           WRITE PAYROLL-LINE.
           CLOSE PAYROLL-FILE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ADJUNCT-TOTAL TO AMOUNT-DISPLAY.
           STRING "ADJUNCT SECTION PAY:    " DELIMITED BY SIZE
               AMOUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE OVERLOAD-TOTAL TO AMOUNT-DISPLAY.
           STRING "FULL-TIME OVERLOAD PAY: " DELIMITED BY SIZE
               AMOUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE PAY-TOTAL TO AMOUNT-DISPLAY.
           STRING "TOTAL TO PAYROLL:       " DELIMITED BY SIZE
               AMOUNT-DISPLAY DELIMITED BY SIZE
               "   LINES: " DELIMITED BY SIZE
               DETAIL-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CANCELLED SECTIONS SKIPPED: " DELIMITED BY SIZE
               CANCELLED-COUNT DELIMITED BY SIZE
               "   CROSS-LISTED PARTNERS NOT REPAID: "
                   DELIMITED BY SIZE
               CROSS-LIST-SKIPPED DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "EXCEPTIONS (NOT PAID): " DELIMITED BY SIZE
               EXCEPTION-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "*** END OF REPORT ***" TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

           DISPLAY DETAIL-COUNT " PAYROLL LINE(S), TOTAL " PAY-TOTAL
               ", " EXCEPTION-COUNT " EXCEPTION(S)".
           IF EXCEPTION-COUNT IS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-APPOINTMENTS.
           OPEN INPUT APPOINTMENT-FILE.
           IF NOT APPOINTMENT-OK
               GO TO LOAD-APPOINTMENTS-EXIT.
           READ APPOINTMENT-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF OR APPOINTMENT-COUNT = 2000
               IF AP-ACTIVE-FLAG IS NOT EQUAL TO "D"
                   ADD 1 TO APPOINTMENT-COUNT
                   MOVE AP-LAST TO AT-LAST(APPOINTMENT-COUNT)
                   MOVE AP-FIRST TO AT-FIRST(APPOINTMENT-COUNT)
                   MOVE AP-EMPLOYEE-ID
                       TO AT-EMPLOYEE-ID(APPOINTMENT-COUNT)
                   MOVE AP-TYPE TO AT-TYPE(APPOINTMENT-COUNT)
                   MOVE ZERO TO AT-CONTRACT-LOAD(APPOINTMENT-COUNT)
                   IF AP-CONTRACT-LOAD IS NUMERIC
                       MOVE AP-CONTRACT-LOAD
                           TO AT-CONTRACT-LOAD(APPOINTMENT-COUNT)
                   END-IF
                   MOVE ZERO TO AT-RATE(APPOINTMENT-COUNT)
                   IF AP-RATE IS NUMERIC
                       MOVE AP-RATE TO AT-RATE(APPOINTMENT-COUNT)
                   END-IF
                   MOVE ZERO TO AT-CREDITS-TAUGHT(APPOINTMENT-COUNT)
               END-IF
               READ APPOINTMENT-FILE
                   AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE APPOINTMENT-FILE.
       LOAD-APPOINTMENTS-EXIT.
           EXIT.

       PAY-SECTIONS.
           MOVE LOW-VALUES TO INSTRUCTOR-LAST OF STUDENT-RECORD-INDEXED.
           START COURSES-INDEXED KEY IS GREATER THAN OR EQUAL
                   INSTRUCTOR-LAST OF STUDENT-RECORD-INDEXED
               INVALID KEY
                   DISPLAY "NO SECTIONS ON FILE"
                   GO TO PAY-SECTIONS-EXIT
           END-START.
           READ COURSES-INDEXED NEXT RECORD
               AT END MOVE "46" TO COURSES-INDEXED-STATUS
           END-READ.
           PERFORM PAY-ONE-SECTION UNTIL NO-MORE-MATCHES.
       PAY-SECTIONS-EXIT.
           EXIT.

       PAY-ONE-SECTION.
           IF TERM-CODE OF STUDENT-RECORD-INDEXED IS EQUAL TO
                   RUN-TERM-CODE
               IF SECTION-DELETED OF STUDENT-RECORD-INDEXED
                   ADD 1 TO CANCELLED-COUNT
               ELSE
                   PERFORM PRICE-ONE-SECTION THRU
                       PRICE-ONE-SECTION-EXIT
               END-IF
           END-IF.
           READ COURSES-INDEXED NEXT RECORD
               AT END MOVE "46" TO COURSES-INDEXED-STATUS
           END-READ.

       PRICE-ONE-SECTION.
           MOVE ZERO TO FOUND-IDX.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX IS GREATER THAN APPOINTMENT-COUNT
                       OR FOUND-IDX IS GREATER THAN ZERO
               IF AT-LAST(SCAN-IDX) IS EQUAL TO
                       INSTRUCTOR-LAST OF STUDENT-RECORD-INDEXED
                   AND AT-FIRST(SCAN-IDX) IS EQUAL TO
                       INSTRUCTOR-FIRST OF STUDENT-RECORD-INDEXED
                   MOVE SCAN-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.
           IF FOUND-IDX IS EQUAL TO ZERO
               MOVE "NO APPOINTMENT ON FILE" TO EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION
               GO TO PRICE-ONE-SECTION-EXIT.
           IF SCH OF STUDENT-RECORD-INDEXED IS NOT NUMERIC
               MOVE "SCH NOT NUMERIC" TO EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION
               GO TO PRICE-ONE-SECTION-EXIT.
           IF NOT AT-FULL-TIME(FOUND-IDX) AND NOT AT-ADJUNCT(FOUND-IDX)
               MOVE "UNKNOWN APPOINTMENT TYPE" TO EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION
               GO TO PRICE-ONE-SECTION-EXIT.

      *>    A cross-listed group meets as one class: the first
      *>    member this instructor reaches is paid, the partners
      *>    are not.
           IF NOT NOT-CROSS-LISTED OF STUDENT-RECORD-INDEXED
               MOVE "N" TO PAID-FLAG
               PERFORM VARYING SCAN-IDX FROM 1 BY 1
                       UNTIL SCAN-IDX IS GREATER THAN PAID-GROUP-COUNT
                   IF PG-APPOINTMENT-IDX(SCAN-IDX) IS EQUAL TO
                           FOUND-IDX
                       AND PG-GROUP(SCAN-IDX) IS EQUAL TO
                           CROSS-LIST-GROUP OF STUDENT-RECORD-INDEXED
                       MOVE "Y" TO PAID-FLAG
                   END-IF
               END-PERFORM
               IF ALREADY-PAID
                   ADD 1 TO CROSS-LIST-SKIPPED
                   GO TO PRICE-ONE-SECTION-EXIT
               END-IF
               IF PAID-GROUP-COUNT IS LESS THAN 2000
                   ADD 1 TO PAID-GROUP-COUNT
                   MOVE FOUND-IDX
                       TO PG-APPOINTMENT-IDX(PAID-GROUP-COUNT)
                   MOVE CROSS-LIST-GROUP OF STUDENT-RECORD-INDEXED
                       TO PG-GROUP(PAID-GROUP-COUNT)
               END-IF
           END-IF.

           MOVE SCH OF STUDENT-RECORD-INDEXED TO SECTION-CREDITS.
           IF AT-FULL-TIME(FOUND-IDX)
               ADD SECTION-CREDITS TO AT-CREDITS-TAUGHT(FOUND-IDX)
               GO TO PRICE-ONE-SECTION-EXIT.

           COMPUTE PAY-AMOUNT ROUNDED =
               SECTION-CREDITS * AT-RATE(FOUND-IDX).
           MOVE SPACES TO PAYROLL-RECORD.
           MOVE AT-EMPLOYEE-ID(FOUND-IDX) TO PR-EMPLOYEE-ID.
           MOVE RUN-TERM-CODE TO PR-TERM-CODE.
           MOVE "ADJ" TO PR-EARN-CODE.
           MOVE CRN OF STUDENT-RECORD-INDEXED TO PR-CRN.
           MOVE SECTION-CREDITS TO PR-CREDITS.
           MOVE PAY-AMOUNT TO PR-AMOUNT.
           PERFORM WRITE-PAYROLL-RECORD.
           ADD PAY-AMOUNT TO ADJUNCT-TOTAL.
       PRICE-ONE-SECTION-EXIT.
           EXIT.

       PAY-ONE-OVERLOAD.
           IF AT-FULL-TIME(SCAN-IDX)
                   AND AT-CREDITS-TAUGHT(SCAN-IDX) IS GREATER THAN
                       AT-CONTRACT-LOAD(SCAN-IDX)
               COMPUTE OVERLOAD-CREDITS = AT-CREDITS-TAUGHT(SCAN-IDX)
                   - AT-CONTRACT-LOAD(SCAN-IDX)
               COMPUTE PAY-AMOUNT ROUNDED =
                   OVERLOAD-CREDITS * AT-RATE(SCAN-IDX)
               MOVE SPACES TO PAYROLL-RECORD
               MOVE AT-EMPLOYEE-ID(SCAN-IDX) TO PR-EMPLOYEE-ID
               MOVE RUN-TERM-CODE TO PR-TERM-CODE
               MOVE "OVL" TO PR-EARN-CODE
               MOVE ZERO TO PR-CRN
               MOVE OVERLOAD-CREDITS TO PR-CREDITS
               MOVE PAY-AMOUNT TO PR-AMOUNT
               MOVE SCAN-IDX TO FOUND-IDX
               PERFORM WRITE-PAYROLL-RECORD
               ADD PAY-AMOUNT TO OVERLOAD-TOTAL
           END-IF.

       WRITE-PAYROLL-RECORD.
           ADD 1 TO DETAIL-COUNT.
           ADD PR-AMOUNT TO PAY-TOTAL.
           MOVE PAYROLL-RECORD TO PAYROLL-LINE.
           WRITE PAYROLL-LINE.
           MOVE SPACES TO REGISTER-LINE.
           CALL "FIX-NAME" USING BY REFERENCE AT-FIRST(FOUND-IDX)
               AT-LAST(FOUND-IDX) RG-INSTRUCTOR.
           MOVE PR-EMPLOYEE-ID TO RG-EMPLOYEE-ID.
           MOVE PR-EARN-CODE TO RG-EARN-CODE.
           IF PR-CRN IS GREATER THAN ZERO
               MOVE PR-CRN TO RG-CRN
           END-IF.
           MOVE PR-CREDITS TO RG-CREDITS.
           MOVE PR-AMOUNT TO RG-AMOUNT.
           MOVE REGISTER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT.
           MOVE SPACES TO REGISTER-LINE.
           CALL "FIX-NAME" USING BY REFERENCE
               INSTRUCTOR-FIRST OF STUDENT-RECORD-INDEXED
               INSTRUCTOR-LAST OF STUDENT-RECORD-INDEXED RG-INSTRUCTOR.
           MOVE SPACES TO REPORT-LINE.
           STRING RG-INSTRUCTOR DELIMITED BY SIZE
               " CRN " DELIMITED BY SIZE
               CRN OF STUDENT-RECORD-INDEXED DELIMITED BY SIZE
               " NOT PAID: " DELIMITED BY SIZE
               EXCEPTION-REASON DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM INSTRUCTOR-PAY.
