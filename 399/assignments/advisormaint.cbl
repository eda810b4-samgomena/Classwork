      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Advisor master, advisee assignment and advising
      *          clearance maintenance -- nothing recorded who
      *          advised whom, and the ADVISE hold on
      *          StudentHolds.txt was released by hand off emails.
      *          This screen keeps AdvisorMaster.txt (instructors
      *          off InstructorRoster.txt who take advisees, with the
      *          department whose majors they advise), appends
      *          advisee assignments to AdviseeAssignments.txt
      *          (student, advisor, effective term) and records the
      *          per-term advising clearance on
      *          AdvisingClearance.txt that STUDENT-REGISTRATION
      *          checks before a student's first add. Clearing a
      *          student also releases any active ADVISE hold, so
      *          the two never disagree. Operator sign-on gates
      *          changes at level 2, and every change cuts an audit
      *          record, the convention STUDENT-HOLDS and
      *          MASTER-FILE-MAINT follow.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVISOR-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADVISOR-FILE ASSIGN TO "AdvisorMaster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADVISOR-STATUS.
           SELECT ASSIGN-FILE ASSIGN TO "AdviseeAssignments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASSIGN-STATUS.
           SELECT CLEARANCE-FILE ASSIGN TO "AdvisingClearance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLEARANCE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO "InstructorRoster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "StudentHolds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDS-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AuditTrail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ADVISOR-FILE.
       COPY AdvisorMasterFormat.
       FD ASSIGN-FILE.
       COPY AdviseeAssignFormat.
       FD CLEARANCE-FILE.
       COPY AdvisingClearanceFormat.
       FD ROSTER-FILE.
       01 ROSTER-RECORD.
           03 RR-LAST PIC X(16).
           03 RR-FIRST PIC X(16).
           03 RR-ACTIVE-FLAG PIC X(1).
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
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD AUDIT-FILE.
       COPY AuditFormat.
       WORKING-STORAGE SECTION.
       77 ADVISOR-STATUS PIC X(2) VALUE "00".
           88 ADVISOR-OK VALUE "00".
       77 ASSIGN-STATUS PIC X(2) VALUE "00".
           88 ASSIGN-OK VALUE "00".
       77 CLEARANCE-STATUS PIC X(2) VALUE "00".
           88 CLEARANCE-OK VALUE "00".
       77 ROSTER-STATUS PIC X(2) VALUE "00".
           88 ROSTER-OK VALUE "00".
       77 HOLDS-STATUS PIC X(2) VALUE "00".
           88 HOLDS-OK VALUE "00".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 LOAD-EOF-FLAG PIC 9 VALUE IS 0.
           88 LOAD-EOF VALUE IS 1.
       77 ACTION PIC X.
       77 OPERATOR-ID PIC X(8) VALUE SPACES.
       77 AUTH-LEVEL PIC 9 VALUE ZERO.
       77 SIGNED-ON-FLAG PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
       77 INPUT-STUDENT-ID PIC X(9).
       77 INPUT-LAST PIC X(16).
       77 INPUT-FIRST PIC X(16).
       77 INPUT-DEPARTMENT PIC X(6).
       77 INPUT-TERM PIC X(6).
       77 TERM-BANNER-CODE PIC X(6).
       77 TERM-REGISTRAR-CODE PIC X(6).
       77 TERM-VALID-FLAG PIC X VALUE "N".
           88 TERM-IS-VALID VALUE "Y".
       77 CLEARANCE-TERM PIC 9(6).
       77 SCAN-IDX PIC 9(4).
       77 FOUND-IDX PIC 9(4).
       77 FOUND-FLAG PIC X VALUE "N".
           88 ENTRY-FOUND VALUE "Y".
       77 HOLDS-RELEASED PIC 9(3) VALUE ZERO.
       77 ADVISOR-CHANGED-FLAG PIC X VALUE "N".
           88 ADVISORS-CHANGED VALUE "Y".

       77 ADVISOR-COUNT PIC 9(4) VALUE IS 0.
       01 ADVISOR-TABLE.
           03 ADVISOR-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON ADVISOR-COUNT.
               05 AT-LAST PIC X(16).
               05 AT-FIRST PIC X(16).
               05 AT-DEPARTMENT PIC X(6).
               05 AT-ACTIVE-FLAG PIC X(1).
                   88 AT-DEACTIVATED VALUE "D".
       77 ROSTER-COUNT PIC 9(4) VALUE IS 0.
       01 ROSTER-TABLE.
           03 ROSTER-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON ROSTER-COUNT.
               05 RT-LAST PIC X(16).
               05 RT-FIRST PIC X(16).
               05 RT-ACTIVE-FLAG PIC X(1).
                   88 RT-DEACTIVATED VALUE "D".
       77 HOLD-COUNT PIC 9(4) VALUE IS 0.
       01 HOLD-TABLE.
           03 HOLD-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON HOLD-COUNT.
               05 HT-STUDENT-ID PIC X(9).
               05 HT-HOLD-TYPE PIC X(6).
               05 HT-PLACED-BY PIC X(8).
               05 HT-PLACED-DATE PIC 9(8).
               05 HT-STATUS PIC X(1).
                   88 HT-ACTIVE VALUE "A".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "OPERATOR-SIGN-ON" USING OPERATOR-ID AUTH-LEVEL
               SIGNED-ON-FLAG.
           IF NOT OPERATOR-SIGNED-ON
               STOP RUN.

           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.

           OPEN EXTEND AUDIT-FILE.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR.
           PERFORM LOAD-ADVISORS THRU LOAD-ADVISORS-EXIT.

           DISPLAY "Enter an action (M to add an advisor, X to "
               "deactivate one, A to assign a student, C to clear "
               "a student for a term, R to revoke a clearance, V to "
               "view a student, L to list advisors): ".
           ACCEPT ACTION.

      *>    Level 1 views and lists; changes take level 2.
           IF (ACTION = "M" OR "m" OR "X" OR "x" OR "A" OR "a"
                   OR "C" OR "c" OR "R" OR "r")
                   AND AUTH-LEVEL IS LESS THAN 2
               DISPLAY "NOT AUTHORIZED -- LEVEL 2 REQUIRED"
               MOVE "?" TO ACTION.

           IF ACTION = "M" OR "m"
               PERFORM ADD-ADVISOR THRU ADD-ADVISOR-EXIT.

           IF ACTION = "X" OR "x"
               PERFORM DEACTIVATE-ADVISOR THRU
                   DEACTIVATE-ADVISOR-EXIT.

           IF ACTION = "A" OR "a"
               PERFORM ASSIGN-ADVISEE THRU ASSIGN-ADVISEE-EXIT.

           IF ACTION = "C" OR "c"
               PERFORM CLEAR-STUDENT THRU CLEAR-STUDENT-EXIT.

           IF ACTION = "R" OR "r"
               PERFORM REVOKE-CLEARANCE THRU REVOKE-CLEARANCE-EXIT.

           IF ACTION = "V" OR "v"
               PERFORM VIEW-STUDENT THRU VIEW-STUDENT-EXIT.

           IF ACTION = "L" OR "l"
               PERFORM VARYING SCAN-IDX FROM 1 BY 1
                       UNTIL SCAN-IDX GREATER THAN ADVISOR-COUNT
                   DISPLAY AT-LAST(SCAN-IDX) " "
                       AT-FIRST(SCAN-IDX) " "
                       AT-DEPARTMENT(SCAN-IDX) " "
                       AT-ACTIVE-FLAG(SCAN-IDX)
               END-PERFORM.

           IF ADVISORS-CHANGED
               PERFORM SAVE-ADVISORS.
           CLOSE AUDIT-FILE.
           STOP RUN.

       LOAD-ADVISORS.
           MOVE 0 TO LOAD-EOF-FLAG.
           OPEN INPUT ADVISOR-FILE.
           IF NOT ADVISOR-OK
               GO TO LOAD-ADVISORS-EXIT.
           READ ADVISOR-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF OR ADVISOR-COUNT IS EQUAL TO 500
               ADD 1 TO ADVISOR-COUNT
               MOVE AM-LAST TO AT-LAST(ADVISOR-COUNT)
               MOVE AM-FIRST TO AT-FIRST(ADVISOR-COUNT)
               MOVE AM-DEPARTMENT TO AT-DEPARTMENT(ADVISOR-COUNT)
               MOVE AM-ACTIVE-FLAG TO AT-ACTIVE-FLAG(ADVISOR-COUNT)
               READ ADVISOR-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE ADVISOR-FILE.
       LOAD-ADVISORS-EXIT.
           EXIT.

       SAVE-ADVISORS.
           OPEN OUTPUT ADVISOR-FILE.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX GREATER THAN ADVISOR-COUNT
               MOVE SPACES TO ADVISOR-MASTER-RECORD
               MOVE AT-LAST(SCAN-IDX) TO AM-LAST
               MOVE AT-FIRST(SCAN-IDX) TO AM-FIRST
               MOVE AT-DEPARTMENT(SCAN-IDX) TO AM-DEPARTMENT
               MOVE AT-ACTIVE-FLAG(SCAN-IDX) TO AM-ACTIVE-FLAG
               WRITE ADVISOR-MASTER-RECORD
           END-PERFORM.
           CLOSE ADVISOR-FILE.

       LOAD-ROSTER.
           MOVE 0 TO LOAD-EOF-FLAG.
           OPEN INPUT ROSTER-FILE.
           IF NOT ROSTER-OK
               GO TO LOAD-ROSTER-EXIT.
           READ ROSTER-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF OR ROSTER-COUNT IS EQUAL TO 500
               ADD 1 TO ROSTER-COUNT
               MOVE RR-LAST TO RT-LAST(ROSTER-COUNT)
               MOVE RR-FIRST TO RT-FIRST(ROSTER-COUNT)
               MOVE RR-ACTIVE-FLAG TO RT-ACTIVE-FLAG(ROSTER-COUNT)
               READ ROSTER-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE ROSTER-FILE.
       LOAD-ROSTER-EXIT.
           EXIT.

      *>    The advisor to look for rides in INPUT-LAST and
      *>    INPUT-FIRST.
       FIND-ADVISOR.
           MOVE ZERO TO FOUND-IDX.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX GREATER THAN ADVISOR-COUNT
                   OR FOUND-IDX IS NOT EQUAL TO ZERO
               IF AT-LAST(SCAN-IDX) IS EQUAL TO INPUT-LAST
                       AND AT-FIRST(SCAN-IDX) IS EQUAL TO INPUT-FIRST
                   MOVE SCAN-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.

       ACCEPT-ADVISOR-NAME.
           DISPLAY "ADVISOR LAST NAME: ".
           ACCEPT INPUT-LAST.
           DISPLAY "ADVISOR FIRST NAME: ".
           ACCEPT INPUT-FIRST.

      *>    Any term form VALIDATE-TERM-CODE takes; the banner form
      *>    is what the files carry.
       ACCEPT-TERM.
           DISPLAY "TERM (e.g. 202680 or FA26): ".
           ACCEPT INPUT-TERM.
           CALL "VALIDATE-TERM-CODE" USING INPUT-TERM
               TERM-BANNER-CODE TERM-REGISTRAR-CODE TERM-VALID-FLAG.
           IF TERM-IS-VALID
               MOVE TERM-BANNER-CODE TO CLEARANCE-TERM
           ELSE
               DISPLAY "REJECTED: " INPUT-TERM
                   " IS NOT ON TermMaster.txt"
           END-IF.

      *>    An advisor must be an active instructor on the roster.
       ADD-ADVISOR.
           PERFORM ACCEPT-ADVISOR-NAME.
           DISPLAY "DEPARTMENT WHOSE MAJORS THE ADVISOR TAKES: ".
           ACCEPT INPUT-DEPARTMENT.
           PERFORM LOAD-ROSTER THRU LOAD-ROSTER-EXIT.
           MOVE "N" TO FOUND-FLAG.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX GREATER THAN ROSTER-COUNT
                   OR ENTRY-FOUND
               IF RT-LAST(SCAN-IDX) IS EQUAL TO INPUT-LAST
                       AND RT-FIRST(SCAN-IDX) IS EQUAL TO INPUT-FIRST
                       AND NOT RT-DEACTIVATED(SCAN-IDX)
                   MOVE "Y" TO FOUND-FLAG
               END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND
               DISPLAY "REJECTED -- NOT AN ACTIVE INSTRUCTOR ON "
                   "InstructorRoster.txt"
               GO TO ADD-ADVISOR-EXIT.
           IF INPUT-DEPARTMENT IS EQUAL TO SPACES
               DISPLAY "REJECTED -- DEPARTMENT IS REQUIRED"
               GO TO ADD-ADVISOR-EXIT.
           PERFORM FIND-ADVISOR.
           IF FOUND-IDX IS NOT EQUAL TO ZERO
               IF NOT AT-DEACTIVATED(FOUND-IDX)
                       AND AT-DEPARTMENT(FOUND-IDX) IS EQUAL TO
                           INPUT-DEPARTMENT
                   DISPLAY "THAT ADVISOR IS ALREADY ON FILE"
                   GO TO ADD-ADVISOR-EXIT
               END-IF
      *>        Re-adding reuses the row, the MASTER-FILE-MAINT
      *>        convention.
               MOVE AT-DEPARTMENT(FOUND-IDX) TO AUDIT-OLD-VALUE
           ELSE
               IF ADVISOR-COUNT IS EQUAL TO 500
                   DISPLAY "ADVISOR TABLE IS FULL -- NOT ADDED"
                   GO TO ADD-ADVISOR-EXIT
               END-IF
               ADD 1 TO ADVISOR-COUNT
               MOVE ADVISOR-COUNT TO FOUND-IDX
               MOVE INPUT-LAST TO AT-LAST(FOUND-IDX)
               MOVE INPUT-FIRST TO AT-FIRST(FOUND-IDX)
               MOVE SPACES TO AUDIT-OLD-VALUE
           END-IF.
           MOVE INPUT-DEPARTMENT TO AT-DEPARTMENT(FOUND-IDX).
           MOVE SPACE TO AT-ACTIVE-FLAG(FOUND-IDX).
           MOVE "Y" TO ADVISOR-CHANGED-FLAG.
           MOVE "ADD" TO AUDIT-ACTION.
           MOVE "ADVISOR" TO AUDIT-FIELD-NAME.
           MOVE INPUT-DEPARTMENT TO AUDIT-NEW-VALUE.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "ADVISOR " DELIMITED BY SIZE
               INPUT-LAST DELIMITED BY SPACE
               ", " DELIMITED BY SIZE
               INPUT-FIRST DELIMITED BY SPACE
               INTO AUDIT-DETAIL.
           PERFORM WRITE-ADVISING-AUDIT.
           DISPLAY "ADVISOR ADDED".
       ADD-ADVISOR-EXIT.
           EXIT.

      *>    Deactivation stops new assignments; the advisor's
      *>    current advisees keep the assignment until moved.
       DEACTIVATE-ADVISOR.
           PERFORM ACCEPT-ADVISOR-NAME.
           PERFORM FIND-ADVISOR.
           IF FOUND-IDX IS EQUAL TO ZERO
               DISPLAY "NOT ON FILE"
               GO TO DEACTIVATE-ADVISOR-EXIT.
           IF AT-DEACTIVATED(FOUND-IDX)
               DISPLAY "ALREADY DEACTIVATED"
               GO TO DEACTIVATE-ADVISOR-EXIT.
           MOVE "D" TO AT-ACTIVE-FLAG(FOUND-IDX).
           MOVE "Y" TO ADVISOR-CHANGED-FLAG.
           MOVE "DEACT" TO AUDIT-ACTION.
           MOVE "ADVISOR" TO AUDIT-FIELD-NAME.
           MOVE SPACE TO AUDIT-OLD-VALUE.
           MOVE "D" TO AUDIT-NEW-VALUE.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "ADVISOR " DELIMITED BY SIZE
               INPUT-LAST DELIMITED BY SPACE
               ", " DELIMITED BY SIZE
               INPUT-FIRST DELIMITED BY SPACE
               " DEACTIVATED" DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           PERFORM WRITE-ADVISING-AUDIT.
           DISPLAY "ADVISOR DEACTIVATED".
       DEACTIVATE-ADVISOR-EXIT.
           EXIT.

      *>    A last name of NONE ends the student's assignment.
       ASSIGN-ADVISEE.
           DISPLAY "STUDENT ID: ".
           ACCEPT INPUT-STUDENT-ID.
           PERFORM CHECK-STUDENT THRU CHECK-STUDENT-EXIT.
           IF NOT ENTRY-FOUND
               GO TO ASSIGN-ADVISEE-EXIT.
           PERFORM ACCEPT-ADVISOR-NAME.
           IF INPUT-LAST IS NOT EQUAL TO "NONE"
               PERFORM FIND-ADVISOR
               IF FOUND-IDX IS EQUAL TO ZERO
                   DISPLAY "REJECTED -- NOT ON AdvisorMaster.txt"
                   GO TO ASSIGN-ADVISEE-EXIT
               END-IF
               IF AT-DEACTIVATED(FOUND-IDX)
                   DISPLAY "REJECTED -- ADVISOR IS DEACTIVATED"
                   GO TO ASSIGN-ADVISEE-EXIT
               END-IF
           END-IF.
           DISPLAY "EFFECTIVE ".
           PERFORM ACCEPT-TERM.
           IF NOT TERM-IS-VALID
               GO TO ASSIGN-ADVISEE-EXIT.

           OPEN EXTEND ASSIGN-FILE.
           IF NOT ASSIGN-OK
               OPEN OUTPUT ASSIGN-FILE.
           MOVE SPACES TO ADVISEE-ASSIGN-RECORD.
           MOVE INPUT-STUDENT-ID TO AA-STUDENT-ID.
           MOVE INPUT-LAST TO AA-ADVISOR-LAST.
           MOVE INPUT-FIRST TO AA-ADVISOR-FIRST.
           MOVE CLEARANCE-TERM TO AA-EFFECTIVE-TERM.
           MOVE OPERATOR-ID TO AA-ASSIGNED-BY.
           MOVE TODAY-DATE TO AA-ASSIGNED-DATE.
           WRITE ADVISEE-ASSIGN-RECORD.
           CLOSE ASSIGN-FILE.

           MOVE "ADVISE" TO AUDIT-ACTION.
           MOVE "ADVISOR-ASSIGN" TO AUDIT-FIELD-NAME.
           MOVE INPUT-STUDENT-ID TO AUDIT-OLD-VALUE.
           MOVE INPUT-LAST TO AUDIT-NEW-VALUE.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "ADVISEE ASSIGNED EFFECTIVE " DELIMITED BY SIZE
               CLEARANCE-TERM DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           PERFORM WRITE-ADVISING-AUDIT.
           DISPLAY INPUT-STUDENT-ID " ASSIGNED".
       ASSIGN-ADVISEE-EXIT.
           EXIT.

       CHECK-STUDENT.
           MOVE "N" TO FOUND-FLAG.
           OPEN INPUT STUDENT-MASTER.
           IF NOT STUDENT-MASTER-OK
               DISPLAY "NO StudentMaster ON FILE"
               GO TO CHECK-STUDENT-EXIT.
           MOVE INPUT-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER KEY IS SM-STUDENT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF STUDENT-ACTIVE
                       MOVE "Y" TO FOUND-FLAG
                   END-IF
           END-READ.
           CLOSE STUDENT-MASTER.
           IF NOT ENTRY-FOUND
               DISPLAY "NOT ON FILE: " INPUT-STUDENT-ID.
       CHECK-STUDENT-EXIT.
           EXIT.

       CLEAR-STUDENT.
           DISPLAY "STUDENT ID: ".
           ACCEPT INPUT-STUDENT-ID.
           PERFORM CHECK-STUDENT THRU CHECK-STUDENT-EXIT.
           IF NOT ENTRY-FOUND
               GO TO CLEAR-STUDENT-EXIT.
           PERFORM ACCEPT-TERM.
           IF NOT TERM-IS-VALID
               GO TO CLEAR-STUDENT-EXIT.
           MOVE "C" TO AC-STATUS.
           PERFORM WRITE-CLEARANCE-ROW.
           MOVE "CLEARED FOR REGISTRATION" TO AUDIT-DETAIL.
           PERFORM WRITE-CLEARANCE-AUDIT.
           PERFORM RELEASE-ADVISE-HOLD THRU RELEASE-ADVISE-HOLD-EXIT.
           DISPLAY INPUT-STUDENT-ID " CLEARED FOR " CLEARANCE-TERM.
       CLEAR-STUDENT-EXIT.
           EXIT.

       REVOKE-CLEARANCE.
           DISPLAY "STUDENT ID: ".
           ACCEPT INPUT-STUDENT-ID.
           PERFORM ACCEPT-TERM.
           IF NOT TERM-IS-VALID
               GO TO REVOKE-CLEARANCE-EXIT.
           MOVE "R" TO AC-STATUS.
           PERFORM WRITE-CLEARANCE-ROW.
           MOVE "ADVISING CLEARANCE REVOKED" TO AUDIT-DETAIL.
           PERFORM WRITE-CLEARANCE-AUDIT.
           DISPLAY INPUT-STUDENT-ID " CLEARANCE REVOKED FOR "
               CLEARANCE-TERM.
       REVOKE-CLEARANCE-EXIT.
           EXIT.

      *>    The status to write rides in AC-STATUS.
       WRITE-CLEARANCE-ROW.
           MOVE AC-STATUS TO FOUND-FLAG.
           OPEN EXTEND CLEARANCE-FILE.
           IF NOT CLEARANCE-OK
               OPEN OUTPUT CLEARANCE-FILE.
           MOVE SPACES TO ADVISING-CLEARANCE-RECORD.
           MOVE FOUND-FLAG TO AC-STATUS.
           MOVE INPUT-STUDENT-ID TO AC-STUDENT-ID.
           MOVE CLEARANCE-TERM TO AC-TERM-CODE.
           MOVE OPERATOR-ID TO AC-CLEARED-BY.
           MOVE TODAY-DATE TO AC-CLEARED-DATE.
           WRITE ADVISING-CLEARANCE-RECORD.
           CLOSE CLEARANCE-FILE.

       WRITE-CLEARANCE-AUDIT.
           MOVE "ADVISE" TO AUDIT-ACTION.
           MOVE "ADVISE-CLEARANCE" TO AUDIT-FIELD-NAME.
           MOVE INPUT-STUDENT-ID TO AUDIT-OLD-VALUE.
           MOVE SPACES TO AUDIT-NEW-VALUE.
           STRING CLEARANCE-TERM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AC-STATUS DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUE.
           PERFORM WRITE-ADVISING-AUDIT.

      *>    The ADVISE hold is what clearance replaces; release it
      *>    the way STUDENT-HOLDS does, with its own HOLD audit.
       RELEASE-ADVISE-HOLD.
           MOVE ZERO TO HOLDS-RELEASED.
           MOVE 0 TO LOAD-EOF-FLAG.
           OPEN INPUT HOLDS-FILE.
           IF NOT HOLDS-OK
               GO TO RELEASE-ADVISE-HOLD-EXIT.
           READ HOLDS-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF OR HOLD-COUNT IS EQUAL TO 2000
               ADD 1 TO HOLD-COUNT
               MOVE HD-STUDENT-ID TO HT-STUDENT-ID(HOLD-COUNT)
               MOVE HD-HOLD-TYPE TO HT-HOLD-TYPE(HOLD-COUNT)
               MOVE HD-PLACED-BY TO HT-PLACED-BY(HOLD-COUNT)
               MOVE HD-PLACED-DATE TO HT-PLACED-DATE(HOLD-COUNT)
               MOVE HD-STATUS TO HT-STATUS(HOLD-COUNT)
               IF HT-STUDENT-ID(HOLD-COUNT) IS EQUAL TO
                       INPUT-STUDENT-ID
                       AND HT-HOLD-TYPE(HOLD-COUNT) IS EQUAL TO
                           "ADVISE"
                       AND HT-ACTIVE(HOLD-COUNT)
                   MOVE "R" TO HT-STATUS(HOLD-COUNT)
                   ADD 1 TO HOLDS-RELEASED
               END-IF
               READ HOLDS-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE HOLDS-FILE.
           IF HOLDS-RELEASED IS EQUAL TO ZERO
               GO TO RELEASE-ADVISE-HOLD-EXIT.

           OPEN OUTPUT HOLDS-FILE.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX GREATER THAN HOLD-COUNT
               MOVE SPACES TO HOLD-RECORD
               MOVE HT-STUDENT-ID(SCAN-IDX) TO HD-STUDENT-ID
               MOVE HT-HOLD-TYPE(SCAN-IDX) TO HD-HOLD-TYPE
               MOVE HT-PLACED-BY(SCAN-IDX) TO HD-PLACED-BY
               MOVE HT-PLACED-DATE(SCAN-IDX) TO HD-PLACED-DATE
               MOVE HT-STATUS(SCAN-IDX) TO HD-STATUS
               WRITE HOLD-RECORD
           END-PERFORM.
           CLOSE HOLDS-FILE.
           MOVE "HOLD" TO AUDIT-ACTION.
           MOVE "HOLD-RELEASED" TO AUDIT-FIELD-NAME.
           MOVE SPACES TO AUDIT-OLD-VALUE.
           STRING INPUT-STUDENT-ID DELIMITED BY SIZE
               " ADVISE" DELIMITED BY SIZE
               INTO AUDIT-OLD-VALUE.
           MOVE SPACES TO AUDIT-NEW-VALUE.
           MOVE "ADVISING HOLD RELEASED ON CLEARANCE" TO AUDIT-DETAIL.
           PERFORM WRITE-ADVISING-AUDIT.
           DISPLAY "ADVISE HOLD RELEASED".
       RELEASE-ADVISE-HOLD-EXIT.
           EXIT.

       VIEW-STUDENT.
           DISPLAY "STUDENT ID: ".
           ACCEPT INPUT-STUDENT-ID.
           DISPLAY "ADVISOR ASSIGNMENTS:".
           MOVE 0 TO LOAD-EOF-FLAG.
           OPEN INPUT ASSIGN-FILE.
           IF ASSIGN-OK
               READ ASSIGN-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
               PERFORM UNTIL LOAD-EOF
                   IF AA-STUDENT-ID IS EQUAL TO INPUT-STUDENT-ID
                       DISPLAY "  " AA-EFFECTIVE-TERM " "
                           AA-ADVISOR-LAST " " AA-ADVISOR-FIRST " "
                           AA-ASSIGNED-BY " " AA-ASSIGNED-DATE
                   END-IF
                   READ ASSIGN-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE ASSIGN-FILE
           END-IF.
           DISPLAY "ADVISING CLEARANCES:".
           MOVE 0 TO LOAD-EOF-FLAG.
           OPEN INPUT CLEARANCE-FILE.
           IF NOT CLEARANCE-OK
               GO TO VIEW-STUDENT-EXIT.
           READ CLEARANCE-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF
               IF AC-STUDENT-ID IS EQUAL TO INPUT-STUDENT-ID
                   DISPLAY "  " AC-TERM-CODE " " AC-STATUS " "
                       AC-CLEARED-BY " " AC-CLEARED-DATE
               END-IF
               READ CLEARANCE-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE CLEARANCE-FILE.
       VIEW-STUDENT-EXIT.
           EXIT.

       WRITE-ADVISING-AUDIT.
           ACCEPT AUDIT-DATE FROM DATE.
           MOVE ZEROS TO AUDIT-CRN.
           CALL "AUDIT-SEAL" USING AUDIT-RECORD
           WRITE AUDIT-RECORD.

       END PROGRAM ADVISOR-MAINT.
