      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Advisor balancing -- for a term, gives every active
      *          student who has a major but no advisor in effect
      *          (no AdviseeAssignments.txt row on or before the
      *          term, or a latest row of NONE) to the active advisor
      *          on AdvisorMaster.txt whose department matches the
      *          major and who carries the fewest advisees at that
      *          moment; a tie goes to the advisor first on the file.
      *          Counts start from the assignments already in effect
      *          and rise as the run assigns, so a department's load
      *          evens out. Each assignment is appended effective the
      *          term with BALANCE as the assigner and cuts an ADVISE
      *          audit record, as ADVISOR-MAINT does for a keyed one.
      *          Students with no major are left for the registrar;
      *          students whose major has no active advisor are
      *          listed on AdvisorBalanceReport.txt, which closes
      *          with each active advisor's advisee count.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVISOR-BALANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADVISOR-FILE ASSIGN TO "AdvisorMaster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADVISOR-STATUS.
           SELECT ASSIGN-FILE ASSIGN TO "AdviseeAssignments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASSIGN-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AuditTrail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "AdvisorBalanceReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ADVISOR-FILE.
       COPY AdvisorMasterFormat.
       FD ASSIGN-FILE.
       COPY AdviseeAssignFormat.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD AUDIT-FILE.
       COPY AuditFormat.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       77 ADVISOR-STATUS PIC X(2) VALUE "00".
           88 ADVISOR-OK VALUE "00".
       77 ASSIGN-STATUS PIC X(2) VALUE "00".
           88 ASSIGN-OK VALUE "00".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
           88 NO-MORE-STUDENTS VALUE "10", "46".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 RUN-TERM PIC X(6).
       77 TERM-BANNER-CODE PIC X(6).
       77 TERM-REGISTRAR-CODE PIC X(6).
       77 TERM-VALID-FLAG PIC X VALUE "N".
           88 TERM-IS-VALID VALUE "Y".
       77 RUN-BANNER PIC 9(6).
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
       77 SCAN-IDX PIC 9(4).
       77 FOUND-IDX PIC 9(4).
       77 LOW-IDX PIC 9(4).
       77 ASSIGNED-COUNT PIC 9(5) VALUE ZERO.
       77 NO-ADVISOR-COUNT PIC 9(5) VALUE ZERO.
       77 NO-MAJOR-COUNT PIC 9(5) VALUE ZERO.
       77 COUNT-DISPLAY PIC ZZZ9.

      *>    The term's current advisee per student.
       77 ADVISEE-COUNT PIC 9(4) VALUE IS 0.
       01 ADVISEE-TABLE.
           03 ADVISEE-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON ADVISEE-COUNT.
               05 AV-STUDENT-ID PIC X(9).
               05 AV-ADVISOR.
                   07 AV-ADVISOR-LAST PIC X(16).
                       88 AV-NO-ADVISOR VALUE "NONE".
                   07 AV-ADVISOR-FIRST PIC X(16).
               05 AV-EFFECTIVE-TERM PIC 9(6).
       77 ADVISOR-COUNT PIC 9(4) VALUE IS 0.
       01 ADVISOR-TABLE.
           03 ADVISOR-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON ADVISOR-COUNT.
               05 AT-ADVISOR.
                   07 AT-LAST PIC X(16).
                   07 AT-FIRST PIC X(16).
               05 AT-DEPARTMENT PIC X(6).
               05 AT-ACTIVE-FLAG PIC X(1).
                   88 AT-DEACTIVATED VALUE "D".
               05 AT-ADVISEES PIC 9(4).

       01 BALANCE-DETAIL.
           03 BD-STUDENT-ID PIC X(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 BD-NAME PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 BD-MAJOR PIC X(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 BD-OUTCOME PIC X(35).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL TERM-IS-VALID
               DISPLAY "Enter the term to balance advisees for "
                   "(e.g. FA26): "
               ACCEPT RUN-TERM
               CALL "VALIDATE-TERM-CODE" USING RUN-TERM
                   TERM-BANNER-CODE TERM-REGISTRAR-CODE
                   TERM-VALID-FLAG
               IF NOT TERM-IS-VALID
                   DISPLAY "REJECTED: " RUN-TERM
                       " IS NOT ON TermMaster.txt"
               END-IF
           END-PERFORM.
           MOVE TERM-BANNER-CODE TO RUN-BANNER.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.

           OPEN INPUT STUDENT-MASTER.
           IF NOT STUDENT-MASTER-OK
               DISPLAY "UNABLE TO OPEN StudentMaster -- STATUS "
                   STUDENT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM LOAD-ADVISORS THRU LOAD-ADVISORS-EXIT.
           IF ADVISOR-COUNT IS EQUAL TO ZERO
               DISPLAY "NO AdvisorMaster.txt ON FILE -- ADD ADVISORS "
                   "WITH ADVISOR-MAINT FIRST"
               CLOSE STUDENT-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM LOAD-ADVISEES THRU LOAD-ADVISEES-EXIT.

      *>    Starting loads: advisees already in effect.
           PERFORM VARYING LOW-IDX FROM 1 BY 1
                   UNTIL LOW-IDX GREATER THAN ADVISEE-COUNT
               IF NOT AV-NO-ADVISOR(LOW-IDX)
                   PERFORM VARYING SCAN-IDX FROM 1 BY 1
                           UNTIL SCAN-IDX GREATER THAN ADVISOR-COUNT
                       IF AT-ADVISOR(SCAN-IDX) IS EQUAL TO
                               AV-ADVISOR(LOW-IDX)
                           ADD 1 TO AT-ADVISEES(SCAN-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           OPEN EXTEND ASSIGN-FILE.
           IF NOT ASSIGN-OK
               OPEN OUTPUT ASSIGN-FILE.
           OPEN EXTEND AUDIT-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ADVISOR BALANCING -- " DELIMITED BY SIZE
               TERM-REGISTRAR-CODE DELIMITED BY SPACE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STUDENT    NAME                  MAJOR   OUTCOME"
               TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE LOW-VALUES TO SM-STUDENT-ID.
           START STUDENT-MASTER KEY IS GREATER THAN SM-STUDENT-ID
               INVALID KEY
                   MOVE "46" TO STUDENT-MASTER-STATUS
           END-START.
           PERFORM BALANCE-ONE-STUDENT THRU BALANCE-ONE-STUDENT-EXIT
               UNTIL NO-MORE-STUDENTS.

           PERFORM WRITE-ADVISOR-LOADS.
           CLOSE REPORT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE ASSIGN-FILE.
           CLOSE STUDENT-MASTER.
           DISPLAY ASSIGNED-COUNT " STUDENT(S) ASSIGNED, "
               NO-ADVISOR-COUNT " WITH NO ADVISOR IN THE MAJOR, "
               NO-MAJOR-COUNT " WITH NO MAJOR".
           STOP RUN.

       LOAD-ADVISORS.
           MOVE 0 TO EOF-FLAG.
           OPEN INPUT ADVISOR-FILE.
           IF NOT ADVISOR-OK
               GO TO LOAD-ADVISORS-EXIT.
           READ ADVISOR-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR ADVISOR-COUNT IS EQUAL TO 500
               ADD 1 TO ADVISOR-COUNT
               MOVE AM-LAST TO AT-LAST(ADVISOR-COUNT)
               MOVE AM-FIRST TO AT-FIRST(ADVISOR-COUNT)
               MOVE AM-DEPARTMENT TO AT-DEPARTMENT(ADVISOR-COUNT)
               MOVE AM-ACTIVE-FLAG TO AT-ACTIVE-FLAG(ADVISOR-COUNT)
               MOVE ZERO TO AT-ADVISEES(ADVISOR-COUNT)
               READ ADVISOR-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE ADVISOR-FILE.
       LOAD-ADVISORS-EXIT.
           EXIT.

      *>    Rows effective after the term are ignored; of the rest
      *>    the latest effective term stands, and the file being in
      *>    entry order a later row wins a tie.
       LOAD-ADVISEES.
           MOVE 0 TO EOF-FLAG.
           OPEN INPUT ASSIGN-FILE.
           IF NOT ASSIGN-OK
               GO TO LOAD-ADVISEES-EXIT.
           READ ASSIGN-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               IF AA-EFFECTIVE-TERM IS NOT GREATER THAN RUN-BANNER
                   PERFORM NOTE-ADVISEE-ROW
               END-IF
               READ ASSIGN-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE ASSIGN-FILE.
       LOAD-ADVISEES-EXIT.
           EXIT.

       NOTE-ADVISEE-ROW.
           MOVE AA-STUDENT-ID TO SM-STUDENT-ID.
           PERFORM FIND-ADVISEE.
           IF FOUND-IDX IS EQUAL TO ZERO
               IF ADVISEE-COUNT IS EQUAL TO 5000
                   DISPLAY "ADVISEE TABLE FULL -- " AA-STUDENT-ID
                       " NOT COUNTED"
               ELSE
                   ADD 1 TO ADVISEE-COUNT
                   MOVE ADVISEE-COUNT TO FOUND-IDX
                   MOVE AA-STUDENT-ID TO AV-STUDENT-ID(FOUND-IDX)
                   MOVE ZERO TO AV-EFFECTIVE-TERM(FOUND-IDX)
               END-IF
           END-IF.
           IF FOUND-IDX IS NOT EQUAL TO ZERO
                   AND AA-EFFECTIVE-TERM IS NOT LESS THAN
                       AV-EFFECTIVE-TERM(FOUND-IDX)
               MOVE AA-ADVISOR-LAST TO AV-ADVISOR-LAST(FOUND-IDX)
               MOVE AA-ADVISOR-FIRST TO AV-ADVISOR-FIRST(FOUND-IDX)
               MOVE AA-EFFECTIVE-TERM TO AV-EFFECTIVE-TERM(FOUND-IDX)
           END-IF.

      *>    The student to look for rides in SM-STUDENT-ID.
       FIND-ADVISEE.
           MOVE ZERO TO FOUND-IDX.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX GREATER THAN ADVISEE-COUNT
                   OR FOUND-IDX IS NOT EQUAL TO ZERO
               IF AV-STUDENT-ID(SCAN-IDX) IS EQUAL TO SM-STUDENT-ID
                   MOVE SCAN-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.

       BALANCE-ONE-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE "46" TO STUDENT-MASTER-STATUS
                   GO TO BALANCE-ONE-STUDENT-EXIT
           END-READ.
           IF NOT STUDENT-ACTIVE
               GO TO BALANCE-ONE-STUDENT-EXIT.
           PERFORM FIND-ADVISEE.
           IF FOUND-IDX IS NOT EQUAL TO ZERO
               IF NOT AV-NO-ADVISOR(FOUND-IDX)
                   GO TO BALANCE-ONE-STUDENT-EXIT
               END-IF
           END-IF.
           IF SM-MAJOR IS EQUAL TO SPACES
                   OR SM-MAJOR IS EQUAL TO "UNDECL"
               ADD 1 TO NO-MAJOR-COUNT
               GO TO BALANCE-ONE-STUDENT-EXIT.

      *>    Fewest advisees among the department's active advisors;
      *>    the strict compare keeps a tie on the earlier row.
           MOVE ZERO TO LOW-IDX.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX GREATER THAN ADVISOR-COUNT
               IF AT-DEPARTMENT(SCAN-IDX) IS EQUAL TO SM-MAJOR
                       AND NOT AT-DEACTIVATED(SCAN-IDX)
                   IF LOW-IDX IS EQUAL TO ZERO
                       MOVE SCAN-IDX TO LOW-IDX
                   ELSE
                       IF AT-ADVISEES(SCAN-IDX) LESS THAN
                               AT-ADVISEES(LOW-IDX)
                           MOVE SCAN-IDX TO LOW-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SM-STUDENT-ID TO BD-STUDENT-ID.
           MOVE SM-NAME TO BD-NAME.
           MOVE SM-MAJOR TO BD-MAJOR.
           IF LOW-IDX IS EQUAL TO ZERO
               MOVE "NO ACTIVE ADVISOR IN THE DEPARTMENT"
                   TO BD-OUTCOME
               MOVE BALANCE-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO NO-ADVISOR-COUNT
               GO TO BALANCE-ONE-STUDENT-EXIT.

           MOVE SPACES TO ADVISEE-ASSIGN-RECORD.
           MOVE SM-STUDENT-ID TO AA-STUDENT-ID.
           MOVE AT-LAST(LOW-IDX) TO AA-ADVISOR-LAST.
           MOVE AT-FIRST(LOW-IDX) TO AA-ADVISOR-FIRST.
           MOVE RUN-BANNER TO AA-EFFECTIVE-TERM.
           MOVE "BALANCE" TO AA-ASSIGNED-BY.
           MOVE TODAY-DATE TO AA-ASSIGNED-DATE.
           WRITE ADVISEE-ASSIGN-RECORD.
           ADD 1 TO AT-ADVISEES(LOW-IDX).
           ADD 1 TO ASSIGNED-COUNT.

           MOVE SPACES TO AUDIT-RECORD.
           MOVE "ADVISE" TO AUDIT-ACTION.
           MOVE "ADVISOR-ASSIGN" TO AUDIT-FIELD-NAME.
           MOVE SM-STUDENT-ID TO AUDIT-OLD-VALUE.
           MOVE AT-LAST(LOW-IDX) TO AUDIT-NEW-VALUE.
           STRING "ADVISEE ASSIGNED EFFECTIVE " DELIMITED BY SIZE
               RUN-BANNER DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           ACCEPT AUDIT-DATE FROM DATE.
           MOVE ZEROS TO AUDIT-CRN.
           MOVE "BALANCE" TO AUDIT-OPERATOR.
           CALL "AUDIT-SEAL" USING AUDIT-RECORD
           WRITE AUDIT-RECORD.

           MOVE SPACES TO BD-OUTCOME.
           STRING "ASSIGNED TO " DELIMITED BY SIZE
               AT-LAST(LOW-IDX) DELIMITED BY SPACE
               ", " DELIMITED BY SIZE
               AT-FIRST(LOW-IDX) DELIMITED BY SPACE
               INTO BD-OUTCOME.
           MOVE BALANCE-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
       BALANCE-ONE-STUDENT-EXIT.
           EXIT.

       WRITE-ADVISOR-LOADS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ADVISEES PER ACTIVE ADVISOR AFTER BALANCING:"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX GREATER THAN ADVISOR-COUNT
               IF NOT AT-DEACTIVATED(SCAN-IDX)
                   MOVE AT-ADVISEES(SCAN-IDX) TO COUNT-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                       AT-DEPARTMENT(SCAN-IDX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       COUNT-DISPLAY DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       AT-LAST(SCAN-IDX) DELIMITED BY SPACE
                       ", " DELIMITED BY SIZE
                       AT-FIRST(SCAN-IDX) DELIMITED BY SPACE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ASSIGNED: " DELIMITED BY SIZE
               ASSIGNED-COUNT DELIMITED BY SIZE
               "   NO ADVISOR IN MAJOR: " DELIMITED BY SIZE
               NO-ADVISOR-COUNT DELIMITED BY SIZE
               "   NO MAJOR: " DELIMITED BY SIZE
               NO-MAJOR-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM ADVISOR-BALANCE.
