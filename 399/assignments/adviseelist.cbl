      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Advisee list -- for a term, lists each advisor's
      *          current advisees off AdviseeAssignments.txt (the
      *          row with the latest effective term on or before the
      *          term; a later row wins a tie) with the advisee's
      *          class level, cumulative GPA (credit-weighted over
      *          every GPAHistory term on file), the active holds on
      *          StudentHolds.txt and the advising clearance for the
      *          term. Advisors come out in name order under a break
      *          that notes a deactivated advisor or one missing from
      *          AdvisorMaster.txt; advisors with no advisees are
      *          listed at the end so they can be given some by
      *          ADVISOR-BALANCE. Students whose latest row is NONE
      *          are unadvised and are not listed. The list goes to
      *          AdviseeListReport.txt.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVISEE-LIST.
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
           SELECT HOLDS-FILE ASSIGN TO "StudentHolds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDS-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT GPA-HISTORY-FILE ASSIGN TO "GPAHistory"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-STUDENT-TERM-KEY
                   = HIST-STUDENT-ID HIST-TERM
               FILE STATUS IS GPA-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "AdviseeListReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ADVISOR-FILE.
       COPY AdvisorMasterFormat.
       FD ASSIGN-FILE.
       COPY AdviseeAssignFormat.
       FD CLEARANCE-FILE.
       COPY AdvisingClearanceFormat.
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
               88 HD-ACTIVE VALUE "A".
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD GPA-HISTORY-FILE.
       COPY GpaHistoryFormat.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       77 ADVISOR-STATUS PIC X(2) VALUE "00".
           88 ADVISOR-OK VALUE "00".
       77 ASSIGN-STATUS PIC X(2) VALUE "00".
           88 ASSIGN-OK VALUE "00".
       77 CLEARANCE-STATUS PIC X(2) VALUE "00".
           88 CLEARANCE-OK VALUE "00".
       77 HOLDS-STATUS PIC X(2) VALUE "00".
           88 HOLDS-OK VALUE "00".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 GPA-HISTORY-STATUS PIC X(2) VALUE "00".
           88 GPA-HISTORY-OK VALUE "00".
       77 GPA-OPEN-FLAG PIC X VALUE "N".
           88 GPA-HISTORY-OPEN VALUE "Y".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 RUN-TERM PIC X(6).
       77 TERM-BANNER-CODE PIC X(6).
       77 TERM-REGISTRAR-CODE PIC X(6).
       77 TERM-VALID-FLAG PIC X VALUE "N".
           88 TERM-IS-VALID VALUE "Y".
       77 RUN-BANNER PIC 9(6).
       77 SCAN-IDX PIC 9(4).
       77 FOUND-IDX PIC 9(4).
       77 LOW-IDX PIC 9(4).
       77 LAST-ADVISOR PIC X(32).
       77 ADVISOR-ADVISEES PIC 9(4) VALUE ZERO.
       77 LISTED-COUNT PIC 9(5) VALUE ZERO.
       77 SKIPPED-COUNT PIC 9(5) VALUE ZERO.
       77 IDLE-COUNT PIC 9(4) VALUE ZERO.
       77 HIST-GPA-NUM PIC 9V99 VALUE ZERO.
       77 GPA-POINTS PIC 9(5)V99.
       77 GPA-CREDITS PIC 9(4).
       77 CUM-GPA PIC 9V99.
       77 HOLD-POINTER PIC 9(3).

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
               05 AV-LISTED-FLAG PIC X.
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
       77 CLEAR-COUNT PIC 9(4) VALUE IS 0.
       01 CLEAR-TABLE.
           03 CLEAR-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON CLEAR-COUNT.
               05 CL-STUDENT-ID PIC X(9).
               05 CL-STATUS PIC X(1).
       77 HOLD-COUNT PIC 9(4) VALUE IS 0.
       01 HOLD-TABLE.
           03 HOLD-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON HOLD-COUNT.
               05 HT-STUDENT-ID PIC X(9).
               05 HT-HOLD-TYPE PIC X(6).

       01 ADVISEE-DETAIL.
           03 FILLER PIC X(2) VALUE SPACES.
           03 AL-STUDENT-ID PIC X(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AL-NAME PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AL-CLASS-LEVEL PIC X(2).
           03 FILLER PIC X(3) VALUE SPACES.
           03 AL-GPA PIC 9.99.
           03 AL-GPA-NONE REDEFINES AL-GPA PIC X(4).
           03 FILLER PIC X(3) VALUE SPACES.
           03 AL-CLEARANCE PIC X(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AL-HOLDS PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL TERM-IS-VALID
               DISPLAY "Enter the term for the advisee list "
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

           OPEN INPUT STUDENT-MASTER.
           IF NOT STUDENT-MASTER-OK
               DISPLAY "NO StudentMaster ON FILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM LOAD-ADVISORS THRU LOAD-ADVISORS-EXIT.
           PERFORM LOAD-ADVISEES THRU LOAD-ADVISEES-EXIT.
           PERFORM LOAD-CLEARANCES THRU LOAD-CLEARANCES-EXIT.
           PERFORM LOAD-HOLDS THRU LOAD-HOLDS-EXIT.
           OPEN INPUT GPA-HISTORY-FILE.
           IF GPA-HISTORY-OK
               MOVE "Y" TO GPA-OPEN-FLAG.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ADVISEE LIST BY ADVISOR -- " DELIMITED BY SIZE
               TERM-REGISTRAR-CODE DELIMITED BY SPACE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *>    Advisees by advisor, then id -- repeated lowest-unlisted
      *>    scan.
           MOVE SPACES TO LAST-ADVISOR.
           MOVE 1 TO LOW-IDX.
           PERFORM UNTIL LOW-IDX IS EQUAL TO ZERO
               MOVE ZERO TO LOW-IDX
               PERFORM VARYING SCAN-IDX FROM 1 BY 1
                       UNTIL SCAN-IDX GREATER THAN ADVISEE-COUNT
                   IF AV-LISTED-FLAG(SCAN-IDX) IS EQUAL TO "N"
                       IF LOW-IDX IS EQUAL TO ZERO
                           MOVE SCAN-IDX TO LOW-IDX
                       ELSE
                           IF AV-ADVISOR(SCAN-IDX) LESS THAN
                                   AV-ADVISOR(LOW-IDX)
                               OR (AV-ADVISOR(SCAN-IDX) EQUAL TO
                                   AV-ADVISOR(LOW-IDX)
                               AND AV-STUDENT-ID(SCAN-IDX) LESS THAN
                                   AV-STUDENT-ID(LOW-IDX))
                               MOVE SCAN-IDX TO LOW-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF LOW-IDX IS GREATER THAN ZERO
                   PERFORM WRITE-ADVISEE THRU WRITE-ADVISEE-EXIT
               END-IF
           END-PERFORM.
           IF LAST-ADVISOR IS NOT EQUAL TO SPACES
               PERFORM WRITE-ADVISOR-TOTAL.

           PERFORM WRITE-IDLE-ADVISORS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL ADVISEES LISTED: " DELIMITED BY SIZE
               LISTED-COUNT DELIMITED BY SIZE
               "   INACTIVE STUDENTS SKIPPED: " DELIMITED BY SIZE
               SKIPPED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
           CLOSE STUDENT-MASTER.
           IF GPA-HISTORY-OPEN
               CLOSE GPA-HISTORY-FILE.
           DISPLAY LISTED-COUNT " ADVISEE(S) LISTED FOR "
               TERM-REGISTRAR-CODE ", " IDLE-COUNT
               " ACTIVE ADVISOR(S) WITH NONE".
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
      *>    entry order a later row wins a tie. NONE rows are kept
      *>    so they can end an earlier assignment.
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
      *>    Unadvised students are not listed.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX GREATER THAN ADVISEE-COUNT
               IF AV-NO-ADVISOR(SCAN-IDX)
                   MOVE "Y" TO AV-LISTED-FLAG(SCAN-IDX)
               ELSE
                   MOVE "N" TO AV-LISTED-FLAG(SCAN-IDX)
               END-IF
           END-PERFORM.
       LOAD-ADVISEES-EXIT.
           EXIT.

       NOTE-ADVISEE-ROW.
           MOVE ZERO TO FOUND-IDX.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX GREATER THAN ADVISEE-COUNT
                   OR FOUND-IDX IS NOT EQUAL TO ZERO
               IF AV-STUDENT-ID(SCAN-IDX) IS EQUAL TO AA-STUDENT-ID
                   MOVE SCAN-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.
           IF FOUND-IDX IS EQUAL TO ZERO
               IF ADVISEE-COUNT IS EQUAL TO 5000
                   DISPLAY "ADVISEE TABLE FULL -- " AA-STUDENT-ID
                       " NOT LISTED"
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

      *>    The latest clearance row for the term stands.
       LOAD-CLEARANCES.
           MOVE 0 TO EOF-FLAG.
           OPEN INPUT CLEARANCE-FILE.
           IF NOT CLEARANCE-OK
               GO TO LOAD-CLEARANCES-EXIT.
           READ CLEARANCE-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               IF AC-TERM-CODE IS EQUAL TO RUN-BANNER
                   MOVE ZERO TO FOUND-IDX
                   PERFORM VARYING SCAN-IDX FROM 1 BY 1
                           UNTIL SCAN-IDX GREATER THAN CLEAR-COUNT
                           OR FOUND-IDX IS NOT EQUAL TO ZERO
                       IF CL-STUDENT-ID(SCAN-IDX) IS EQUAL TO
                               AC-STUDENT-ID
                           MOVE SCAN-IDX TO FOUND-IDX
                       END-IF
                   END-PERFORM
                   IF FOUND-IDX IS EQUAL TO ZERO
                           AND CLEAR-COUNT IS LESS THAN 5000
                       ADD 1 TO CLEAR-COUNT
                       MOVE CLEAR-COUNT TO FOUND-IDX
                       MOVE AC-STUDENT-ID TO CL-STUDENT-ID(FOUND-IDX)
                   END-IF
                   IF FOUND-IDX IS NOT EQUAL TO ZERO
                       MOVE AC-STATUS TO CL-STATUS(FOUND-IDX)
                   END-IF
               END-IF
               READ CLEARANCE-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE CLEARANCE-FILE.
       LOAD-CLEARANCES-EXIT.
           EXIT.

       LOAD-HOLDS.
           MOVE 0 TO EOF-FLAG.
           OPEN INPUT HOLDS-FILE.
           IF NOT HOLDS-OK
               GO TO LOAD-HOLDS-EXIT.
           READ HOLDS-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR HOLD-COUNT IS EQUAL TO 2000
               IF HD-ACTIVE
                   ADD 1 TO HOLD-COUNT
                   MOVE HD-STUDENT-ID TO HT-STUDENT-ID(HOLD-COUNT)
                   MOVE HD-HOLD-TYPE TO HT-HOLD-TYPE(HOLD-COUNT)
               END-IF
               READ HOLDS-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE HOLDS-FILE.
       LOAD-HOLDS-EXIT.
           EXIT.

       WRITE-ADVISEE.
           MOVE "Y" TO AV-LISTED-FLAG(LOW-IDX).
           MOVE AV-STUDENT-ID(LOW-IDX) TO SM-STUDENT-ID.
           READ STUDENT-MASTER KEY IS SM-STUDENT-ID
               INVALID KEY
                   MOVE "D" TO SM-DELETED-FLAG
           END-READ.
           IF NOT STUDENT-ACTIVE
               ADD 1 TO SKIPPED-COUNT
               GO TO WRITE-ADVISEE-EXIT.

           IF AV-ADVISOR(LOW-IDX) IS NOT EQUAL TO LAST-ADVISOR
               IF LAST-ADVISOR IS NOT EQUAL TO SPACES
                   PERFORM WRITE-ADVISOR-TOTAL
               END-IF
               PERFORM WRITE-ADVISOR-HEADING
           END-IF.

           MOVE AV-STUDENT-ID(LOW-IDX) TO AL-STUDENT-ID.
           IF SM-PREFERRED-NAME IS NOT EQUAL TO SPACES
               MOVE SM-PREFERRED-NAME TO AL-NAME
           ELSE
               MOVE SM-NAME TO AL-NAME
           END-IF.
           MOVE SM-CLASS-LEVEL TO AL-CLASS-LEVEL.
           PERFORM FIGURE-CUMULATIVE-GPA THRU
               FIGURE-CUMULATIVE-GPA-EXIT.
           IF GPA-CREDITS IS GREATER THAN ZERO
               MOVE CUM-GPA TO AL-GPA
           ELSE
               MOVE " -- " TO AL-GPA-NONE
           END-IF.

           MOVE "NOT CLRD" TO AL-CLEARANCE.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX GREATER THAN CLEAR-COUNT
               IF CL-STUDENT-ID(SCAN-IDX) IS EQUAL TO
                       AV-STUDENT-ID(LOW-IDX)
                   IF CL-STATUS(SCAN-IDX) IS EQUAL TO "C"
                       MOVE "CLEARED" TO AL-CLEARANCE
                   ELSE
                       MOVE "REVOKED" TO AL-CLEARANCE
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO AL-HOLDS.
           MOVE 1 TO HOLD-POINTER.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX GREATER THAN HOLD-COUNT
               IF HT-STUDENT-ID(SCAN-IDX) IS EQUAL TO
                       AV-STUDENT-ID(LOW-IDX)
                       AND HOLD-POINTER IS LESS THAN 35
                   STRING HT-HOLD-TYPE(SCAN-IDX) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       INTO AL-HOLDS WITH POINTER HOLD-POINTER
               END-IF
           END-PERFORM.
           IF AL-HOLDS IS EQUAL TO SPACES
               MOVE "NONE" TO AL-HOLDS.

           MOVE ADVISEE-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO ADVISOR-ADVISEES.
           ADD 1 TO LISTED-COUNT.
       WRITE-ADVISEE-EXIT.
           EXIT.

       WRITE-ADVISOR-HEADING.
           MOVE AV-ADVISOR(LOW-IDX) TO LAST-ADVISOR.
           MOVE ZERO TO ADVISOR-ADVISEES.
           MOVE ZERO TO FOUND-IDX.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX GREATER THAN ADVISOR-COUNT
                   OR FOUND-IDX IS NOT EQUAL TO ZERO
               IF AT-ADVISOR(SCAN-IDX) IS EQUAL TO LAST-ADVISOR
                   MOVE SCAN-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF FOUND-IDX IS EQUAL TO ZERO
               STRING "ADVISOR: " DELIMITED BY SIZE
                   AV-ADVISOR-LAST(LOW-IDX) DELIMITED BY SPACE
                   ", " DELIMITED BY SIZE
                   AV-ADVISOR-FIRST(LOW-IDX) DELIMITED BY SPACE
                   "  ** NOT ON AdvisorMaster.txt **"
                       DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "ADVISOR: " DELIMITED BY SIZE
                   AT-LAST(FOUND-IDX) DELIMITED BY SPACE
                   ", " DELIMITED BY SIZE
                   AT-FIRST(FOUND-IDX) DELIMITED BY SPACE
                   "   DEPARTMENT: " DELIMITED BY SIZE
                   AT-DEPARTMENT(FOUND-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
               IF AT-DEACTIVATED(FOUND-IDX)
                   MOVE "** DEACTIVATED **" TO REPORT-LINE(70:17)
               END-IF
               MOVE 1 TO AT-ADVISEES(FOUND-IDX)
           END-IF.
           WRITE REPORT-LINE.
           MOVE "  STUDENT    NAME                  LV   GPA"
               TO REPORT-LINE.
           MOVE "CLEARANCE  HOLDS" TO REPORT-LINE(48:16).
           WRITE REPORT-LINE.

       WRITE-ADVISOR-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ADVISEES: " DELIMITED BY SIZE
               ADVISOR-ADVISEES DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *>    Active advisors nobody is assigned to.
       WRITE-IDLE-ADVISORS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ACTIVE ADVISORS WITH NO ADVISEES:" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX GREATER THAN ADVISOR-COUNT
               IF AT-ADVISEES(SCAN-IDX) IS EQUAL TO ZERO
                       AND NOT AT-DEACTIVATED(SCAN-IDX)
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                       AT-LAST(SCAN-IDX) DELIMITED BY SPACE
                       ", " DELIMITED BY SIZE
                       AT-FIRST(SCAN-IDX) DELIMITED BY SPACE
                       "   DEPARTMENT: " DELIMITED BY SIZE
                       AT-DEPARTMENT(SCAN-IDX) DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO IDLE-COUNT
               END-IF
           END-PERFORM.
           IF IDLE-COUNT IS EQUAL TO ZERO
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *>    Credit-weighted over every term on file for the student.
       FIGURE-CUMULATIVE-GPA.
           MOVE ZERO TO GPA-POINTS.
           MOVE ZERO TO GPA-CREDITS.
           MOVE ZERO TO CUM-GPA.
           IF NOT GPA-HISTORY-OPEN
               GO TO FIGURE-CUMULATIVE-GPA-EXIT.
           MOVE AV-STUDENT-ID(LOW-IDX) TO HIST-STUDENT-ID.
           MOVE LOW-VALUES TO HIST-TERM.
           MOVE 0 TO EOF-FLAG.
           START GPA-HISTORY-FILE KEY IS GREATER THAN OR EQUAL
                   HIST-STUDENT-TERM-KEY
               INVALID KEY
                   MOVE 1 TO EOF-FLAG
           END-START.
           IF NOT EOF
               READ GPA-HISTORY-FILE NEXT RECORD
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-IF.
           PERFORM UNTIL EOF
               IF HIST-STUDENT-ID IS NOT EQUAL TO
                       AV-STUDENT-ID(LOW-IDX)
                   MOVE 1 TO EOF-FLAG
               ELSE
                   IF HIST-CREDITS IS NUMERIC
                       MOVE HIST-GPA TO HIST-GPA-NUM
                       COMPUTE GPA-POINTS = GPA-POINTS
                           + HIST-GPA-NUM * HIST-CREDITS
                       ADD HIST-CREDITS TO GPA-CREDITS
                   END-IF
                   READ GPA-HISTORY-FILE NEXT RECORD
                       AT END MOVE 1 TO EOF-FLAG
                   END-READ
               END-IF
           END-PERFORM.
           IF GPA-CREDITS IS GREATER THAN ZERO
               COMPUTE CUM-GPA ROUNDED = GPA-POINTS / GPA-CREDITS.
       FIGURE-CUMULATIVE-GPA-EXIT.
           EXIT.

       END PROGRAM ADVISEE-LIST.
