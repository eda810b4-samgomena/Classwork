      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Mid-term grade load -- posts the instructors'
      *          returned mid-term rosters (MidtermRosters.txt, the
      *          same SEC header / student line layout GRADE-LOAD
      *          accepts: copy GradeRosters.txt out for mid-term and
      *          take the filled-in copies back) into
      *          MidtermGrades.txt, the separate file EARLY-ALERT
      *          reads. It never touches GradeDetail.txt, GPAHistory
      *          or CompletedWork -- a mid-term mark is advisory and
      *          must not reach a GPA or earned credit. Edits match
      *          GRADE-LOAD's: unknown or not-enrolled students and
      *          invalid marks (letter grades plus S / U; no I or
      *          W at mid-term) go to RejectedMidterms.txt, a blank
      *          mark is skipped as not yet reported, and a rerun
      *          replaces each posted student/term/CRN's earlier
      *          row. Each row carries the section's department off
      *          IndexedCourses for the term summary.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIDTERM-LOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO "MidtermRosters.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-STATUS.
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
           SELECT MIDTERM-FILE ASSIGN TO "MidtermGrades.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MIDTERM-STATUS.
           SELECT MIDTERM-KEEP-FILE ASSIGN TO "MidtermGradesKeep.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "RejectedMidterms.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ROSTER-FILE.
       01 ROSTER-LINE PIC X(80).
       FD ENROLLMENT-MASTER.
       COPY EnrollmentFormat.
       FD COURSES-INDEXED.
       COPY CoursesFormat REPLACING STUDENT-RECORD
           BY STUDENT-RECORD-INDEXED.
       FD MIDTERM-FILE.
       COPY MidtermGradeFormat.
       FD MIDTERM-KEEP-FILE.
       01 MIDTERM-KEEP-RECORD PIC X(54).
       FD REJECT-FILE.
       01 REJECT-RECORD.
           03 RJ-LINE PIC X(30).
           03 FILLER PIC X(1).
           03 RJ-REASON PIC X(7).
       WORKING-STORAGE SECTION.
       77 ROSTER-STATUS PIC X(2) VALUE "00".
           88 ROSTER-OK VALUE "00".
       77 ENROLLMENT-STATUS PIC X(2) VALUE "00".
           88 ENROLLMENT-OK VALUE "00".
       77 COURSES-INDEXED-STATUS PIC X(2) VALUE "00".
           88 COURSES-INDEXED-OK VALUE "00".
       77 MIDTERM-STATUS PIC X(2) VALUE "00".
           88 MIDTERM-OK VALUE "00".
       77 COURSES-OPEN-FLAG PIC X VALUE "N".
           88 COURSES-OPEN VALUE "Y".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 DETAIL-EOF-FLAG PIC 9 VALUE IS 0.
           88 DETAIL-EOF VALUE IS 1.
       77 LINE-COUNT PIC 9(6) VALUE ZERO.
       77 POSTED-COUNT PIC 9(6) VALUE ZERO.
       77 REJECTED-COUNT PIC 9(6) VALUE ZERO.
       77 SKIPPED-BLANK-COUNT PIC 9(6) VALUE ZERO.
       77 IN-SECTION-FLAG PIC X VALUE "N".
           88 SECTION-OPEN VALUE "Y".
       77 CURRENT-CRN PIC 9(5) VALUE ZERO.
       77 CURRENT-TERM PIC 9(6) VALUE ZERO.
       77 CURRENT-CLASSNAME PIC X(5) VALUE SPACES.
       77 CURRENT-DEPARTMENT PIC X(6) VALUE SPACES.
       77 CURRENT-REG-TERM PIC X(6) VALUE SPACES.
       77 TERM-BANNER-CODE PIC X(6).
       77 TERM-REGISTRAR-CODE PIC X(6).
       77 TERM-VALID-FLAG PIC X VALUE "N".
       77 TERM-IN PIC X(6).
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).

       01 SECTION-HEADER-VIEW.
           03 SH-TAG PIC X(4).
           03 SH-CRN PIC 9(5).
           03 FILLER PIC X(1).
           03 SH-TERM-CODE PIC 9(6).
           03 FILLER PIC X(1).
           03 SH-CLASSNAME PIC X(5).
           03 FILLER PIC X(1).
           03 SH-CREDITS PIC 9(1).
           03 FILLER PIC X(1).
           03 SH-INSTRUCTOR PIC X(16).
       01 STUDENT-DETAIL-VIEW.
           03 SD-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 SD-GRADE PIC X(2).
               88 SD-VALID-MIDTERM VALUE "A", "A-", "B+", "B", "B-",
                   "C+", "C", "D+", "D", "D-", "F", "S", "U".

      *>    Everything to post, collected first so the purge pass
      *>    can drop the earlier rows in one sweep.
       77 POST-COUNT PIC 9(4) VALUE IS 0.
       01 POST-TABLE.
           03 POST-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON POST-COUNT.
               05 PO-STUDENT-ID PIC X(9).
               05 PO-REG-TERM PIC X(6).
               05 PO-BANNER-TERM PIC 9(6).
               05 PO-CRN PIC 9(5).
               05 PO-CLASSNAME PIC X(5).
               05 PO-DEPARTMENT PIC X(6).
               05 PO-GRADE PIC X(2).
       77 POST-IDX PIC 9(4).
       77 LOOK-IDX PIC 9(4).
       77 MATCH-FLAG PIC X.
       77 REJECT-REASON PIC X(7).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT ROSTER-FILE.
           IF NOT ROSTER-OK
               DISPLAY "NO MidtermRosters.txt ON FILE -- NOTHING "
                   "TO LOAD"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ENROLLMENT-MASTER.
           IF NOT ENROLLMENT-OK
               DISPLAY "UNABLE TO OPEN EnrollmentMaster -- STATUS "
                   ENROLLMENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT COURSES-INDEXED.
           IF COURSES-INDEXED-OK
               MOVE "Y" TO COURSES-OPEN-FLAG.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.
           OPEN OUTPUT REJECT-FILE.

           READ ROSTER-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM EDIT-ONE-LINE UNTIL EOF.
           CLOSE ROSTER-FILE.
           CLOSE ENROLLMENT-MASTER.
           IF COURSES-OPEN
               CLOSE COURSES-INDEXED.

           IF POST-COUNT IS GREATER THAN ZERO
               PERFORM PURGE-REPLACED-ROWS THRU
                   PURGE-REPLACED-ROWS-EXIT
               PERFORM APPEND-POSTED-ROWS
           END-IF.

           CLOSE REJECT-FILE.
           DISPLAY LINE-COUNT " ROSTER LINE(S) READ, " POSTED-COUNT
               " MID-TERM GRADE(S) POSTED, " REJECTED-COUNT
               " REJECTED, " SKIPPED-BLANK-COUNT " NOT REPORTED".
           IF REJECTED-COUNT IS GREATER THAN ZERO
               DISPLAY "SEE RejectedMidterms.txt FOR REJECTS".
           STOP RUN.

       EDIT-ONE-LINE.
           ADD 1 TO LINE-COUNT.
           IF ROSTER-LINE(1:4) IS EQUAL TO "SEC "
               PERFORM OPEN-ONE-SECTION
           ELSE
               IF SECTION-OPEN
                   PERFORM EDIT-ONE-STUDENT THRU
                       EDIT-ONE-STUDENT-DONE
               ELSE
                   MOVE "NOSEC" TO REJECT-REASON
                   PERFORM REJECT-ROSTER-LINE
               END-IF
           END-IF.
           READ ROSTER-FILE AT END MOVE 1 TO EOF-FLAG.

       OPEN-ONE-SECTION.
           MOVE ROSTER-LINE TO SECTION-HEADER-VIEW.
           MOVE SH-CRN TO CURRENT-CRN.
           MOVE SH-TERM-CODE TO CURRENT-TERM.
           MOVE SH-CLASSNAME TO CURRENT-CLASSNAME.
           MOVE CURRENT-TERM TO TERM-IN.
           CALL "VALIDATE-TERM-CODE" USING TERM-IN
               TERM-BANNER-CODE TERM-REGISTRAR-CODE TERM-VALID-FLAG.
           IF TERM-VALID-FLAG IS EQUAL TO "Y"
               MOVE TERM-REGISTRAR-CODE TO CURRENT-REG-TERM
               MOVE "Y" TO IN-SECTION-FLAG
           ELSE
               DISPLAY "SECTION HEADER NAMES TERM " CURRENT-TERM
                   " WHICH IS NOT ON TermMaster.txt -- SECTION "
                   "SKIPPED"
               MOVE "N" TO IN-SECTION-FLAG
               MOVE "BADTRM" TO REJECT-REASON
               PERFORM REJECT-ROSTER-LINE
           END-IF.
      *>    The section's department, for the summary by
      *>    department; a section no longer on file shows UNKNWN.
           MOVE "UNKNWN" TO CURRENT-DEPARTMENT.
           IF COURSES-OPEN AND SECTION-OPEN
               MOVE CURRENT-CRN TO CRN OF STUDENT-RECORD-INDEXED
               MOVE CURRENT-TERM TO TERM-CODE OF STUDENT-RECORD-INDEXED
               READ COURSES-INDEXED KEY IS CRN-TERM-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEPARTMENT-CODE OF STUDENT-RECORD-INDEXED
                           TO CURRENT-DEPARTMENT
               END-READ
           END-IF.

       EDIT-ONE-STUDENT.
           MOVE ROSTER-LINE TO STUDENT-DETAIL-VIEW.
           IF SD-GRADE IS EQUAL TO SPACES
               ADD 1 TO SKIPPED-BLANK-COUNT
               GO TO EDIT-ONE-STUDENT-DONE.
           IF NOT SD-VALID-MIDTERM
               MOVE "BADGRD" TO REJECT-REASON
               PERFORM REJECT-ROSTER-LINE
               GO TO EDIT-ONE-STUDENT-DONE.

           MOVE SD-STUDENT-ID TO EN-STUDENT-ID.
           MOVE CURRENT-CRN TO EN-CRN.
           MOVE CURRENT-TERM TO EN-TERM-CODE.
           READ ENROLLMENT-MASTER KEY IS EN-STUDENT-CRN-TERM-KEY
               INVALID KEY
                   MOVE "NOTENR" TO REJECT-REASON
                   PERFORM REJECT-ROSTER-LINE
                   GO TO EDIT-ONE-STUDENT-DONE
           END-READ.
           IF NOT ENROLLMENT-ACTIVE
               MOVE "NOTENR" TO REJECT-REASON
               PERFORM REJECT-ROSTER-LINE
               GO TO EDIT-ONE-STUDENT-DONE.

           IF POST-COUNT IS EQUAL TO 5000
               DISPLAY "POST TABLE FULL -- LINE REJECTED"
               MOVE "FULL" TO REJECT-REASON
               PERFORM REJECT-ROSTER-LINE
               GO TO EDIT-ONE-STUDENT-DONE.
           ADD 1 TO POST-COUNT.
           MOVE SD-STUDENT-ID TO PO-STUDENT-ID(POST-COUNT).
           MOVE CURRENT-REG-TERM TO PO-REG-TERM(POST-COUNT).
           MOVE CURRENT-TERM TO PO-BANNER-TERM(POST-COUNT).
           MOVE CURRENT-CRN TO PO-CRN(POST-COUNT).
           MOVE CURRENT-CLASSNAME TO PO-CLASSNAME(POST-COUNT).
           MOVE CURRENT-DEPARTMENT TO PO-DEPARTMENT(POST-COUNT).
           MOVE SD-GRADE TO PO-GRADE(POST-COUNT).
           ADD 1 TO POSTED-COUNT.
       EDIT-ONE-STUDENT-DONE.
           EXIT.

      *>    Copy MidtermGrades.txt without the rows this load
      *>    replaces, then put the copy back -- GRADE-LOAD's
      *>    save-aside purge.
       PURGE-REPLACED-ROWS.
           MOVE 0 TO DETAIL-EOF-FLAG.
           OPEN INPUT MIDTERM-FILE.
           IF NOT MIDTERM-OK
               GO TO PURGE-REPLACED-ROWS-EXIT.
           OPEN OUTPUT MIDTERM-KEEP-FILE.
           READ MIDTERM-FILE AT END MOVE 1 TO DETAIL-EOF-FLAG.
           PERFORM UNTIL DETAIL-EOF
               MOVE "N" TO MATCH-FLAG
               PERFORM VARYING LOOK-IDX FROM 1 BY 1
                       UNTIL LOOK-IDX GREATER THAN POST-COUNT
                           OR MATCH-FLAG IS EQUAL TO "Y"
                   IF MT-STUDENT-ID IS EQUAL TO
                           PO-STUDENT-ID(LOOK-IDX)
                       AND MT-TERM IS EQUAL TO PO-REG-TERM(LOOK-IDX)
                       AND MT-CRN IS EQUAL TO PO-CRN(LOOK-IDX)
                       MOVE "Y" TO MATCH-FLAG
                   END-IF
               END-PERFORM
               IF MATCH-FLAG IS EQUAL TO "N"
                   MOVE MIDTERM-GRADE-RECORD TO MIDTERM-KEEP-RECORD
                   WRITE MIDTERM-KEEP-RECORD
               END-IF
               READ MIDTERM-FILE
                   AT END MOVE 1 TO DETAIL-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE MIDTERM-FILE.
           CLOSE MIDTERM-KEEP-FILE.
           CALL "SYSTEM" USING
               "cp MidtermGradesKeep.txt MidtermGrades.txt".
           CALL "SYSTEM" USING "rm -f MidtermGradesKeep.txt".
       PURGE-REPLACED-ROWS-EXIT.
           EXIT.

       APPEND-POSTED-ROWS.
           OPEN EXTEND MIDTERM-FILE.
           IF NOT MIDTERM-OK
               OPEN OUTPUT MIDTERM-FILE.
           PERFORM VARYING POST-IDX FROM 1 BY 1
                   UNTIL POST-IDX GREATER THAN POST-COUNT
               MOVE SPACES TO MIDTERM-GRADE-RECORD
               MOVE PO-STUDENT-ID(POST-IDX) TO MT-STUDENT-ID
               MOVE PO-REG-TERM(POST-IDX) TO MT-TERM
               MOVE PO-BANNER-TERM(POST-IDX) TO MT-BANNER-TERM
               MOVE PO-CRN(POST-IDX) TO MT-CRN
               MOVE PO-CLASSNAME(POST-IDX) TO MT-CLASSNAME
               MOVE PO-DEPARTMENT(POST-IDX) TO MT-DEPARTMENT
               MOVE PO-GRADE(POST-IDX) TO MT-GRADE
               MOVE TODAY-DATE TO MT-LOAD-DATE
               WRITE MIDTERM-GRADE-RECORD
           END-PERFORM.
           CLOSE MIDTERM-FILE.

       REJECT-ROSTER-LINE.
           ADD 1 TO REJECTED-COUNT.
           MOVE SPACES TO REJECT-RECORD.
           MOVE ROSTER-LINE(1:30) TO RJ-LINE.
           MOVE REJECT-REASON TO RJ-REASON.
           WRITE REJECT-RECORD.

       END PROGRAM MIDTERM-LOAD.
