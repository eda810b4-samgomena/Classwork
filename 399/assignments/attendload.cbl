      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Attendance-verification load -- posts the
      *          instructors' returned first-week attendance rosters
      *          (AttendanceRosters.txt as ATTENDANCE-ROSTER-GEN
      *          wrote it, marks filled in) to AttendanceMarks.txt,
      *          one row per student per section: N never attended,
      *          A attending, S stopped attending, with the last
      *          date of attendance. Edits follow GRADE-LOAD's: an
      *          unknown or not-enrolled student, a mark other than
      *          N / A / S, a date on an N, an S without a date, or
      *          a date that is not a real YYYYMMDD on or before
      *          today goes to RejectedAttendance.txt; a blank mark
      *          is skipped as not yet reported; and a rerun
      *          replaces each posted student/term/CRN's earlier
      *          row. ADMIN-DROP works the N rows from here.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTENDANCE-LOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO "AttendanceRosters.txt"
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
           SELECT ATTENDANCE-FILE ASSIGN TO "AttendanceMarks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTENDANCE-STATUS.
           SELECT ATTENDANCE-KEEP-FILE
               ASSIGN TO "AttendanceMarksKeep.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "RejectedAttendance.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ROSTER-FILE.
       01 ROSTER-LINE PIC X(80).
       FD ENROLLMENT-MASTER.
       COPY EnrollmentFormat.
       FD ATTENDANCE-FILE.
       COPY AttendanceFormat.
       FD ATTENDANCE-KEEP-FILE.
       01 ATTENDANCE-KEEP-RECORD PIC X(45).
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
       77 ATTENDANCE-STATUS PIC X(2) VALUE "00".
           88 ATTENDANCE-OK VALUE "00".
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
       77 TERM-BANNER-CODE PIC X(6).
       77 TERM-REGISTRAR-CODE PIC X(6).
       77 TERM-VALID-FLAG PIC X VALUE "N".
       77 TERM-IN PIC X(6).
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
       01 ATTEND-DATE PIC 9(8).
       01 ATTEND-DATE-PARTS REDEFINES ATTEND-DATE.
           03 AD-YEAR PIC 9(4).
           03 AD-MONTH PIC 9(2).
           03 AD-DAY PIC 9(2).

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
           03 SD-MARK PIC X(1).
               88 SD-VALID-MARK VALUE "N", "A", "S".
               88 SD-NEVER-ATTENDED VALUE "N".
               88 SD-STOPPED VALUE "S".
           03 FILLER PIC X(1).
           03 SD-LAST-ATTEND-DATE PIC X(8).

      *>    Everything to post, collected first so the purge pass
      *>    can drop the earlier rows in one sweep.
       77 POST-COUNT PIC 9(4) VALUE IS 0.
       01 POST-TABLE.
           03 POST-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON POST-COUNT.
               05 PO-STUDENT-ID PIC X(9).
               05 PO-TERM-CODE PIC 9(6).
               05 PO-CRN PIC 9(5).
               05 PO-MARK PIC X(1).
               05 PO-LAST-ATTEND-DATE PIC 9(8).
       77 POST-IDX PIC 9(4).
       77 LOOK-IDX PIC 9(4).
       77 MATCH-FLAG PIC X.
       77 REJECT-REASON PIC X(7).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT ROSTER-FILE.
           IF NOT ROSTER-OK
               DISPLAY "NO AttendanceRosters.txt ON FILE -- NOTHING "
                   "TO LOAD"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ENROLLMENT-MASTER.
           IF NOT ENROLLMENT-OK
               DISPLAY "UNABLE TO OPEN EnrollmentMaster -- STATUS "
                   ENROLLMENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.
           OPEN OUTPUT REJECT-FILE.

           READ ROSTER-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM EDIT-ONE-LINE UNTIL EOF.
           CLOSE ROSTER-FILE.
           CLOSE ENROLLMENT-MASTER.

           IF POST-COUNT IS GREATER THAN ZERO
               PERFORM PURGE-REPLACED-ROWS THRU
                   PURGE-REPLACED-ROWS-EXIT
               PERFORM APPEND-POSTED-ROWS
           END-IF.

           CLOSE REJECT-FILE.
           DISPLAY LINE-COUNT " ROSTER LINE(S) READ, " POSTED-COUNT
               " ATTENDANCE MARK(S) POSTED, " REJECTED-COUNT
               " REJECTED, " SKIPPED-BLANK-COUNT " NOT REPORTED".
           IF REJECTED-COUNT IS GREATER THAN ZERO
               DISPLAY "SEE RejectedAttendance.txt FOR REJECTS".
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
           MOVE CURRENT-TERM TO TERM-IN.
           CALL "VALIDATE-TERM-CODE" USING TERM-IN
               TERM-BANNER-CODE TERM-REGISTRAR-CODE TERM-VALID-FLAG.
           IF TERM-VALID-FLAG IS EQUAL TO "Y"
               MOVE "Y" TO IN-SECTION-FLAG
           ELSE
               DISPLAY "SECTION HEADER NAMES TERM " CURRENT-TERM
                   " WHICH IS NOT ON TermMaster.txt -- SECTION "
                   "SKIPPED"
               MOVE "N" TO IN-SECTION-FLAG
               MOVE "BADTRM" TO REJECT-REASON
               PERFORM REJECT-ROSTER-LINE
           END-IF.

       EDIT-ONE-STUDENT.
           MOVE ROSTER-LINE TO STUDENT-DETAIL-VIEW.
           IF SD-MARK IS EQUAL TO SPACES
               ADD 1 TO SKIPPED-BLANK-COUNT
               GO TO EDIT-ONE-STUDENT-DONE.
           IF NOT SD-VALID-MARK
               MOVE "BADMRK" TO REJECT-REASON
               PERFORM REJECT-ROSTER-LINE
               GO TO EDIT-ONE-STUDENT-DONE.
           PERFORM EDIT-ATTEND-DATE THRU EDIT-ATTEND-DATE-EXIT.
           IF REJECT-REASON IS NOT EQUAL TO SPACES
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
           MOVE CURRENT-TERM TO PO-TERM-CODE(POST-COUNT).
           MOVE CURRENT-CRN TO PO-CRN(POST-COUNT).
           MOVE SD-MARK TO PO-MARK(POST-COUNT).
           MOVE ATTEND-DATE TO PO-LAST-ATTEND-DATE(POST-COUNT).
           ADD 1 TO POSTED-COUNT.
       EDIT-ONE-STUDENT-DONE.
           EXIT.

      *>    A never-attended mark carries no date; a stopped mark
      *>    must say when; an attending mark may. Any date given
      *>    has to be a real calendar date no later than today.
       EDIT-ATTEND-DATE.
           MOVE SPACES TO REJECT-REASON.
           MOVE ZEROS TO ATTEND-DATE.
           IF SD-LAST-ATTEND-DATE IS EQUAL TO SPACES
               IF SD-STOPPED
                   MOVE "NOLDA" TO REJECT-REASON
               END-IF
               GO TO EDIT-ATTEND-DATE-EXIT.
           IF SD-NEVER-ATTENDED
               MOVE "NLDA" TO REJECT-REASON
               GO TO EDIT-ATTEND-DATE-EXIT.
           IF SD-LAST-ATTEND-DATE IS NOT NUMERIC
               MOVE "BADLDA" TO REJECT-REASON
               GO TO EDIT-ATTEND-DATE-EXIT.
           MOVE SD-LAST-ATTEND-DATE TO ATTEND-DATE.
           IF AD-YEAR IS LESS THAN 2000
                   OR AD-MONTH IS LESS THAN 1
                   OR AD-MONTH IS GREATER THAN 12
                   OR AD-DAY IS LESS THAN 1
                   OR AD-DAY IS GREATER THAN 31
                   OR ATTEND-DATE IS GREATER THAN TODAY-DATE
               MOVE "BADLDA" TO REJECT-REASON
           END-IF.
       EDIT-ATTEND-DATE-EXIT.
           EXIT.

      *>    Copy AttendanceMarks.txt without the rows this load
      *>    replaces, then put the copy back -- GRADE-LOAD's
      *>    save-aside purge.
       PURGE-REPLACED-ROWS.
           MOVE 0 TO DETAIL-EOF-FLAG.
           OPEN INPUT ATTENDANCE-FILE.
           IF NOT ATTENDANCE-OK
               GO TO PURGE-REPLACED-ROWS-EXIT.
           OPEN OUTPUT ATTENDANCE-KEEP-FILE.
           READ ATTENDANCE-FILE AT END MOVE 1 TO DETAIL-EOF-FLAG.
           PERFORM UNTIL DETAIL-EOF
               MOVE "N" TO MATCH-FLAG
               PERFORM VARYING LOOK-IDX FROM 1 BY 1
                       UNTIL LOOK-IDX GREATER THAN POST-COUNT
                           OR MATCH-FLAG IS EQUAL TO "Y"
                   IF AV-STUDENT-ID IS EQUAL TO
                           PO-STUDENT-ID(LOOK-IDX)
                       AND AV-TERM-CODE IS EQUAL TO
                           PO-TERM-CODE(LOOK-IDX)
                       AND AV-CRN IS EQUAL TO PO-CRN(LOOK-IDX)
                       MOVE "Y" TO MATCH-FLAG
                   END-IF
               END-PERFORM
               IF MATCH-FLAG IS EQUAL TO "N"
                   MOVE ATTENDANCE-RECORD TO ATTENDANCE-KEEP-RECORD
                   WRITE ATTENDANCE-KEEP-RECORD
               END-IF
               READ ATTENDANCE-FILE
                   AT END MOVE 1 TO DETAIL-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE ATTENDANCE-FILE.
           CLOSE ATTENDANCE-KEEP-FILE.
           CALL "SYSTEM" USING
               "cp AttendanceMarksKeep.txt AttendanceMarks.txt".
           CALL "SYSTEM" USING "rm -f AttendanceMarksKeep.txt".
       PURGE-REPLACED-ROWS-EXIT.
           EXIT.

       APPEND-POSTED-ROWS.
           OPEN EXTEND ATTENDANCE-FILE.
           IF NOT ATTENDANCE-OK
               OPEN OUTPUT ATTENDANCE-FILE.
           PERFORM VARYING POST-IDX FROM 1 BY 1
                   UNTIL POST-IDX GREATER THAN POST-COUNT
               MOVE SPACES TO ATTENDANCE-RECORD
               MOVE PO-STUDENT-ID(POST-IDX) TO AV-STUDENT-ID
               MOVE PO-TERM-CODE(POST-IDX) TO AV-TERM-CODE
               MOVE PO-CRN(POST-IDX) TO AV-CRN
               MOVE PO-MARK(POST-IDX) TO AV-MARK
               MOVE PO-LAST-ATTEND-DATE(POST-IDX)
                   TO AV-LAST-ATTEND-DATE
               MOVE TODAY-DATE TO AV-LOAD-DATE
               WRITE ATTENDANCE-RECORD
           END-PERFORM.
           CLOSE ATTENDANCE-FILE.

       REJECT-ROSTER-LINE.
           ADD 1 TO REJECTED-COUNT.
           MOVE SPACES TO REJECT-RECORD.
           MOVE ROSTER-LINE(1:30) TO RJ-LINE.
           MOVE REJECT-REASON TO RJ-REASON.
           WRITE REJECT-RECORD.

       END PROGRAM ATTENDANCE-LOAD.
