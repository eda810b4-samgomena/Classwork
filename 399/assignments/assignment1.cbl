      * Date: 4/14/2021
      * Purpose: Assignment 1
      * Modification History:
      *   10/15/2026 SG - Pass/no-pass (P, NP) and audit (AU) grades are
      *                   accepted and post to the grade detail for the
      *                   transcript, but carry no quality points and
      *                   stay out of the GPA numerator and denominator.
      *   10/15/2026 SG - Students are keyed by the 9-character
      *                   StudentMaster id instead of a 10-character
      *                   name: two students whose names truncated
      *                   alike shared one GPA record and one
      *                   transcript. The id (manual or ROSTER.txt)
      *                   must be on the StudentMaster; an unknown id
      *                   posts nothing.
      *   08/24/2026 SG - Grade-detail rows carry a section CRN
      *                   column now (posted by the roster grade
      *                   load); manual keying has no section
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-STUDENT-TERM-KEY
                   = HIST-STUDENT-ID HIST-TERM
               FILE STATUS IS GPA-HISTORY-STATUS.
           SELECT GRADE-DETAIL-FILE ASSIGN TO "GradeDetail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-DETAIL-STATUS.
           SELECT DETAIL-KEEP-FILE ASSIGN TO "GradeDetailKeep.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ROSTER-FILE.
       01 DETAIL-KEEP-RECORD PIC X(34).
       FD GRADE-DETAIL-FILE.
       01 GRADE-DETAIL-RECORD.
           03 GD-STUDENT-ID PIC X(9).
           03 FILLER PIC XX.
           03 GD-TERM PIC X(6).
           03 FILLER PIC X.
           03 GD-CLASSNAME PIC X(5).
           03 GD-CREDITS PIC 9.
           03 FILLER PIC X.
           03 GD-CRN PIC 9(5).
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       WORKING-STORAGE SECTION.
           01 RUN-MODE PIC X VALUE "M".
               88 BATCH-MODE VALUE "B", "b".
           01 TERM-CODE PIC X(6) VALUE SPACES.
           01 STUDENT-ID PIC X(9).
               88 STOP-RUN VALUE "STOP", "stop".
           01 ASSIGNMENT-DETAILS.
               03 CLASSNAME PIC X(5).
                   88 FAILING VALUE    "D+", "D", "D-", "F".
                   88 WITHDRAWN VALUE  "W", "w".
                   88 INCOMPLETE VALUE "I", "i".
                   88 NON-GPA-BASIS VALUE "P", "NP", "AU", "p",
                       "np", "au".
               03 FILLER PIC X.
               03 CREDITS PIC 9.
       77 GPA-HISTORY-STATUS PIC X(2) VALUE "00".
       77 TERM-REGISTRAR-CODE PIC X(6).
       77 TERM-VALID-FLAG PIC X VALUE "N".
           88 TERM-IS-VALID VALUE "Y".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 STUDENT-KNOWN-FLAG PIC X VALUE "N".
           88 STUDENT-KNOWN VALUE "Y".

       01 NUM-CLASSES PIC 999 VALUE IS 0.
       01 TOTAL-CREDITS PIC 9(3) VALUE IS 0.
               CLOSE GPA-HISTORY-FILE
               OPEN I-O GPA-HISTORY-FILE
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF NOT STUDENT-MASTER-OK
               DISPLAY "UNABLE TO OPEN StudentMaster -- STATUS "
                   STUDENT-MASTER-STATUS
               STOP RUN.
           PERFORM RUN-PROGRAM WITH TEST BEFORE UNTIL STOP-RUN.
           IF BATCH-MODE
               CLOSE ROSTER-FILE.
           CLOSE GPA-HISTORY-FILE.
           CLOSE STUDENT-MASTER.
           STOP RUN.

       SELECT-MODE.

       RUN-PROGRAM.
           PERFORM GET-NAME.
           PERFORM CHECK-STUDENT-ID.
      *>    A rerun for the same roster would otherwise append the
      *>    student's detail rows a second time -- drop the earlier
      *>    rows first, then post this run's fresh ones.
      *>    audit archival uses.
       PURGE-STUDENT-DETAIL.
           MOVE 0 TO DETAIL-EOF-FLAG.
           IF NOT STUDENT-KNOWN
               GO TO PURGE-STUDENT-DETAIL-EXIT.
           OPEN INPUT GRADE-DETAIL-FILE.
           IF NOT GRADE-DETAIL-OK
      *>        Nothing on file yet -- nothing to purge.
           OPEN OUTPUT DETAIL-KEEP-FILE.
           READ GRADE-DETAIL-FILE AT END MOVE 1 TO DETAIL-EOF-FLAG.
           PERFORM UNTIL DETAIL-EOF
               IF GD-STUDENT-ID IS NOT EQUAL TO STUDENT-ID
                       OR GD-TERM IS NOT EQUAL TO TERM-CODE
                   MOVE GRADE-DETAIL-RECORD TO DETAIL-KEEP-RECORD
                   WRITE DETAIL-KEEP-RECORD

       GET-NAME.
           IF BATCH-MODE
               READ ROSTER-FILE INTO STUDENT-ID
                   AT END MOVE "STOP" TO STUDENT-ID
               END-READ
           ELSE
               DISPLAY "Enter a student id followed by course "
                   "numbers with grades (A-F), one per line."
               DISPLAY "Enter CALC to calculate GPA or STOP to stop"
               ACCEPT STUDENT-ID
           END-IF.

           IF STOP-RUN THEN
               STOP RUN.

      *>    The id must be on the StudentMaster; an unknown one
      *>    still has its grade lines read (so a batch roster stays
      *>    in step) but nothing posts for it.
       CHECK-STUDENT-ID.
           MOVE "N" TO STUDENT-KNOWN-FLAG.
           MOVE STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER KEY IS SM-STUDENT-ID
               INVALID KEY
                   MOVE SPACES TO SM-NAME
                   DISPLAY "REJECTED: " STUDENT-ID
                       " IS NOT ON THE StudentMaster -- GRADES "
                       "NOT POSTED"
               NOT INVALID KEY
                   MOVE "Y" TO STUDENT-KNOWN-FLAG
           END-READ.

       GET-GRADES.
           IF BATCH-MODE
               READ ROSTER-FILE INTO ASSIGNMENT-DETAILS
                   AT END
                       MOVE "STOP" TO CLASSNAME
                       MOVE "STOP" TO STUDENT-ID
               END-READ
           ELSE
               ACCEPT ASSIGNMENT-DETAILS
               ADD CREDITS TO TOTAL-CREDITS
               PERFORM WRITE-GRADE-DETAIL
           ELSE
               IF WITHDRAWN OR INCOMPLETE OR NON-GPA-BASIS
      *>            Withdrawals and incompletes don't touch the GPA
      *>            (an incomplete stays out of the denominator
      *>            until a real grade replaces it), and neither do
      *>            pass/no-pass or audit grades, but the detail
      *>            file carries them for the transcript and the
      *>            distribution report.
                   PERFORM WRITE-GRADE-DETAIL
               STOP RUN.
           
       WRITE-GRADE-DETAIL.
           IF STUDENT-KNOWN
               PERFORM WRITE-GRADE-DETAIL-LINE.

       WRITE-GRADE-DETAIL-LINE.
           MOVE SPACES TO GRADE-DETAIL-RECORD.
           MOVE STUDENT-ID TO GD-STUDENT-ID.
           MOVE TERM-CODE TO GD-TERM.
           MOVE CLASSNAME TO GD-CLASSNAME.
           MOVE GRADE TO GD-GRADE.
           WRITE GRADE-DETAIL-RECORD.

       CALC.
           DISPLAY "STUDENT ID: " STUDENT-ID "  " SM-NAME.
      *>    All-incomplete or all-withdrawn terms reach here with
      *>    zero graded credits -- a real input since "I" counts,
      *>    not a malformed roster.
      *>    One record per student per term: a rerun REWRITEs the
      *>    record the first run left, so the term average stops
      *>    double-counting rerun students.
           IF STUDENT-KNOWN
               PERFORM POST-HISTORY-RECORD.

        *>    Reset counters for additional students
           MOVE 0 TO NUM-CLASSES.
           MOVE 0 TO TOTAL-CREDITS.
           MOVE 0 TO TOTAL-GP.
           MOVE " " TO CLASSNAME.

       POST-HISTORY-RECORD.
           MOVE STUDENT-ID TO HIST-STUDENT-ID.
           MOVE TERM-CODE TO HIST-TERM.
           READ GPA-HISTORY-FILE KEY IS HIST-STUDENT-TERM-KEY
               INVALID KEY
                   MOVE SPACES TO HISTORY-RECORD
                   MOVE STUDENT-ID TO HIST-STUDENT-ID
                   MOVE TERM-CODE TO HIST-TERM
                   MOVE GPA TO HIST-GPA
                   MOVE TOTAL-CREDITS TO HIST-CREDITS
                   REWRITE HISTORY-RECORD
           END-READ.

       END PROGRAM ASSIGNMENT-1.
