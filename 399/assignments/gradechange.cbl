      *          the transcript, GPA, and distribution numbers never
      *          change without a trace again. Changes take level 2,
      *          the update convention the other screens follow.
      * Modification History:
      *   10/15/2026 SG - P, NP and AU are accepted; a change must stay
      *                   within the grading basis the student
      *                   registered under.
      * Tectonics: cobc
      ******************************************************************

               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-STUDENT-TERM-KEY
                   = HIST-STUDENT-ID HIST-TERM
               FILE STATUS IS GPA-HISTORY-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AuditTrail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.
       FD GRADE-DETAIL-FILE.
       01 GRADE-DETAIL-RECORD.
           03 GD-STUDENT-ID PIC X(9).
           03 FILLER PIC XX.
           03 GD-TERM PIC X(6).
           03 FILLER PIC X.
           03 GD-CLASSNAME PIC X(5).
       77 INPUT-CLASSNAME PIC X(5).
       77 NEW-GRADE PIC X(2).
           88 NEW-GRADE-VALID VALUE "A", "A-", "B+", "B", "B-",
               "C+", "C", "D+", "D", "D-", "F", "I", "W", "P", "NP",
               "AU".
           88 NEW-GRADE-PASS-NO-PASS VALUE "P", "NP".
           88 NEW-GRADE-AUDIT VALUE "AU".
       77 OLD-GRADE PIC X(2) VALUE SPACES.
           88 OLD-GRADE-PASS-NO-PASS VALUE "P", "NP".
           88 OLD-GRADE-AUDIT VALUE "AU".
       77 ROW-FOUND-FLAG PIC X VALUE "N".
           88 ROW-FOUND VALUE "Y".
       77 TERM-BANNER-CODE PIC X(6).
           IF NEW-GRADE IS EQUAL TO OLD-GRADE
               DISPLAY "GRADE UNCHANGED -- NOTHING TO DO"
               STOP RUN.
      *>    A correction stays inside the grading basis the student
      *>    registered under: pass/no-pass only swaps P and NP, an
      *>    audit stays AU, and a graded row never becomes either.
           IF (OLD-GRADE-PASS-NO-PASS AND NOT NEW-GRADE-PASS-NO-PASS)
                   OR (NEW-GRADE-PASS-NO-PASS
                       AND NOT OLD-GRADE-PASS-NO-PASS)
                   OR OLD-GRADE-AUDIT OR NEW-GRADE-AUDIT
               DISPLAY "REJECTED: '" NEW-GRADE "' DOES NOT MATCH "
                   "THE GRADING BASIS OF '" OLD-GRADE
                   "' -- NOTHING CHANGED"
               STOP RUN.

           PERFORM APPLY-GRADE-CHANGE THRU APPLY-GRADE-CHANGE-EXIT.
           PERFORM RECALC-GPA-HISTORY.
               NEW-GRADE.
           STOP RUN.

       FIND-CURRENT-GRADE.
           MOVE "N" TO ROW-FOUND-FLAG.
           MOVE 0 TO DETAIL-EOF-FLAG.
               GO TO FIND-CURRENT-GRADE-EXIT.
           READ GRADE-DETAIL-FILE AT END MOVE 1 TO DETAIL-EOF-FLAG.
           PERFORM UNTIL DETAIL-EOF
               IF GD-STUDENT-ID IS EQUAL TO INPUT-STUDENT-ID
                       AND GD-TERM IS EQUAL TO INPUT-TERM
                       AND GD-CLASSNAME IS EQUAL TO INPUT-CLASSNAME
                   MOVE "Y" TO ROW-FOUND-FLAG
           OPEN OUTPUT DETAIL-KEEP-FILE.
           READ GRADE-DETAIL-FILE AT END MOVE 1 TO DETAIL-EOF-FLAG.
           PERFORM UNTIL DETAIL-EOF
               IF GD-STUDENT-ID IS EQUAL TO INPUT-STUDENT-ID
                       AND GD-TERM IS EQUAL TO INPUT-TERM
                       AND GD-CLASSNAME IS EQUAL TO INPUT-CLASSNAME
                   MOVE NEW-GRADE TO GD-GRADE
      *>    The student's term record recomputes from every row now
      *>    on file, the credit-hour weighted calculation
      *>    ASSIGNMENT-1's CALC applies; incompletes, withdrawals,
      *>    transfer marks, and pass/no-pass and audit grades stay
      *>    out of the GPA.
       RECALC-GPA-HISTORY.
           MOVE ZERO TO TOTAL-GP.
           MOVE ZERO TO TOTAL-CREDITS.
           OPEN INPUT GRADE-DETAIL-FILE.
           READ GRADE-DETAIL-FILE AT END MOVE 1 TO DETAIL-EOF-FLAG.
           PERFORM UNTIL DETAIL-EOF
               IF GD-STUDENT-ID IS EQUAL TO INPUT-STUDENT-ID
                       AND GD-TERM IS EQUAL TO INPUT-TERM
                   PERFORM COUNT-ONE-GRADE THRU
                       COUNT-ONE-GRADE-DONE
               CLOSE GPA-HISTORY-FILE
               OPEN I-O GPA-HISTORY-FILE
           END-IF.
           MOVE INPUT-STUDENT-ID TO HIST-STUDENT-ID.
           MOVE INPUT-TERM TO HIST-TERM.
           READ GPA-HISTORY-FILE KEY IS HIST-STUDENT-TERM-KEY
               INVALID KEY
                   MOVE SPACES TO HISTORY-RECORD
                   MOVE INPUT-STUDENT-ID TO HIST-STUDENT-ID
                   MOVE INPUT-TERM TO HIST-TERM
                   MOVE GPA TO HIST-GPA
                   MOVE TOTAL-CREDITS TO HIST-CREDITS
