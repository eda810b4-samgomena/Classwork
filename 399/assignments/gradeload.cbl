      *          DFW report can tell sections apart.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Modification History:
      *   10/15/2026 SG - A posted grade takes the student's row off
      *                   GradesPending.txt, releasing MISSING-GRADES'
      *                   hold on their academic standing.
      *   10/15/2026 SG - Grades are checked against the enrollment's
      *                   grading basis: a pass/no-pass enrollment takes
      *                   only P or NP, an audit only AU, and a graded
      *                   enrollment neither (reject code BASIS). P, NP
      *                   and AU post to the grade detail but stay out
      *                   of the GPA.
      *   10/15/2026 SG - A variable-credit enrollment posts its grade
      *                   detail with the credits stored on the
      *                   enrollment row rather than the roster header's
      *                   SCH.
      * Tectonics: cobc
      ******************************************************************

               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-STUDENT-TERM-KEY
                   = HIST-STUDENT-ID HIST-TERM
               FILE STATUS IS GPA-HISTORY-STATUS.
           SELECT REJECT-FILE ASSIGN TO "RejectedGrades.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-FILE ASSIGN TO "GradesPending.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
           SELECT PENDING-KEEP-FILE ASSIGN TO "GradesPendingKeep.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ROSTER-FILE.
       COPY EnrollmentFormat.
       FD GRADE-DETAIL-FILE.
       01 GRADE-DETAIL-RECORD.
           03 GD-STUDENT-ID PIC X(9).
           03 FILLER PIC XX.
           03 GD-TERM PIC X(6).
           03 FILLER PIC X.
           03 GD-CLASSNAME PIC X(5).
           03 RJ-LINE PIC X(30).
           03 FILLER PIC X(1).
           03 RJ-REASON PIC X(7).
       FD PENDING-FILE.
       01 PENDING-RECORD.
           03 GP-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 GP-REG-TERM PIC X(6).
           03 FILLER PIC X(1).
           03 GP-BANNER-TERM PIC 9(6).
           03 FILLER PIC X(1).
           03 GP-CRN PIC 9(5).
           03 FILLER PIC X(1).
           03 GP-CLASSNAME PIC X(5).
       FD PENDING-KEEP-FILE.
       01 PENDING-KEEP-RECORD PIC X(35).
       WORKING-STORAGE SECTION.
       77 ROSTER-STATUS PIC X(2) VALUE "00".
           88 ROSTER-OK VALUE "00".
       77 GPA-HISTORY-STATUS PIC X(2) VALUE "00".
           88 GPA-HISTORY-OK VALUE "00".
           88 GPA-HISTORY-MISSING VALUE "23", "35".
       77 PENDING-STATUS PIC X(2) VALUE "00".
           88 PENDING-OK VALUE "00".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 DETAIL-EOF-FLAG PIC 9 VALUE IS 0.
           03 FILLER PIC X(1).
           03 SD-GRADE PIC X(2).
               88 SD-VALID-GRADE VALUE "A", "A-", "B+", "B", "B-",
                   "C+", "C", "D+", "D", "D-", "F", "I", "W",
                   "P", "NP", "AU".
               88 SD-PASS-NO-PASS-GRADE VALUE "P", "NP".
               88 SD-AUDIT-GRADE VALUE "AU".

      *>    Everything to post, collected first so the purge pass
      *>    can drop the earlier rows in one sweep.
                   PURGE-REPLACED-ROWS-EXIT
               PERFORM APPEND-POSTED-ROWS
               PERFORM RECALC-GPA-HISTORY
               PERFORM CLEAR-PENDING-ROWS THRU CLEAR-PENDING-ROWS-EXIT
           END-IF.

           CLOSE REJECT-FILE.
               PERFORM REJECT-ROSTER-LINE
               GO TO EDIT-ONE-STUDENT-DONE.

      *>    The grade has to fit the basis the student elected at
      *>    registration: P or NP for pass/no-pass, AU for audit,
      *>    and neither for a graded enrollment.
           MOVE SPACES TO REJECT-REASON.
           EVALUATE TRUE
               WHEN EN-BASIS-PASS-NO-PASS
                   IF NOT SD-PASS-NO-PASS-GRADE
                       MOVE "BASIS" TO REJECT-REASON
                   END-IF
               WHEN EN-BASIS-AUDIT
                   IF NOT SD-AUDIT-GRADE
                       MOVE "BASIS" TO REJECT-REASON
                   END-IF
               WHEN OTHER
                   IF SD-PASS-NO-PASS-GRADE OR SD-AUDIT-GRADE
                       MOVE "BASIS" TO REJECT-REASON
                   END-IF
           END-EVALUATE.
           IF REJECT-REASON IS EQUAL TO "BASIS"
               PERFORM REJECT-ROSTER-LINE
               GO TO EDIT-ONE-STUDENT-DONE.

           IF POST-COUNT IS EQUAL TO 5000
               DISPLAY "POST TABLE FULL -- LINE REJECTED"
               MOVE "FULL" TO REJECT-REASON
           MOVE CURRENT-CLASSNAME TO PO-CLASSNAME(POST-COUNT).
           MOVE SD-GRADE TO PO-GRADE(POST-COUNT).
           MOVE CURRENT-CREDITS TO PO-CREDITS(POST-COUNT).
      *>    A variable-credit enrollment posts the credits the
      *>    student chose instead of the section header's SCH.
           IF EN-CREDITS IS NUMERIC AND EN-CREDITS IS GREATER THAN ZERO
               MOVE EN-CREDITS TO PO-CREDITS(POST-COUNT)
           END-IF.
           MOVE CURRENT-CRN TO PO-CRN(POST-COUNT).
           ADD 1 TO POSTED-COUNT.
           PERFORM NOTE-RECALC-PAIR.
               PERFORM VARYING LOOK-IDX FROM 1 BY 1
                       UNTIL LOOK-IDX GREATER THAN POST-COUNT
                           OR MATCH-FLAG IS EQUAL TO "Y"
                   IF GD-STUDENT-ID IS EQUAL TO
                           PO-STUDENT-ID(LOOK-IDX)
                       AND GD-TERM IS EQUAL TO PO-REG-TERM(LOOK-IDX)
                       AND GD-CLASSNAME IS EQUAL TO
           PERFORM VARYING POST-IDX FROM 1 BY 1
                   UNTIL POST-IDX GREATER THAN POST-COUNT
               MOVE SPACES TO GRADE-DETAIL-RECORD
               MOVE PO-STUDENT-ID(POST-IDX) TO GD-STUDENT-ID
               MOVE PO-REG-TERM(POST-IDX) TO GD-TERM
               MOVE PO-CLASSNAME(POST-IDX) TO GD-CLASSNAME
               MOVE PO-GRADE(POST-IDX) TO GD-GRADE
           OPEN INPUT GRADE-DETAIL-FILE.
           READ GRADE-DETAIL-FILE AT END MOVE 1 TO DETAIL-EOF-FLAG.
           PERFORM UNTIL DETAIL-EOF
               IF GD-STUDENT-ID IS EQUAL TO
                       RC-STUDENT-ID(RECALC-IDX)
                   AND GD-TERM IS EQUAL TO RC-REG-TERM(RECALC-IDX)
                   PERFORM COUNT-ONE-GRADE THRU
               DIVIDE TOTAL-GP BY TOTAL-CREDITS GIVING GPA
           END-IF.

           MOVE RC-STUDENT-ID(RECALC-IDX) TO HIST-STUDENT-ID.
           MOVE RC-REG-TERM(RECALC-IDX) TO HIST-TERM.
           READ GPA-HISTORY-FILE KEY IS HIST-STUDENT-TERM-KEY
               INVALID KEY
                   MOVE SPACES TO HISTORY-RECORD
                   MOVE RC-STUDENT-ID(RECALC-IDX)
                       TO HIST-STUDENT-ID
                   MOVE RC-REG-TERM(RECALC-IDX) TO HIST-TERM
                   MOVE GPA TO HIST-GPA
                   MOVE TOTAL-CREDITS TO HIST-CREDITS
               WHEN "D-" MOVE 0.67 TO GRADE-VALUE
               WHEN "F" MOVE 0.00 TO GRADE-VALUE
               WHEN OTHER
      *>            Incompletes, withdrawals, transfer marks, and
      *>            pass/no-pass and audit grades stay out of the
      *>            GPA entirely.
                   GO TO COUNT-ONE-GRADE-DONE
           END-EVALUATE.
           IF GD-CREDITS IS NOT NUMERIC OR GD-CREDITS IS EQUAL TO ZERO
       COUNT-ONE-GRADE-DONE.
           EXIT.

      *>    A grade now posted answers MISSING-GRADES' hold on the
      *>    student, so its GradesPending.txt row comes off the same
      *>    save-aside way the grade detail purge works.
       CLEAR-PENDING-ROWS.
           MOVE 0 TO DETAIL-EOF-FLAG.
           OPEN INPUT PENDING-FILE.
           IF NOT PENDING-OK
               GO TO CLEAR-PENDING-ROWS-EXIT.
           OPEN OUTPUT PENDING-KEEP-FILE.
           READ PENDING-FILE AT END MOVE 1 TO DETAIL-EOF-FLAG.
           PERFORM UNTIL DETAIL-EOF
               MOVE "N" TO MATCH-FLAG
               PERFORM VARYING LOOK-IDX FROM 1 BY 1
                       UNTIL LOOK-IDX GREATER THAN POST-COUNT
                           OR MATCH-FLAG IS EQUAL TO "Y"
                   IF GP-STUDENT-ID IS EQUAL TO
                           PO-STUDENT-ID(LOOK-IDX)
                       AND GP-REG-TERM IS EQUAL TO
                           PO-REG-TERM(LOOK-IDX)
                       AND GP-CRN IS EQUAL TO PO-CRN(LOOK-IDX)
                       MOVE "Y" TO MATCH-FLAG
                   END-IF
               END-PERFORM
               IF MATCH-FLAG IS EQUAL TO "N"
                   MOVE PENDING-RECORD TO PENDING-KEEP-RECORD
                   WRITE PENDING-KEEP-RECORD
               END-IF
               READ PENDING-FILE
                   AT END MOVE 1 TO DETAIL-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE PENDING-FILE.
           CLOSE PENDING-KEEP-FILE.
           CALL "SYSTEM" USING
               "cp GradesPendingKeep.txt GradesPending.txt".
           CALL "SYSTEM" USING "rm -f GradesPendingKeep.txt".
       CLEAR-PENDING-ROWS-EXIT.
           EXIT.

       REJECT-ROSTER-LINE.
           ADD 1 TO REJECTED-COUNT.
           MOVE SPACES TO REJECT-RECORD.
