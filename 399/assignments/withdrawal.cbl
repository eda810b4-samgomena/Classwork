      *          row as the fallback). Withdrawal is
      *          destructive, so it takes a level-2 sign-on and the
      *          IndexedCourses update lock.
      * Modification History:
      *   10/15/2026 SG - The return of Title IV aid is calculated at
      *                   the effective date (TITLE-IV-RETURN): the
      *                   worksheet and the aid office's return file
      *                   are written, the school's share is billed
      *                   to the student, and the letter and an R2T4
      *                   audit record carry the result.
      *   10/15/2026 SG - The last date of attendance instructors
      *                   reported on the attendance rosters
      *                   (AttendanceMarks.txt) is shown, and the
      *                   aid office may take it as the Title IV
      *                   withdrawal date in place of the effective
      *                   date.
      *   10/15/2026 SG - An audit enrollment's refund prices at the
      *                   audit rate it was billed at.
      *   10/15/2026 SG - A variable-credit enrollment's W row and
      *                   refund use the credits stored on the
      *                   enrollment.
      *   10/15/2026 SG - The withdrawal letter is also queued to
      *                   MailQueue.txt through QUEUE-MAIL for the
      *                   consolidated mail run.
      * Tectonics: cobc
      ******************************************************************

               FILE STATUS IS LETTER-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AuditTrail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ATTENDANCE-FILE ASSIGN TO "AttendanceMarks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTENDANCE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT-MASTER.
           BY STUDENT-RECORD-INDEXED.
       FD GRADE-DETAIL-FILE.
       01 GRADE-DETAIL-RECORD.
           03 GD-STUDENT-ID PIC X(9).
           03 FILLER PIC XX.
           03 GD-TERM PIC X(6).
           03 FILLER PIC X.
           03 GD-CLASSNAME PIC X(5).
       01 LETTER-LINE PIC X(80).
       FD AUDIT-FILE.
       COPY AuditFormat.
       FD ATTENDANCE-FILE.
       COPY AttendanceFormat.
       WORKING-STORAGE SECTION.
       77 ENROLLMENT-STATUS PIC X(2) VALUE "00".
           88 ENROLLMENT-OK VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 LETTER-STATUS PIC X(2) VALUE "00".
           88 LETTER-MISSING VALUE "35".
       77 MAIL-DOC-TYPE PIC X(8) VALUE "WITHDRAW".
       77 MAIL-SOURCE-FILE PIC X(30) VALUE "WithdrawalLetters.txt".
       77 CALENDAR-EOF-FLAG PIC 9 VALUE IS 0.
           88 CALENDAR-EOF VALUE IS 1.
       77 ATTENDANCE-STATUS PIC X(2) VALUE "00".
           88 ATTENDANCE-OK VALUE "00".
       77 ATTENDANCE-EOF-FLAG PIC 9 VALUE IS 0.
           88 ATTENDANCE-EOF VALUE IS 1.
      *>    The latest last date of attendance an instructor
      *>    reported for the term, and the date the Title IV
      *>    return is figured at -- the effective date unless the
      *>    aid office takes the attendance date instead.
       77 LAST-ATTEND-DATE PIC 9(8) VALUE ZERO.
       77 AID-WITHDRAW-DATE PIC 9(8) VALUE ZERO.
       77 USE-ATTEND-ANSWER PIC X VALUE "N".
       77 CALENDAR-FOUND-FLAG PIC X VALUE "N".
           88 CALENDAR-ROW-FOUND VALUE "Y".
      *>    The term's refund rows, one per part of term (blank =
       77 TERM-IN PIC X(6).
       77 REG-TERM PIC X(6) VALUE SPACES.
       77 MONEY-DISPLAY PIC $$$,$$$,$$9.99.
       77 AID-SCHOOL-RETURN PIC 9(7)V99 VALUE ZERO.
       77 AID-STUDENT-RETURN PIC 9(7)V99 VALUE ZERO.
       77 AID-RESULT-FLAG PIC X(1) VALUE "N".
           88 AID-NONE VALUE "N".
           88 AID-ALL-EARNED VALUE "E".
           88 AID-RETURN-DUE VALUE "R".
           88 AID-NO-CALENDAR VALUE "X".
       77 OPERATOR-ID PIC X(8) VALUE SPACES.
       77 AUTH-LEVEL PIC 9 VALUE ZERO.
       77 SIGNED-ON-FLAG PIC X VALUE "N".

           PERFORM GET-STUDENT-RESIDENCY.

           MOVE EFFECTIVE-DATE TO AID-WITHDRAW-DATE.
           PERFORM FIND-LAST-ATTENDANCE THRU
               FIND-LAST-ATTENDANCE-EXIT.
           IF LAST-ATTEND-DATE IS GREATER THAN ZERO
               DISPLAY "LAST DATE OF ATTENDANCE ON RECORD: "
                   LAST-ATTEND-DATE
               DISPLAY "USE IT AS THE TITLE IV WITHDRAWAL DATE "
                   "(Y/N)? "
               ACCEPT USE-ATTEND-ANSWER
               IF USE-ATTEND-ANSWER IS EQUAL TO "Y"
                       OR USE-ATTEND-ANSWER IS EQUAL TO "y"
                   MOVE LAST-ATTEND-DATE TO AID-WITHDRAW-DATE
               END-IF
           END-IF.

           OPEN EXTEND AUDIT-FILE.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR.

           PERFORM DROP-ALL-ENROLLMENTS.

           PERFORM CALCULATE-AID-RETURN.

      *>    One consolidated record for the whole action, on top of
      *>    the per-section seat audits.
           MOVE "WTHDRW" TO AUDIT-ACTION.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           CALL "QUEUE-MAIL" USING MAIL-DOC-TYPE INPUT-STUDENT-ID
               MAIL-SOURCE-FILE.

           CLOSE GRADE-DETAIL-FILE.
           CLOSE LETTER-FILE.
               INPUT-STUDENT-ID ", REFUND " REFUND-TOTAL.
           PERFORM CLOSE-AND-QUIT.

      *>    Federal aid earned to the withdrawal date (the effective
      *>    date, or the last date of attendance when the aid office
      *>    takes it); what the school sends back is billed to the
      *>    student's account.
       CALCULATE-AID-RETURN.
           CALL "TITLE-IV-RETURN" USING INPUT-STUDENT-ID
               INPUT-TERM-CODE AID-WITHDRAW-DATE AID-SCHOOL-RETURN
               AID-STUDENT-RETURN AID-RESULT-FLAG.
           EVALUATE TRUE
               WHEN AID-NO-CALENDAR
                   DISPLAY "WARNING: TERM " INPUT-TERM-CODE " HAS NO "
                       "FULL-TERM CALENDAR ROW -- TITLE IV RETURN "
                       "NOT CALCULATED"
               WHEN AID-ALL-EARNED
                   MOVE "FEDERAL AID: ALL AID FOR THE TERM WAS EARNED."
                       TO LETTER-LINE
                   WRITE LETTER-LINE
               WHEN AID-RETURN-DUE
                   MOVE AID-SCHOOL-RETURN TO MONEY-DISPLAY
                   MOVE SPACES TO LETTER-LINE
                   STRING "FEDERAL AID RETURNED BY THE UNIVERSITY AND "
                           DELIMITED BY SIZE
                       "BILLED TO YOU: " DELIMITED BY SIZE
                       MONEY-DISPLAY DELIMITED BY SIZE
                       INTO LETTER-LINE
                   WRITE LETTER-LINE
                   IF AID-STUDENT-RETURN IS GREATER THAN ZERO
                       MOVE AID-STUDENT-RETURN TO MONEY-DISPLAY
                       MOVE SPACES TO LETTER-LINE
                       STRING "FEDERAL GRANT YOU MUST RETURN: "
                               DELIMITED BY SIZE
                           MONEY-DISPLAY DELIMITED BY SIZE
                           INTO LETTER-LINE
                       WRITE LETTER-LINE
                   END-IF
           END-EVALUATE.
           IF AID-RETURN-DUE OR AID-ALL-EARNED
               MOVE "R2T4" TO AUDIT-ACTION
               MOVE "AR-AID-RETURN" TO AUDIT-FIELD-NAME
               MOVE AID-SCHOOL-RETURN TO MONEY-DISPLAY
               MOVE MONEY-DISPLAY TO AUDIT-NEW-VALUE
               MOVE SPACES TO AUDIT-OLD-VALUE
               MOVE SPACES TO AUDIT-DETAIL
               STRING "TITLE IV RETURN " DELIMITED BY SIZE
                   INPUT-STUDENT-ID DELIMITED BY SIZE
                   " TERM " DELIMITED BY SIZE
                   INPUT-TERM-CODE DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
               ACCEPT AUDIT-DATE FROM DATE
               MOVE ZEROS TO AUDIT-CRN
               CALL "AUDIT-SEAL" USING AUDIT-RECORD
               WRITE AUDIT-RECORD
           END-IF.

       DROP-ALL-ENROLLMENTS.
           MOVE INPUT-STUDENT-ID TO EN-STUDENT-ID.
           MOVE ZEROS TO EN-CRN.
           ELSE
               MOVE 1 TO SCH-COMP
           END-IF.
           IF EN-CREDITS IS NUMERIC AND EN-CREDITS IS GREATER THAN ZERO
               MOVE EN-CREDITS TO SCH-COMP
           END-IF.
           MOVE SPACES TO GRADE-DETAIL-RECORD.
           MOVE INPUT-STUDENT-ID TO GD-STUDENT-ID.
           MOVE REG-TERM TO GD-TERM.
           MOVE CLASS-NAME(1:5) TO GD-CLASSNAME.
           MOVE "W" TO GD-GRADE.
           ELSE
               MOVE "G" TO RATE-LEVEL
           END-IF.
      *>    An audit enrollment billed at the audit rate, so that
      *>    is what it refunds at.
           IF EN-BASIS-AUDIT
               MOVE "A" TO RATE-LEVEL
           END-IF.
           MOVE EFFECTIVE-DATE TO RATE-RUN-DATE.
           CALL "LOOKUP-TUITION-RATE" USING
               DEPARTMENT-CODE OF STUDENT-RECORD-INDEXED
       LOOKUP-REFUND-SCHEDULE-EXIT.
           EXIT.

      *>    Instructors report the last date of attendance on the
      *>    attendance-verification rosters; the latest one for
      *>    any of the student's sections this term is the date
      *>    the student was last academically engaged.
       FIND-LAST-ATTENDANCE.
           MOVE ZERO TO LAST-ATTEND-DATE.
           MOVE 0 TO ATTENDANCE-EOF-FLAG.
           OPEN INPUT ATTENDANCE-FILE.
           IF NOT ATTENDANCE-OK
               GO TO FIND-LAST-ATTENDANCE-EXIT.
           READ ATTENDANCE-FILE AT END MOVE 1 TO ATTENDANCE-EOF-FLAG.
           PERFORM UNTIL ATTENDANCE-EOF
               IF AV-STUDENT-ID IS EQUAL TO INPUT-STUDENT-ID
                       AND AV-TERM-CODE IS EQUAL TO INPUT-TERM-CODE
                       AND AV-LAST-ATTEND-DATE IS NUMERIC
                       AND AV-LAST-ATTEND-DATE IS GREATER THAN
                           LAST-ATTEND-DATE
                   MOVE AV-LAST-ATTEND-DATE TO LAST-ATTEND-DATE
               END-IF
               READ ATTENDANCE-FILE
                   AT END MOVE 1 TO ATTENDANCE-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE ATTENDANCE-FILE.
       FIND-LAST-ATTENDANCE-EXIT.
           EXIT.

       GET-STUDENT-RESIDENCY.
           MOVE "R" TO RATE-RESIDENCY.
           OPEN INPUT STUDENT-MASTER.
