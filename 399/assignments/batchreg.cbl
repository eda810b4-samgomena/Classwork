      *          drop paths write.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Modification History:
      *   10/15/2026 SG - RegistrationBatch.txt takes an optional
      *                   grading-basis column after the action (blank
      *                   or G graded, P pass/no-pass, A audit); an
      *                   add electing P or A after the section's
      *                   election deadline rejects BASDLN, an unknown
      *                   basis BADBAS. The reject line widens to
      *                   carry the column. A dropped audit enrollment
      *                   refunds at the audit rate.
      *   10/15/2026 SG - RegistrationBatch.txt takes a credits column
      *                   after the grading basis; an add to a variable-
      *                   credit section needs credits inside the
      *                   section's MIN-SCH/MAX-SCH range (else BADCRD)
      *                   and stores them on the enrollment, and a drop
      *                   refunds on them. The reject line widens to
      *                   carry the column.
      *   10/15/2026 SG - An add for a student returning after the
      *                   ReadmitControl.txt gap of terms rejects READMT
      *                   until a readmission is approved on
      *                   Readmissions.txt.
      *   10/15/2026 SG - An add for a student DEGREE-CONFERRAL has
      *                   marked graduated rejects GRADTD; the desk
      *                   handles any return.
      * Tectonics: cobc
      ******************************************************************

           03 BR-ACTION PIC X(1).
               88 BR-ADD VALUE "A".
               88 BR-DROP VALUE "D".
           03 FILLER PIC X(1).
           03 BR-GRADING-BASIS PIC X(1).
               88 BR-BASIS-VALID VALUE " ", "G", "P", "A".
               88 BR-BASIS-GRADED VALUE " ", "G".
           03 FILLER PIC X(1).
           03 BR-CREDITS PIC X(1).
       FD ENROLLMENT-MASTER.
       COPY EnrollmentFormat.
       FD COURSES-INDEXED.
               88 PR-COREQUISITE VALUE "C".
       FD GRADE-DETAIL-FILE.
       01 GRADE-DETAIL-RECORD.
           03 GD-STUDENT-ID PIC X(9).
           03 FILLER PIC XX.
           03 GD-TERM PIC X(6).
           03 FILLER PIC X.
           03 GD-CLASSNAME PIC X(5).
           03 FILLER PIC X.
           03 GD-GRADE PIC XX.
               88 GD-PASSING VALUE "A", "A-", "B+", "B", "B-",
                   "C+", "C", "T", "P".
           03 FILLER PIC X.
           03 GD-CREDITS PIC 9.
       FD HOLDS-FILE.
               88 HD-ACTIVE VALUE "A".
       FD REJECT-FILE.
       01 REJECT-RECORD.
           03 RJ-TXN PIC X(28).
           03 FILLER PIC X(1).
           03 RJ-REASON PIC X(7).
       FD REGISTER-FILE.
           03 TC-CENSUS-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-PART-OF-TERM PIC X(1).
           03 FILLER PIC X(1).
           03 TC-GRADE-DUE-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-BASIS-DEADLINE PIC 9(8).
       FD CREDIT-MEMO-FILE.
       01 CREDIT-MEMO-RECORD.
           03 CM-DATE PIC 9(8).
           88 COMPLETED-WORK-OK VALUE "00".
       77 HOLD-FOUND-FLAG PIC X VALUE "N".
           88 STUDENT-HAS-HOLD VALUE "Y".
       77 LAST-ACTIVE-TERM PIC 9(6) VALUE ZERO.
       77 TERMS-AWAY PIC 9(3) VALUE ZERO.
       77 READMIT-STATE PIC X VALUE "N".
           88 READMIT-DENIED VALUE "D".
           88 READMIT-REVIEW-NEEDED VALUE "R".
       77 READMIT-FLAG PIC X VALUE "N".
           88 READMISSION-REQUIRED VALUE "Y".
       77 GRADUATED-FLAG PIC X VALUE "N".
           88 STUDENT-GRADUATED VALUE "Y".
       77 DAY-ONE PIC X.
       77 DAY-TWO PIC X.
       77 TIME-SLOT PIC X(7) VALUE SPACES.
       77 SECTION-RATE PIC 9(5)V99 VALUE IS ZERO.
       77 RATE-DEFAULT-FLAG PIC X VALUE "N".
       77 SCH-COMP PIC 9(3).
       77 BATCH-CREDITS PIC 9 VALUE ZERO.
       77 MEMO-COUNT PIC 9(6) VALUE ZERO.
       77 LOCK-ACTION PIC X.
       77 LOCK-HOLDER-NAME PIC X(20).
       77 FALLBACK-FULL-END PIC 9(8) VALUE ZERO.
       77 FALLBACK-HALF-END PIC 9(8) VALUE ZERO.
       77 FALLBACK-FOUND-FLAG PIC X VALUE "N".
       77 BASIS-DEADLINE PIC 9(8) VALUE ZERO.
       77 FALLBACK-BASIS-DEADLINE PIC 9(8) VALUE ZERO.
      *>    Before/after journal hook -- every EnrollmentMaster
      *>    write lands one record on EnrollmentJournal.txt so the
      *>    recovery utility can replay to a point in time.
           READ BATCH-FILE AT END MOVE 1 TO EOF-FLAG.

      *>    The same gauntlet the desk runs, in the same order:
      *>    section on file and active, no hold, readmitted if
      *>    returning from a long absence, prerequisites met,
      *>    no time conflict, and -- batch only -- a free seat,
      *>    because there is nobody at a terminal to send to the
      *>    waitlist screen.
               PERFORM REJECT-BATCH-TXN
               GO TO APPLY-BATCH-ADD-EXIT.

           PERFORM CHECK-GRADUATED.
           IF STUDENT-GRADUATED
               MOVE "GRADTD" TO REJECT-REASON
               PERFORM REJECT-BATCH-TXN
               GO TO APPLY-BATCH-ADD-EXIT.

           PERFORM CHECK-READMISSION THRU CHECK-READMISSION-EXIT.
           IF READMISSION-REQUIRED
               MOVE "READMT" TO REJECT-REASON
               PERFORM REJECT-BATCH-TXN
               GO TO APPLY-BATCH-ADD-EXIT.

           PERFORM CHECK-PREREQUISITES THRU CHECK-PREREQUISITES-EXIT.
           IF UNMET-PREREQUISITE
               IF UNMET-COREQUISITE
               PERFORM REJECT-BATCH-TXN
               GO TO APPLY-BATCH-ADD-EXIT.

      *>    A pass/no-pass or audit election has to land by the
      *>    section's election deadline, the same one the desk
      *>    enforces; a blank basis column is a graded add.
           IF NOT BR-BASIS-VALID
               MOVE "BADBAS" TO REJECT-REASON
               PERFORM REJECT-BATCH-TXN
               GO TO APPLY-BATCH-ADD-EXIT.
           IF NOT BR-BASIS-GRADED
               MOVE BR-CRN TO CRN OF STUDENT-RECORD-INDEXED
               MOVE BR-TERM-CODE TO TERM-CODE OF STUDENT-RECORD-INDEXED
               READ COURSES-INDEXED KEY IS CRN-TERM-KEY
                   INVALID KEY
                       MOVE SPACE TO PART-OF-TERM
                           OF STUDENT-RECORD-INDEXED
               END-READ
               MOVE PART-OF-TERM OF STUDENT-RECORD-INDEXED
                   TO SECTION-POT
               PERFORM LOOKUP-REFUND-SCHEDULE THRU
                   LOOKUP-REFUND-SCHEDULE-EXIT
               ACCEPT RUN-DATE FROM DATE
               COMPUTE DROP-DATE = 20000000 + RUN-DATE
               IF BASIS-DEADLINE IS GREATER THAN ZERO
                       AND DROP-DATE IS GREATER THAN BASIS-DEADLINE
                   MOVE "BASDLN" TO REJECT-REASON
                   PERFORM REJECT-BATCH-TXN
                   GO TO APPLY-BATCH-ADD-EXIT
               END-IF
           END-IF.

           PERFORM CHECK-SCHEDULE-CONFLICT.
           IF SCHEDULE-CONFLICT
               MOVE "CONFLCT" TO REJECT-REASON
               PERFORM REJECT-BATCH-TXN
               GO TO APPLY-BATCH-ADD-EXIT.

      *>    A variable-credit section needs the student's credits in
      *>    the credits column, inside the section's range; on a
      *>    fixed-credit section the column is ignored and the
      *>    section's SCH stands.
           MOVE ZERO TO BATCH-CREDITS.
           IF VARIABLE-CREDIT-SECTION
               IF BR-CREDITS IS NOT NUMERIC
                       OR BR-CREDITS IS LESS THAN
                           MIN-SCH OF STUDENT-RECORD-INDEXED
                       OR BR-CREDITS IS GREATER THAN
                           MAX-SCH OF STUDENT-RECORD-INDEXED
                   MOVE "BADCRD" TO REJECT-REASON
                   PERFORM REJECT-BATCH-TXN
                   GO TO APPLY-BATCH-ADD-EXIT
               END-IF
               MOVE BR-CREDITS TO BATCH-CREDITS
           END-IF.

           PERFORM WRITE-BATCH-ENROLLMENT THRU
               WRITE-BATCH-ENROLLMENT-EXIT.
       APPLY-BATCH-ADD-EXIT.
           READ ENROLLMENT-MASTER KEY IS EN-STUDENT-CRN-TERM-KEY
               INVALID KEY
                   MOVE "E" TO EN-STATUS
                   PERFORM SET-GRADING-BASIS
                   MOVE BATCH-CREDITS TO EN-CREDITS
                   ACCEPT EN-ACTION-DATE FROM DATE
                   MOVE SPACES TO JOURNAL-BEFORE
                   MOVE "W" TO JOURNAL-ACTION
                       MOVE ENROLLMENT-RECORD TO JOURNAL-BEFORE
                       MOVE "R" TO JOURNAL-ACTION
                       MOVE "E" TO EN-STATUS
                       PERFORM SET-GRADING-BASIS
                       MOVE BATCH-CREDITS TO EN-CREDITS
                       ACCEPT EN-ACTION-DATE FROM DATE
                       REWRITE ENROLLMENT-RECORD
                       PERFORM WRITE-ENROLL-JOURNAL
       WRITE-BATCH-ENROLLMENT-EXIT.
           EXIT.

       SET-GRADING-BASIS.
           IF BR-BASIS-GRADED
               MOVE "G" TO EN-GRADING-BASIS
           ELSE
               MOVE BR-GRADING-BASIS TO EN-GRADING-BASIS
           END-IF.

       APPLY-BATCH-DROP.
           MOVE BR-STUDENT-ID TO EN-STUDENT-ID.
           MOVE BR-CRN TO EN-CRN.
       CHECK-REGISTRATION-HOLDS-EXIT.
           EXIT.

      *>    Same readmission test the desk applies: a returning
      *>    student past the gap with no approved readmission on
      *>    Readmissions.txt is sent back to the office. A student
      *>    already holding a section this term, or with no earlier
      *>    enrollment, is not checked.
       CHECK-READMISSION.
           MOVE "N" TO READMIT-FLAG.
           MOVE ZERO TO LAST-ACTIVE-TERM.
           MOVE BR-STUDENT-ID TO EN-STUDENT-ID.
           MOVE ZEROS TO EN-CRN.
           MOVE ZEROS TO EN-TERM-CODE.
           START ENROLLMENT-MASTER KEY IS GREATER THAN OR EQUAL
                   EN-STUDENT-CRN-TERM-KEY
               INVALID KEY
                   MOVE "46" TO ENROLLMENT-STATUS
           END-START.
           PERFORM UNTIL ENROLLMENT-STATUS = "46"
               READ ENROLLMENT-MASTER NEXT RECORD
                   AT END MOVE "46" TO ENROLLMENT-STATUS
               END-READ
               IF ENROLLMENT-STATUS NOT = "46"
                       AND EN-STUDENT-ID NOT EQUAL BR-STUDENT-ID
                   MOVE "46" TO ENROLLMENT-STATUS
               END-IF
               IF ENROLLMENT-STATUS NOT = "46"
                       AND ENROLLMENT-ACTIVE
                   IF EN-TERM-CODE IS EQUAL TO BR-TERM-CODE
                       MOVE "46" TO ENROLLMENT-STATUS
                       MOVE "H" TO READMIT-FLAG
                   END-IF
                   IF EN-TERM-CODE IS LESS THAN BR-TERM-CODE
                           AND EN-TERM-CODE IS GREATER THAN
                               LAST-ACTIVE-TERM
                       MOVE EN-TERM-CODE TO LAST-ACTIVE-TERM
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO ENROLLMENT-STATUS.
           IF READMIT-FLAG IS EQUAL TO "H"
               MOVE "N" TO READMIT-FLAG
               GO TO CHECK-READMISSION-EXIT.

           CALL "READMIT-CLEARANCE" USING BR-STUDENT-ID
               LAST-ACTIVE-TERM BR-TERM-CODE TERMS-AWAY
               READMIT-STATE.
           IF READMIT-DENIED OR READMIT-REVIEW-NEEDED
               MOVE "Y" TO READMIT-FLAG.
       CHECK-READMISSION-EXIT.
           EXIT.

      *>    Same rule walk the desk applies, with no override path:
      *>    an unmet rule rejects the transaction back to the
      *>    office.
               CLOSE COMPLETED-WORK
               GO TO CHECK-ONE-REQUIREMENT-DONE.

      *>    The fallback joins the grade detail on the student
      *>    id.
           MOVE 0 TO DETAIL-EOF-FLAG.
           OPEN INPUT GRADE-DETAIL-FILE.
           IF NOT GRADE-DETAIL-OK
           READ GRADE-DETAIL-FILE AT END MOVE 1 TO DETAIL-EOF-FLAG.
           PERFORM UNTIL DETAIL-EOF
                   OR REQUIREMENT-MET IS EQUAL TO "Y"
               IF GD-STUDENT-ID IS EQUAL TO BR-STUDENT-ID
                       AND GD-CLASSNAME IS EQUAL TO REQUIRED-CLASS
                       AND GD-PASSING
                   MOVE "Y" TO REQUIREMENT-MET
               GO TO COMPUTE-DROP-REFUND-EXIT.

           MOVE SCH OF STUDENT-RECORD-INDEXED TO SCH-COMP.
      *>    A variable-credit enrollment refunds on the credits the
      *>    student chose.
           IF EN-CREDITS IS NUMERIC AND EN-CREDITS IS GREATER THAN ZERO
               MOVE EN-CREDITS TO SCH-COMP
           END-IF.
           IF COURSE-NUMBER OF STUDENT-RECORD-INDEXED (1:1)
                   IS LESS THAN "5"
               MOVE "U" TO RATE-LEVEL
           ELSE
               MOVE "G" TO RATE-LEVEL
           END-IF.
      *>    An audit enrollment billed at the audit rate, so that
      *>    is what it refunds at.
           IF EN-BASIS-AUDIT
               MOVE "A" TO RATE-LEVEL
           END-IF.
           PERFORM GET-STUDENT-RESIDENCY.
           MOVE DROP-DATE TO RATE-RUN-DATE.
           CALL "LOOKUP-TUITION-RATE" USING
           MOVE "N" TO CALENDAR-FOUND-FLAG.
           MOVE ZEROS TO FALLBACK-FULL-END.
           MOVE ZEROS TO FALLBACK-HALF-END.
           MOVE ZEROS TO BASIS-DEADLINE.
           MOVE ZEROS TO FALLBACK-BASIS-DEADLINE.
           MOVE "N" TO FALLBACK-FOUND-FLAG.
           MOVE 0 TO CALENDAR-EOF-FLAG.
           OPEN INPUT TERM-CALENDAR-FILE.
                   IF TC-PART-OF-TERM IS EQUAL TO SECTION-POT
                           AND SECTION-POT IS NOT EQUAL TO SPACE
                       MOVE "Y" TO CALENDAR-FOUND-FLAG
                       PERFORM NOTE-BASIS-DEADLINE
                       MOVE TC-REFUND-FULL-END TO REFUND-FULL-END
                       IF TC-REFUND-HALF-END IS NUMERIC
                           MOVE TC-REFUND-HALF-END TO REFUND-HALF-END
                   ELSE
                       IF TC-PART-OF-TERM IS EQUAL TO SPACE
                           MOVE "Y" TO FALLBACK-FOUND-FLAG
                           PERFORM NOTE-BASIS-DEADLINE
                           MOVE BASIS-DEADLINE TO
                               FALLBACK-BASIS-DEADLINE
                           MOVE ZEROS TO BASIS-DEADLINE
                           MOVE TC-REFUND-FULL-END TO
                               FALLBACK-FULL-END
                           IF TC-REFUND-HALF-END IS NUMERIC
           IF NOT CALENDAR-ROW-FOUND
                   AND FALLBACK-FOUND-FLAG IS EQUAL TO "Y"
               MOVE "Y" TO CALENDAR-FOUND-FLAG
               MOVE FALLBACK-BASIS-DEADLINE TO BASIS-DEADLINE
               MOVE FALLBACK-FULL-END TO REFUND-FULL-END
               MOVE FALLBACK-HALF-END TO REFUND-HALF-END
           END-IF.
       LOOKUP-REFUND-SCHEDULE-EXIT.
           EXIT.

      *>    The row's own election deadline when it carries one,
      *>    the census date otherwise; zero leaves the election
      *>    open.
       NOTE-BASIS-DEADLINE.
           IF TC-BASIS-DEADLINE IS NUMERIC
                   AND TC-BASIS-DEADLINE IS GREATER THAN ZERO
               MOVE TC-BASIS-DEADLINE TO BASIS-DEADLINE
           ELSE
               IF TC-CENSUS-DATE IS NUMERIC
                   MOVE TC-CENSUS-DATE TO BASIS-DEADLINE
               ELSE
                   MOVE ZEROS TO BASIS-DEADLINE
               END-IF
           END-IF.

      *>    A student DEGREE-CONFERRAL has marked graduated goes
      *>    back to the desk, where the registrar can ticket them.
       CHECK-GRADUATED.
           MOVE "N" TO GRADUATED-FLAG.
           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-OK
               MOVE BR-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER KEY IS SM-STUDENT-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF STUDENT-ACTIVE AND SM-GRADUATED
                           MOVE "Y" TO GRADUATED-FLAG
                       END-IF
               END-READ
               CLOSE STUDENT-MASTER
           END-IF.

       GET-STUDENT-RESIDENCY.
           MOVE "R" TO RATE-RESIDENCY.
           OPEN INPUT STUDENT-MASTER.
