      *          daily feed, and cuts an audit record per action in
      *          the layout ASSIGNMENT-4 Part 2 established.
      * Modification History:
      *   10/15/2026 SG - A student DEGREE-CONFERRAL has marked
      *                   graduated is refused an add unless the
      *                   registrar has issued them a time ticket of
      *                   their own for the term.
      *   10/15/2026 SG - Readmission: a student returning after the
      *                   ReadmitControl.txt gap of terms with no active
      *                   enrollment needs a readmission decision on
      *                   Readmissions.txt (READMIT-CLEARANCE) before
      *                   the term's first add.
      *   10/15/2026 SG - Advising clearance: a student with an advisor
      *                   in effect for the term
      *                   (AdviseeAssignments.txt) must be cleared on
      *                   AdvisingClearance.txt before the term's first
      *                   add; the refusal names the advisor.
      *   10/15/2026 SG - Variable-credit sections ask for the student's
      *                   credits inside the section's MIN-SCH/MAX-SCH
      *                   range on an add or swap and store them on the
      *                   enrollment; the credit-load check and drop
      *                   refunds use each enrollment's own credits. New
      *                   C action changes them up to the election
      *                   deadline, with a CREDIT audit record.
      *   10/15/2026 SG - Grading basis per enrollment: an add or swap
      *                   asks for G (graded, the default), P (pass/no-
      *                   pass) or A (audit), and P or A is refused
      *                   after the section's election deadline (a new
      *                   trailing TermCalendar.txt column, the census
      *                   date when blank). New B action changes the
      *                   basis of an active enrollment up to the
      *                   deadline, journaled with a BASIS audit record.
      *                   A CreditLimits.txt AU row of N leaves audited
      *                   credits out of the load check, and a dropped
      *                   audit enrollment refunds at the audit rate.
      *   08/24/2026 SG - Part-of-term dating: the refund schedule
      *                   and the add-deadline check use the
      *                   calendar row for the section's own
      *                   repeat guard, credit load and schedule
      *                   conflict against the schedule EXCLUDING
      *                   the outgoing section, a free seat, and the
      *                   seat pools -- and only then are the drop and
      *                   the add applied together, audited as one SWAP
      *                   action, so a failed add can no longer cost
      *                   the student the seat they already had. A
      *                   swap writes no refund memo; the student
           SELECT SEAT-POOL-FILE ASSIGN TO "SeatPools.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEAT-POOL-STATUS.
           SELECT ASSIGN-FILE ASSIGN TO "AdviseeAssignments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASSIGN-STATUS.
           SELECT CLEARANCE-FILE ASSIGN TO "AdvisingClearance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLEARANCE-STATUS.
           SELECT COMPLETED-WORK ASSIGN TO "CompletedWork"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
       FD TERM-CALENDAR-FILE.
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
           03 CL-CLASS-LEVEL PIC X(2).
           03 FILLER PIC X(1).
           03 CL-MAX-SCH PIC 9(2).
      *>    The AU row is a setting, not a level: Y (or no row)
      *>    counts audited credits toward the cap, N leaves them
      *>    out.
       01 CREDIT-LIMIT-SETTING.
           03 CS-SETTING-NAME PIC X(2).
               88 CS-AUDIT-CREDITS VALUE "AU".
           03 FILLER PIC X(1).
           03 CS-SETTING-VALUE PIC X(1).
       FD TIME-TICKET-FILE.
       01 TIME-TICKET-RECORD.
           03 TT-STUDENT-ID PIC X(9).
           03 TT-OPEN-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 TT-OPEN-TIME PIC 9(4).
       FD ASSIGN-FILE.
       COPY AdviseeAssignFormat.
       FD CLEARANCE-FILE.
       COPY AdvisingClearanceFormat.
       FD PERMIT-FILE.
       01 PERMIT-RECORD.
           03 PN-CODE PIC X(8).
       77 LOAD-SCH-TOTAL PIC 9(3) VALUE ZERO.
       77 OVERLOAD-FLAG PIC X VALUE "N".
           88 LOAD-OVER-CAP VALUE "Y".
       77 AUDIT-COUNT-FLAG PIC X VALUE "Y".
           88 AUDIT-CREDITS-NOT-COUNTED VALUE "N".
      *>    Grading basis elected with the add (G graded, P pass/
      *>    no-pass, A audit) and the section's election deadline
      *>    off the term calendar row the refund lookup settles on.
       77 INPUT-BASIS PIC X VALUE "G".
           88 INPUT-BASIS-VALID VALUE "G", "P", "A".
           88 INPUT-BASIS-AUDIT VALUE "A".
       77 OLD-BASIS PIC X VALUE "G".
       77 BASIS-REFUSED-FLAG PIC X VALUE "N".
           88 BASIS-REFUSED VALUE "Y".
       77 BASIS-DEADLINE PIC 9(8) VALUE ZERO.
       77 FALLBACK-BASIS-DEADLINE PIC 9(8) VALUE ZERO.
      *>    Credits chosen on a variable-credit section (zero on a
      *>    fixed-credit one, where the section's SCH applies).
       77 INPUT-CREDITS PIC X VALUE SPACE.
       77 CHOSEN-CREDITS PIC 9 VALUE ZERO.
       77 OLD-CREDITS PIC 9 VALUE ZERO.
       77 CREDITS-REFUSED-FLAG PIC X VALUE "N".
           88 CREDITS-REFUSED VALUE "Y".
       77 TIME-TICKET-STATUS PIC X(2) VALUE "00".
           88 TIME-TICKET-OK VALUE "00".
       77 TICKET-EOF-FLAG PIC 9 VALUE IS 0.
           88 NO-TICKET-ROW VALUE "N".
           88 LEVEL-TICKET-ROW VALUE "L".
           88 STUDENT-TICKET-ROW VALUE "S".
       77 ASSIGN-STATUS PIC X(2) VALUE "00".
           88 ASSIGN-OK VALUE "00".
       77 CLEARANCE-STATUS PIC X(2) VALUE "00".
           88 CLEARANCE-OK VALUE "00".
       77 ADVISING-EOF-FLAG PIC 9 VALUE IS 0.
           88 ADVISING-EOF VALUE IS 1.
       77 ADVISOR-TERM PIC 9(6) VALUE ZERO.
       77 ADVISOR-LAST PIC X(16) VALUE SPACES.
           88 NO-ADVISOR VALUE SPACES, "NONE".
       77 ADVISOR-FIRST PIC X(16) VALUE SPACES.
       77 CLEARANCE-STATE PIC X VALUE SPACE.
           88 ADVISING-CLEARED VALUE "C".
       77 ADVISING-FLAG PIC X VALUE "N".
           88 ADVISING-NOT-CLEARED VALUE "Y".
      *>    Readmission -- the last term attended before this one
      *>    and what READMIT-CLEARANCE makes of the gap.
       77 LAST-ACTIVE-TERM PIC 9(6) VALUE ZERO.
       77 TERMS-AWAY PIC 9(3) VALUE ZERO.
       77 READMIT-STATE PIC X VALUE "N".
           88 READMIT-DENIED VALUE "D".
           88 READMIT-REVIEW-NEEDED VALUE "R".
       77 READMIT-FLAG PIC X VALUE "N".
           88 READMISSION-REQUIRED VALUE "Y".
       77 WINDOW-OPEN-DATE PIC 9(8) VALUE ZERO.
       77 WINDOW-OPEN-TIME PIC 9(4) VALUE ZERO.
       77 WINDOW-CLOSED-FLAG PIC X VALUE "N".
           88 WINDOW-NOT-OPEN VALUE "Y".
       77 GRADUATED-FLAG PIC X VALUE "N".
           88 STUDENT-GRADUATED VALUE "Y".
       77 GRADUATED-ON PIC 9(8) VALUE ZERO.
       77 NOW-DATE PIC 9(8) VALUE ZERO.
       77 NOW-DATE-YYMMDD PIC 9(6) VALUE ZERO.
       77 NOW-TIME-RAW PIC 9(8) VALUE ZERO.
           MOVE "REGDESK" TO AUDIT-OPERATOR.

           DISPLAY "Enter an action (A to add, D to drop, S to "
               "swap, B to change grading basis, C to change "
               "variable credits): ".
           ACCEPT ACTION.
           DISPLAY "STUDENT ID: ".
           ACCEPT INPUT-STUDENT-ID.
           IF ACTION = "S" OR "s"
               PERFORM SWAP-ENROLLMENT THRU SWAP-ENROLLMENT-EXIT.

           IF ACTION = "B" OR "b"
               PERFORM CHANGE-GRADING-BASIS THRU
                   CHANGE-GRADING-BASIS-EXIT.

           IF ACTION = "C" OR "c"
               PERFORM CHANGE-SECTION-CREDITS THRU
                   CHANGE-SECTION-CREDITS-EXIT.

           CLOSE ENROLLMENT-MASTER.
           CLOSE COURSES-INDEXED.
           CLOSE AUDIT-FILE.
                       IF STUDENT-HAS-HOLD
                           GO TO ADD-ENROLLMENT-DONE
                       END-IF
                       PERFORM CHECK-ADVISING-CLEARANCE THRU
                           CHECK-ADVISING-CLEARANCE-EXIT
                       IF ADVISING-NOT-CLEARED
                           GO TO ADD-ENROLLMENT-DONE
                       END-IF
                       PERFORM CHECK-READMISSION THRU
                           CHECK-READMISSION-EXIT
                       IF READMISSION-REQUIRED
                           GO TO ADD-ENROLLMENT-DONE
                       END-IF
                       PERFORM CHECK-PREREQUISITES THRU
                           CHECK-PREREQUISITES-EXIT
                       IF UNMET-PREREQUISITE
                       IF REPEAT-REFUSED
                           GO TO ADD-ENROLLMENT-DONE
                       END-IF
                       PERFORM CHOOSE-GRADING-BASIS THRU
                           CHOOSE-GRADING-BASIS-EXIT
                       IF BASIS-REFUSED
                           GO TO ADD-ENROLLMENT-DONE
                       END-IF
                       PERFORM CHOOSE-SECTION-CREDITS THRU
                           CHOOSE-SECTION-CREDITS-EXIT
                       IF CREDITS-REFUSED
                           GO TO ADD-ENROLLMENT-DONE
                       END-IF
                       PERFORM CHECK-CREDIT-LOAD THRU
                           CHECK-CREDIT-LOAD-EXIT
                       IF LOAD-OVER-CAP
      *>    student with no row on TimeTickets.txt registers
      *>    freely. A window that hasn't opened turns the add away
      *>    and says when it does.
      *>    A graduated student registers only on a ticket of
      *>    their own for the term -- the class-level rows and an
      *>    open registration do not reach them.
       CHECK-TIME-TICKET.
           MOVE "N" TO WINDOW-CLOSED-FLAG.
           MOVE "N" TO TICKET-KIND.
           MOVE "N" TO GRADUATED-FLAG.
           MOVE 0 TO TICKET-EOF-FLAG.
           MOVE SPACES TO STUDENT-LEVEL.
           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-OK
                   NOT INVALID KEY
                       IF STUDENT-ACTIVE
                           MOVE SM-CLASS-LEVEL TO STUDENT-LEVEL
                           IF SM-GRADUATED
                               MOVE "Y" TO GRADUATED-FLAG
                               MOVE SM-GRADUATION-DATE TO GRADUATED-ON
                           END-IF
                       END-IF
               END-READ
               CLOSE STUDENT-MASTER
           END-IF.

           OPEN INPUT TIME-TICKET-FILE.
           IF NOT TIME-TICKET-OK
      *>        No ticket file means registration is open to all.
               IF STUDENT-GRADUATED
                   PERFORM REFUSE-GRADUATED-STUDENT
               END-IF
               GO TO CHECK-TIME-TICKET-EXIT.

           READ TIME-TICKET-FILE AT END MOVE 1 TO TICKET-EOF-FLAG.
           PERFORM UNTIL TICKET-EOF
               IF TT-TERM-CODE IS EQUAL TO INPUT-TERM-CODE
           END-PERFORM.
           CLOSE TIME-TICKET-FILE.

           IF STUDENT-GRADUATED AND NOT STUDENT-TICKET-ROW
               PERFORM REFUSE-GRADUATED-STUDENT
               GO TO CHECK-TIME-TICKET-EXIT.
           IF NO-TICKET-ROW
               GO TO CHECK-TIME-TICKET-EXIT.

       CHECK-TIME-TICKET-EXIT.
           EXIT.

       REFUSE-GRADUATED-STUDENT.
           MOVE "Y" TO WINDOW-CLOSED-FLAG.
           DISPLAY INPUT-STUDENT-ID " NOT ENROLLED -- STUDENT "
               "GRADUATED " GRADUATED-ON "; THE REGISTRAR "
               "MUST ISSUE A TIME TICKET FOR THE TERM".

      *>    A section registers against its OWN dates: a
      *>    second-half section stays addable after the full term's
      *>    deadline, and nothing adds into a section whose
       CHECK-REGISTRATION-HOLDS-EXIT.
           EXIT.

      *>    A student with an advisor in effect for the term needs
      *>    that advisor's clearance (AdvisingClearance.txt, kept
      *>    by ADVISOR-MAINT) before the term's first add; once one
      *>    section is held the rest of the term's adds go through.
      *>    No advisor, or no clearance file yet, means no check.
       CHECK-ADVISING-CLEARANCE.
           MOVE "N" TO ADVISING-FLAG.
           MOVE INPUT-STUDENT-ID TO EN-STUDENT-ID.
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
                       AND EN-STUDENT-ID NOT EQUAL INPUT-STUDENT-ID
                   MOVE "46" TO ENROLLMENT-STATUS
               END-IF
               IF ENROLLMENT-STATUS NOT = "46"
                       AND ENROLLMENT-ACTIVE
                       AND EN-TERM-CODE IS EQUAL TO INPUT-TERM-CODE
                   MOVE "46" TO ENROLLMENT-STATUS
                   MOVE "H" TO ADVISING-FLAG
               END-IF
           END-PERFORM.
           MOVE "00" TO ENROLLMENT-STATUS.
           IF ADVISING-FLAG IS EQUAL TO "H"
               MOVE "N" TO ADVISING-FLAG
               GO TO CHECK-ADVISING-CLEARANCE-EXIT.

      *>    The advisor in effect is the row with the latest
      *>    effective term on or before this one; a later row wins
      *>    a tie.
           MOVE SPACES TO ADVISOR-LAST.
           MOVE SPACES TO ADVISOR-FIRST.
           MOVE ZERO TO ADVISOR-TERM.
           MOVE 0 TO ADVISING-EOF-FLAG.
           OPEN INPUT ASSIGN-FILE.
           IF NOT ASSIGN-OK
               GO TO CHECK-ADVISING-CLEARANCE-EXIT.
           READ ASSIGN-FILE AT END MOVE 1 TO ADVISING-EOF-FLAG.
           PERFORM UNTIL ADVISING-EOF
               IF AA-STUDENT-ID IS EQUAL TO INPUT-STUDENT-ID
                       AND AA-EFFECTIVE-TERM IS NOT GREATER THAN
                           INPUT-TERM-CODE
                       AND AA-EFFECTIVE-TERM IS NOT LESS THAN
                           ADVISOR-TERM
                   MOVE AA-EFFECTIVE-TERM TO ADVISOR-TERM
                   MOVE AA-ADVISOR-LAST TO ADVISOR-LAST
                   MOVE AA-ADVISOR-FIRST TO ADVISOR-FIRST
               END-IF
               READ ASSIGN-FILE AT END MOVE 1 TO ADVISING-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE ASSIGN-FILE.
           IF NO-ADVISOR
               GO TO CHECK-ADVISING-CLEARANCE-EXIT.

      *>    The latest clearance row for the term stands.
           MOVE SPACE TO CLEARANCE-STATE.
           MOVE 0 TO ADVISING-EOF-FLAG.
           OPEN INPUT CLEARANCE-FILE.
           IF NOT CLEARANCE-OK
               GO TO CHECK-ADVISING-CLEARANCE-EXIT.
           READ CLEARANCE-FILE AT END MOVE 1 TO ADVISING-EOF-FLAG.
           PERFORM UNTIL ADVISING-EOF
               IF AC-STUDENT-ID IS EQUAL TO INPUT-STUDENT-ID
                       AND AC-TERM-CODE IS EQUAL TO INPUT-TERM-CODE
                   MOVE AC-STATUS TO CLEARANCE-STATE
               END-IF
               READ CLEARANCE-FILE AT END MOVE 1 TO ADVISING-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE CLEARANCE-FILE.
           IF NOT ADVISING-CLEARED
               MOVE "Y" TO ADVISING-FLAG
               DISPLAY INPUT-STUDENT-ID " NOT ENROLLED -- NOT YET "
                   "CLEARED FOR " INPUT-TERM-CODE " -- SEE YOUR "
                   "ADVISOR, " ADVISOR-LAST
           END-IF.
       CHECK-ADVISING-CLEARANCE-EXIT.
           EXIT.

      *>    A student returning after several terms away needs a
      *>    readmission decision (READMIT-MAINT) before registering
      *>    again. The last term attended is the latest term before
      *>    this one with an active enrollment; a student already
      *>    holding a section this term is past the check, and a
      *>    student with no earlier enrollment is new, not
      *>    returning.
       CHECK-READMISSION.
           MOVE "N" TO READMIT-FLAG.
           MOVE ZERO TO LAST-ACTIVE-TERM.
           MOVE INPUT-STUDENT-ID TO EN-STUDENT-ID.
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
                       AND EN-STUDENT-ID NOT EQUAL INPUT-STUDENT-ID
                   MOVE "46" TO ENROLLMENT-STATUS
               END-IF
               IF ENROLLMENT-STATUS NOT = "46"
                       AND ENROLLMENT-ACTIVE
                   IF EN-TERM-CODE IS EQUAL TO INPUT-TERM-CODE
                       MOVE "46" TO ENROLLMENT-STATUS
                       MOVE "H" TO READMIT-FLAG
                   END-IF
                   IF EN-TERM-CODE IS LESS THAN INPUT-TERM-CODE
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

           CALL "READMIT-CLEARANCE" USING INPUT-STUDENT-ID
               LAST-ACTIVE-TERM INPUT-TERM-CODE TERMS-AWAY
               READMIT-STATE.
           IF READMIT-DENIED
               MOVE "Y" TO READMIT-FLAG
               DISPLAY INPUT-STUDENT-ID " NOT ENROLLED -- READMISSION "
                   "FOR " INPUT-TERM-CODE " WAS DENIED"
           END-IF.
           IF READMIT-REVIEW-NEEDED
               MOVE "Y" TO READMIT-FLAG
               DISPLAY INPUT-STUDENT-ID " NOT ENROLLED -- AWAY "
                   TERMS-AWAY " TERM(S) SINCE " LAST-ACTIVE-TERM
                   ", READMISSION NOT YET RECORDED"
           END-IF.
       CHECK-READMISSION-EXIT.
           EXIT.

      *>    Every rule for the section's department and course
      *>    number must be met by a passing grade in
      *>    GradeDetail.txt; an unmet rule blocks the add unless the
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
               IF GD-STUDENT-ID IS EQUAL TO INPUT-STUDENT-ID
                       AND GD-CLASSNAME IS EQUAL TO REQUIRED-CLASS
                       AND GD-PASSING
                   MOVE "Y" TO REQUIREMENT-MET
               GO TO CHECK-REPEAT-ENROLLMENT-EXIT.
           READ GRADE-DETAIL-FILE AT END MOVE 1 TO DETAIL-EOF-FLAG.
           PERFORM UNTIL DETAIL-EOF OR PRIOR-PASS-FOUND
               IF GD-STUDENT-ID IS EQUAL TO INPUT-STUDENT-ID
                       AND GD-CLASSNAME IS EQUAL TO
                           ADD-CLASS-NAME(1:5)
                       AND GD-PASSING
           EXIT.

      *>    The student's active SCH for the term plus the section
      *>    being added (the credits chosen on a variable-credit
      *>    section, each held enrollment's own credits likewise)
      *>    must fit under the class level's cap
      *>    (CreditLimits.txt, 18 when no row is on file); the
      *>    advisor override lets a deliberate overload through
      *>    with the same audited OVERRD record the prerequisite
       CHECK-CREDIT-LOAD.
           MOVE "N" TO OVERLOAD-FLAG.
           MOVE SCH OF STUDENT-RECORD-INDEXED TO NEW-SECTION-SCH.
           IF CHOSEN-CREDITS IS GREATER THAN ZERO
               MOVE CHOSEN-CREDITS TO NEW-SECTION-SCH
           END-IF.
           PERFORM GET-LEVEL-CAP THRU GET-LEVEL-CAP-EXIT.
           IF INPUT-BASIS-AUDIT AND AUDIT-CREDITS-NOT-COUNTED
               MOVE ZERO TO NEW-SECTION-SCH
           END-IF.

           MOVE NEW-SECTION-SCH TO LOAD-SCH-TOTAL.
           MOVE INPUT-STUDENT-ID TO EN-STUDENT-ID.
                       AND EN-TERM-CODE IS EQUAL TO INPUT-TERM-CODE
                       AND EN-CRN IS NOT EQUAL TO INPUT-CRN
                       AND EN-CRN IS NOT EQUAL TO SWAP-EXCLUDE-CRN
                       AND NOT (EN-BASIS-AUDIT
                           AND AUDIT-CREDITS-NOT-COUNTED)
                   PERFORM ADD-HELD-SECTION-SCH THRU
                       ADD-HELD-SECTION-SCH-EXIT
               END-IF
           END-PERFORM.
           MOVE "00" TO ENROLLMENT-STATUS.
           EXIT.

       ADD-HELD-SECTION-SCH.
           IF EN-CREDITS IS NUMERIC AND EN-CREDITS IS GREATER THAN ZERO
               ADD EN-CREDITS TO LOAD-SCH-TOTAL
               GO TO ADD-HELD-SECTION-SCH-EXIT.
           MOVE EN-CRN TO CRN OF STUDENT-RECORD-INDEXED.
           MOVE EN-TERM-CODE TO TERM-CODE OF STUDENT-RECORD-INDEXED.
           READ COURSES-INDEXED KEY IS CRN-TERM-KEY
                       ADD SCH-COMP TO LOAD-SCH-TOTAL
                   END-IF
           END-READ.
       ADD-HELD-SECTION-SCH-EXIT.
           EXIT.

      *>    The cap for the student's class level off the master;
      *>    a student not on the master, or a level with no row,
      *>    takes the 18-credit default. The same pass picks up the
      *>    AU setting for audited credits.
       GET-LEVEL-CAP.
           MOVE SPACES TO STUDENT-LEVEL.
           MOVE 18 TO LEVEL-CAP.
           MOVE "Y" TO AUDIT-COUNT-FLAG.
           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-OK
               MOVE INPUT-STUDENT-ID TO SM-STUDENT-ID
               END-READ
               CLOSE STUDENT-MASTER
           END-IF.
           MOVE 0 TO LIMITS-EOF-FLAG.
           OPEN INPUT CREDIT-LIMITS-FILE.
           IF NOT CREDIT-LIMITS-OK
               GO TO GET-LEVEL-CAP-EXIT.
           READ CREDIT-LIMITS-FILE AT END MOVE 1 TO LIMITS-EOF-FLAG.
           PERFORM UNTIL LIMITS-EOF
               IF CS-AUDIT-CREDITS
                   IF CS-SETTING-VALUE IS EQUAL TO "N"
                       MOVE "N" TO AUDIT-COUNT-FLAG
                   END-IF
               ELSE
                   IF CL-CLASS-LEVEL IS EQUAL TO STUDENT-LEVEL
                           AND STUDENT-LEVEL IS NOT EQUAL TO SPACES
                           AND CL-MAX-SCH IS NUMERIC
                           AND CL-MAX-SCH IS GREATER THAN ZERO
                       MOVE CL-MAX-SCH TO LEVEL-CAP
                   END-IF
               END-IF
               READ CREDIT-LIMITS-FILE
                   AT END MOVE 1 TO LIMITS-EOF-FLAG
           READ ENROLLMENT-MASTER KEY IS EN-STUDENT-CRN-TERM-KEY
               INVALID KEY
                   MOVE "E" TO EN-STATUS
                   MOVE INPUT-BASIS TO EN-GRADING-BASIS
                   MOVE CHOSEN-CREDITS TO EN-CREDITS
                   ACCEPT EN-ACTION-DATE FROM DATE
                   MOVE SPACES TO JOURNAL-BEFORE
                   MOVE "W" TO JOURNAL-ACTION
                       MOVE ENROLLMENT-RECORD TO JOURNAL-BEFORE
                       MOVE "R" TO JOURNAL-ACTION
                       MOVE "E" TO EN-STATUS
                       MOVE INPUT-BASIS TO EN-GRADING-BASIS
                       MOVE CHOSEN-CREDITS TO EN-CREDITS
                       ACCEPT EN-ACTION-DATE FROM DATE
                       REWRITE ENROLLMENT-RECORD
                       PERFORM WRITE-ENROLL-JOURNAL
               GO TO COMPUTE-DROP-REFUND-EXIT.

           MOVE SCH OF STUDENT-RECORD-INDEXED TO SCH-COMP.
      *>    A variable-credit enrollment billed on the credits the
      *>    student chose, so that is what it refunds on.
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
                           AND SECTION-POT IS NOT EQUAL TO SPACE
                       MOVE "Y" TO CALENDAR-FOUND-FLAG
                       MOVE TC-TERM-END TO SECTION-END-DATE
                       PERFORM NOTE-BASIS-DEADLINE
                       MOVE TC-REFUND-FULL-END TO REFUND-FULL-END
                       IF TC-REFUND-HALF-END IS NUMERIC
                           MOVE TC-REFUND-HALF-END TO REFUND-HALF-END
                       IF TC-PART-OF-TERM IS EQUAL TO SPACE
                           MOVE "Y" TO FALLBACK-FOUND-FLAG
                           MOVE TC-TERM-END TO FALLBACK-END-DATE
                           PERFORM NOTE-BASIS-DEADLINE
                           MOVE BASIS-DEADLINE TO
                               FALLBACK-BASIS-DEADLINE
                           MOVE ZEROS TO BASIS-DEADLINE
                           MOVE TC-REFUND-FULL-END TO
                               FALLBACK-FULL-END
                           IF TC-REFUND-HALF-END IS NUMERIC
                   AND FALLBACK-FOUND-FLAG IS EQUAL TO "Y"
               MOVE "Y" TO CALENDAR-FOUND-FLAG
               MOVE FALLBACK-END-DATE TO SECTION-END-DATE
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

      *>    The grading basis goes with the add: G graded (the
      *>    default), P pass/no-pass, A audit. Pass/no-pass and
      *>    audit have to be elected by the section's election
      *>    deadline, which CHECK-SECTION-DATES' calendar lookup
      *>    has already settled.
       CHOOSE-GRADING-BASIS.
           MOVE "N" TO BASIS-REFUSED-FLAG.
           MOVE SPACE TO INPUT-BASIS.
           DISPLAY "GRADING BASIS (G GRADED, P PASS/NO-PASS, A "
               "AUDIT -- ENTER FOR G): ".
           ACCEPT INPUT-BASIS.
           EVALUATE INPUT-BASIS
               WHEN SPACE
               WHEN "g"
                   MOVE "G" TO INPUT-BASIS
               WHEN "p"
                   MOVE "P" TO INPUT-BASIS
               WHEN "a"
                   MOVE "A" TO INPUT-BASIS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT INPUT-BASIS-VALID
               MOVE "Y" TO BASIS-REFUSED-FLAG
               DISPLAY INPUT-STUDENT-ID " NOT ENROLLED -- GRADING "
                   "BASIS MUST BE G, P OR A"
               GO TO CHOOSE-GRADING-BASIS-EXIT.
           IF INPUT-BASIS IS EQUAL TO "G"
               GO TO CHOOSE-GRADING-BASIS-EXIT.
           ACCEPT NOW-DATE-YYMMDD FROM DATE.
           COMPUTE NOW-DATE = 20000000 + NOW-DATE-YYMMDD.
           IF BASIS-DEADLINE IS GREATER THAN ZERO
                   AND NOW-DATE IS GREATER THAN BASIS-DEADLINE
               MOVE "Y" TO BASIS-REFUSED-FLAG
               DISPLAY INPUT-STUDENT-ID " NOT ENROLLED -- PASS/NO-"
                   "PASS AND AUDIT ELECTION CLOSED " BASIS-DEADLINE
           END-IF.
       CHOOSE-GRADING-BASIS-EXIT.
           EXIT.

      *>    A change of basis on an active enrollment, allowed only
      *>    up to the section's election deadline. Moving an audit
      *>    back into the credit load re-runs the load check when
      *>    audited credits are left out of it. The change goes on
      *>    the journal and cuts a BASIS audit record.
       CHANGE-GRADING-BASIS.
           MOVE INPUT-STUDENT-ID TO EN-STUDENT-ID.
           MOVE INPUT-CRN TO EN-CRN.
           MOVE INPUT-TERM-CODE TO EN-TERM-CODE.
           READ ENROLLMENT-MASTER KEY IS EN-STUDENT-CRN-TERM-KEY
               INVALID KEY
                   DISPLAY "NO ENROLLMENT ON FILE FOR "
                       INPUT-STUDENT-ID " IN CRN " INPUT-CRN
                   GO TO CHANGE-GRADING-BASIS-EXIT
           END-READ.
           IF NOT ENROLLMENT-ACTIVE
               DISPLAY "NO ENROLLMENT ON FILE FOR " INPUT-STUDENT-ID
                   " IN CRN " INPUT-CRN
               GO TO CHANGE-GRADING-BASIS-EXIT.
           IF EN-BASIS-GRADED
               MOVE "G" TO OLD-BASIS
           ELSE
               MOVE EN-GRADING-BASIS TO OLD-BASIS
           END-IF.
           MOVE ZERO TO CHOSEN-CREDITS.
           IF EN-CREDITS IS NUMERIC
               MOVE EN-CREDITS TO CHOSEN-CREDITS
           END-IF.

           MOVE INPUT-CRN TO CRN OF STUDENT-RECORD-INDEXED.
           MOVE INPUT-TERM-CODE TO TERM-CODE OF STUDENT-RECORD-INDEXED.
           READ COURSES-INDEXED KEY IS CRN-TERM-KEY
               INVALID KEY
                   DISPLAY "INVALID KEY: " INPUT-CRN
                   GO TO CHANGE-GRADING-BASIS-EXIT
           END-READ.
           MOVE PART-OF-TERM OF STUDENT-RECORD-INDEXED
               TO SECTION-POT.
           PERFORM LOOKUP-REFUND-SCHEDULE THRU
               LOOKUP-REFUND-SCHEDULE-EXIT.
           ACCEPT NOW-DATE-YYMMDD FROM DATE.
           COMPUTE NOW-DATE = 20000000 + NOW-DATE-YYMMDD.
           IF BASIS-DEADLINE IS GREATER THAN ZERO
                   AND NOW-DATE IS GREATER THAN BASIS-DEADLINE
               DISPLAY "GRADING BASIS NOT CHANGED -- THE ELECTION "
                   "CLOSED " BASIS-DEADLINE
               GO TO CHANGE-GRADING-BASIS-EXIT.

           PERFORM CHOOSE-GRADING-BASIS THRU CHOOSE-GRADING-BASIS-EXIT.
           IF BASIS-REFUSED
               GO TO CHANGE-GRADING-BASIS-EXIT.
           IF INPUT-BASIS IS EQUAL TO OLD-BASIS
               DISPLAY "GRADING BASIS IS ALREADY " OLD-BASIS
                   " -- NOTHING CHANGED"
               GO TO CHANGE-GRADING-BASIS-EXIT.

           IF OLD-BASIS IS EQUAL TO "A"
               PERFORM GET-LEVEL-CAP THRU GET-LEVEL-CAP-EXIT
               IF AUDIT-CREDITS-NOT-COUNTED
                   PERFORM CHECK-CREDIT-LOAD THRU
                       CHECK-CREDIT-LOAD-EXIT
                   IF LOAD-OVER-CAP
                       DISPLAY "GRADING BASIS NOT CHANGED"
                       GO TO CHANGE-GRADING-BASIS-EXIT
                   END-IF
               END-IF
           END-IF.

      *>    The load walk moved the enrollment buffer; read the
      *>    record back before the rewrite.
           MOVE INPUT-STUDENT-ID TO EN-STUDENT-ID.
           MOVE INPUT-CRN TO EN-CRN.
           MOVE INPUT-TERM-CODE TO EN-TERM-CODE.
           READ ENROLLMENT-MASTER KEY IS EN-STUDENT-CRN-TERM-KEY
               INVALID KEY
                   DISPLAY "NO ENROLLMENT ON FILE FOR "
                       INPUT-STUDENT-ID " IN CRN " INPUT-CRN
                   GO TO CHANGE-GRADING-BASIS-EXIT
           END-READ.
           MOVE ENROLLMENT-RECORD TO JOURNAL-BEFORE.
           MOVE "R" TO JOURNAL-ACTION.
           MOVE INPUT-BASIS TO EN-GRADING-BASIS.
           REWRITE ENROLLMENT-RECORD.
           PERFORM WRITE-ENROLL-JOURNAL.
           DISPLAY INPUT-STUDENT-ID " CRN " INPUT-CRN
               " GRADING BASIS CHANGED FROM " OLD-BASIS " TO "
               INPUT-BASIS.

           MOVE "BASIS" TO AUDIT-ACTION.
           MOVE "GRADING-BASIS" TO AUDIT-FIELD-NAME.
           MOVE OLD-BASIS TO AUDIT-OLD-VALUE.
           MOVE INPUT-BASIS TO AUDIT-NEW-VALUE.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "GRADING BASIS CHANGE " DELIMITED BY SIZE
               INPUT-STUDENT-ID DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           ACCEPT AUDIT-DATE FROM DATE.
           MOVE INPUT-CRN TO AUDIT-CRN.
           CALL "AUDIT-SEAL" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
       CHANGE-GRADING-BASIS-EXIT.
           EXIT.

      *>    A variable-credit section asks for the student's credits
      *>    inside the section's MIN-SCH/MAX-SCH range; a fixed-
      *>    credit section leaves them at zero so the section's SCH
      *>    stands.
       CHOOSE-SECTION-CREDITS.
           MOVE "N" TO CREDITS-REFUSED-FLAG.
           MOVE ZERO TO CHOSEN-CREDITS.
           IF NOT VARIABLE-CREDIT-SECTION
               GO TO CHOOSE-SECTION-CREDITS-EXIT.
           MOVE SPACE TO INPUT-CREDITS.
           DISPLAY "CREDITS FOR CRN " INPUT-CRN " ("
               MIN-SCH OF STUDENT-RECORD-INDEXED " TO "
               MAX-SCH OF STUDENT-RECORD-INDEXED "): ".
           ACCEPT INPUT-CREDITS.
           IF INPUT-CREDITS IS NOT NUMERIC
                   OR INPUT-CREDITS IS LESS THAN
                       MIN-SCH OF STUDENT-RECORD-INDEXED
                   OR INPUT-CREDITS IS GREATER THAN
                       MAX-SCH OF STUDENT-RECORD-INDEXED
               MOVE "Y" TO CREDITS-REFUSED-FLAG
               DISPLAY INPUT-STUDENT-ID " NOT ENROLLED -- CREDITS "
                   "MUST BE " MIN-SCH OF STUDENT-RECORD-INDEXED
                   " TO " MAX-SCH OF STUDENT-RECORD-INDEXED
               GO TO CHOOSE-SECTION-CREDITS-EXIT.
           MOVE INPUT-CREDITS TO CHOSEN-CREDITS.
       CHOOSE-SECTION-CREDITS-EXIT.
           EXIT.

      *>    A change of credits on an active variable-credit
      *>    enrollment, allowed up to the same election deadline the
      *>    grading basis keeps. The new value re-runs the credit
      *>    load check, goes on the journal, and cuts a CREDIT
      *>    audit record; billing picks it up on its next run.
       CHANGE-SECTION-CREDITS.
           MOVE INPUT-CRN TO CRN OF STUDENT-RECORD-INDEXED.
           MOVE INPUT-TERM-CODE TO TERM-CODE OF STUDENT-RECORD-INDEXED.
           READ COURSES-INDEXED KEY IS CRN-TERM-KEY
               INVALID KEY
                   DISPLAY "INVALID KEY: " INPUT-CRN
                   GO TO CHANGE-SECTION-CREDITS-EXIT
           END-READ.
           IF NOT VARIABLE-CREDIT-SECTION
               DISPLAY "CRN " INPUT-CRN " IS NOT A VARIABLE-CREDIT "
                   "SECTION -- NOTHING CHANGED"
               GO TO CHANGE-SECTION-CREDITS-EXIT.

           MOVE INPUT-STUDENT-ID TO EN-STUDENT-ID.
           MOVE INPUT-CRN TO EN-CRN.
           MOVE INPUT-TERM-CODE TO EN-TERM-CODE.
           READ ENROLLMENT-MASTER KEY IS EN-STUDENT-CRN-TERM-KEY
               INVALID KEY
                   DISPLAY "NO ENROLLMENT ON FILE FOR "
                       INPUT-STUDENT-ID " IN CRN " INPUT-CRN
                   GO TO CHANGE-SECTION-CREDITS-EXIT
           END-READ.
           IF NOT ENROLLMENT-ACTIVE
               DISPLAY "NO ENROLLMENT ON FILE FOR " INPUT-STUDENT-ID
                   " IN CRN " INPUT-CRN
               GO TO CHANGE-SECTION-CREDITS-EXIT.
           IF EN-CREDITS IS NUMERIC AND EN-CREDITS IS GREATER THAN ZERO
               MOVE EN-CREDITS TO OLD-CREDITS
           ELSE
               MOVE ZERO TO OLD-CREDITS
               IF SCH OF STUDENT-RECORD-INDEXED IS NUMERIC
                   MOVE SCH OF STUDENT-RECORD-INDEXED TO SCH-COMP
                   MOVE SCH-COMP TO OLD-CREDITS
               END-IF
           END-IF.
           IF EN-BASIS-GRADED
               MOVE "G" TO INPUT-BASIS
           ELSE
               MOVE EN-GRADING-BASIS TO INPUT-BASIS
           END-IF.

           MOVE PART-OF-TERM OF STUDENT-RECORD-INDEXED
               TO SECTION-POT.
           PERFORM LOOKUP-REFUND-SCHEDULE THRU
               LOOKUP-REFUND-SCHEDULE-EXIT.
           ACCEPT NOW-DATE-YYMMDD FROM DATE.
           COMPUTE NOW-DATE = 20000000 + NOW-DATE-YYMMDD.
           IF BASIS-DEADLINE IS GREATER THAN ZERO
                   AND NOW-DATE IS GREATER THAN BASIS-DEADLINE
               DISPLAY "CREDITS NOT CHANGED -- CHANGES CLOSED "
                   BASIS-DEADLINE
               GO TO CHANGE-SECTION-CREDITS-EXIT.

           DISPLAY "CURRENT CREDITS: " OLD-CREDITS.
           PERFORM CHOOSE-SECTION-CREDITS THRU
               CHOOSE-SECTION-CREDITS-EXIT.
           IF CREDITS-REFUSED
               GO TO CHANGE-SECTION-CREDITS-EXIT.
           IF CHOSEN-CREDITS IS EQUAL TO OLD-CREDITS
               DISPLAY "CREDITS ARE ALREADY " OLD-CREDITS
                   " -- NOTHING CHANGED"
               GO TO CHANGE-SECTION-CREDITS-EXIT.
           IF CHOSEN-CREDITS IS GREATER THAN OLD-CREDITS
               PERFORM CHECK-CREDIT-LOAD THRU CHECK-CREDIT-LOAD-EXIT
               IF LOAD-OVER-CAP
                   DISPLAY "CREDITS NOT CHANGED"
                   GO TO CHANGE-SECTION-CREDITS-EXIT
               END-IF
           END-IF.

      *>    The load walk moved the enrollment buffer; read the
      *>    record back before the rewrite.
           MOVE INPUT-STUDENT-ID TO EN-STUDENT-ID.
           MOVE INPUT-CRN TO EN-CRN.
           MOVE INPUT-TERM-CODE TO EN-TERM-CODE.
           READ ENROLLMENT-MASTER KEY IS EN-STUDENT-CRN-TERM-KEY
               INVALID KEY
                   DISPLAY "NO ENROLLMENT ON FILE FOR "
                       INPUT-STUDENT-ID " IN CRN " INPUT-CRN
                   GO TO CHANGE-SECTION-CREDITS-EXIT
           END-READ.
           MOVE ENROLLMENT-RECORD TO JOURNAL-BEFORE.
           MOVE "R" TO JOURNAL-ACTION.
           MOVE CHOSEN-CREDITS TO EN-CREDITS.
           REWRITE ENROLLMENT-RECORD.
           PERFORM WRITE-ENROLL-JOURNAL.
           DISPLAY INPUT-STUDENT-ID " CRN " INPUT-CRN
               " CREDITS CHANGED FROM " OLD-CREDITS " TO "
               CHOSEN-CREDITS.

           MOVE "CREDIT" TO AUDIT-ACTION.
           MOVE "EN-CREDITS" TO AUDIT-FIELD-NAME.
           MOVE OLD-CREDITS TO AUDIT-OLD-VALUE.
           MOVE CHOSEN-CREDITS TO AUDIT-NEW-VALUE.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "VARIABLE CREDIT CHANGE " DELIMITED BY SIZE
               INPUT-STUDENT-ID DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           ACCEPT AUDIT-DATE FROM DATE.
           MOVE INPUT-CRN TO AUDIT-CRN.
           CALL "AUDIT-SEAL" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
       CHANGE-SECTION-CREDITS-EXIT.
           EXIT.

      *>    Same residency rule billing applies: the StudentMaster
      *>    record's code when the student is on file, resident
      *>    otherwise.
           IF REPEAT-REFUSED
               GO TO SWAP-ENROLLMENT-EXIT.

           PERFORM CHOOSE-GRADING-BASIS THRU CHOOSE-GRADING-BASIS-EXIT.
           IF BASIS-REFUSED
               GO TO SWAP-ENROLLMENT-EXIT.

           PERFORM CHOOSE-SECTION-CREDITS THRU
               CHOOSE-SECTION-CREDITS-EXIT.
           IF CREDITS-REFUSED
               GO TO SWAP-ENROLLMENT-EXIT.

           PERFORM CHECK-CREDIT-LOAD THRU CHECK-CREDIT-LOAD-EXIT.
           IF LOAD-OVER-CAP
               GO TO SWAP-ENROLLMENT-EXIT.
