      *                   and expiries each cut an audit record, so
      *                   we stop chasing students who never wanted
      *                   the seat while the queue waits.
      *   10/15/2026 SG - A confirmed offer enrolls on the graded basis;
      *                   the student elects pass/no-pass or audit at
      *                   the registration desk before the term's
      *                   election deadline.
      *   10/15/2026 SG - A confirmed offer on a variable-credit section
      *                   enrolls at the section's MIN-SCH; the student
      *                   changes the credits at the registration desk.
      * Tectonics: cobc
      ******************************************************************

       77 INPUT-CRN PIC 9(5).
       77 INPUT-TERM-CODE PIC 9(6).
       77 OLD-SEATS-ENROLLED PIC 9(3).
       77 CONFIRM-CREDITS PIC 9 VALUE ZERO.
       77 PROMOTED-FLAG PIC X VALUE "N".
           88 A-STUDENT-PROMOTED VALUE "Y".
       77 ALREADY-ENROLLED-FLAG PIC X VALUE "N".
                   INPUT-STUDENT-ID " IN CRN " INPUT-CRN
               GO TO CONFIRM-OFFER-EXIT.

      *>    A variable-credit section enrolls at the bottom of its
      *>    range; the student sets the credits at the registration
      *>    desk like the grading basis.
           MOVE ZERO TO CONFIRM-CREDITS.
           MOVE INPUT-CRN TO CRN OF STUDENT-RECORD-INDEXED.
           MOVE INPUT-TERM-CODE TO TERM-CODE OF STUDENT-RECORD-INDEXED.
           READ COURSES-INDEXED KEY IS CRN-TERM-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VARIABLE-CREDIT-SECTION
                           AND MIN-SCH OF STUDENT-RECORD-INDEXED
                               IS NUMERIC
                       MOVE MIN-SCH OF STUDENT-RECORD-INDEXED
                           TO CONFIRM-CREDITS
                   END-IF
           END-READ.

           MOVE INPUT-STUDENT-ID TO EN-STUDENT-ID.
           MOVE INPUT-CRN TO EN-CRN.
           MOVE INPUT-TERM-CODE TO EN-TERM-CODE.
           READ ENROLLMENT-MASTER KEY IS EN-STUDENT-CRN-TERM-KEY
               INVALID KEY
                   MOVE "E" TO EN-STATUS
                   MOVE "G" TO EN-GRADING-BASIS
                   MOVE CONFIRM-CREDITS TO EN-CREDITS
                   ACCEPT EN-ACTION-DATE FROM DATE
                   MOVE SPACES TO JOURNAL-BEFORE
                   MOVE "W" TO JOURNAL-ACTION
                   MOVE ENROLLMENT-RECORD TO JOURNAL-BEFORE
                   MOVE "R" TO JOURNAL-ACTION
                   MOVE "E" TO EN-STATUS
                   MOVE "G" TO EN-GRADING-BASIS
                   MOVE CONFIRM-CREDITS TO EN-CREDITS
                   ACCEPT EN-ACTION-DATE FROM DATE
                   REWRITE ENROLLMENT-RECORD
                   PERFORM WRITE-ENROLL-JOURNAL
