      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Identity provisioning feed for IT (email), the card
      *          office and the library -- each kept its own student
      *          list, so a student who withdrew in September still
      *          had library privileges in December. Every student
      *          with an active EnrollmentMaster row in the current
      *          or the next term, whose StudentMaster record is
      *          active and not graduated, goes to IdentityFeed.txt
      *          as one "|"-delimited row:
      *            student id | name | class level | major |
      *            expiry date | confidential flag
      *          The current term is the latest full-term
      *          TermCalendar.txt row already started, the next the
      *          earliest not yet started; the expiry is the term end
      *          of the later of the two the student is enrolled in.
      *          A confidential student (SM-CONFIDENTIAL) goes with
      *          the flag set to Y and name, class level and major --
      *          the directory fields -- blank.
      *          IdentityChanges.txt carries the day's differences
      *          against the last run's list, kept as
      *          IdentityFeedPrevious.txt, each as the action and the
      *          row: A (add), C (change) and X (deactivate). An X
      *          row's last field is why the student left the list:
      *          G graduated, W withdrew (the term's enrollments are
      *          all dropped -- UNIV-WITHDRAWAL's exit), D student
      *          record deactivated or merged, E no longer enrolled.
      *          Both files carry the "HDR yyyymmdd" header and
      *          "TRL nnnnnn" trailer of the other outbound feeds.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDENTITY-FEED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-MASTER ASSIGN TO "EnrollmentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-STUDENT-CRN-TERM-KEY
                   = EN-STUDENT-ID EN-CRN EN-TERM-CODE
               ALTERNATE KEY IS EN-CRN-TERM-KEY
                   = EN-CRN EN-TERM-CODE WITH DUPLICATES
               FILE STATUS IS ENROLLMENT-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT TERM-CALENDAR-FILE ASSIGN TO "TermCalendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-CALENDAR-STATUS.
           SELECT FEED-FILE ASSIGN TO "IdentityFeed.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-STATUS.
           SELECT PREVIOUS-FILE ASSIGN TO "IdentityFeedPrevious.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREVIOUS-STATUS.
           SELECT CHANGES-FILE ASSIGN TO "IdentityChanges.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHANGES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT-MASTER.
       COPY EnrollmentFormat.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           03 TC-TERM-CODE PIC 9(6).
           03 FILLER PIC X(1).
           03 TC-TERM-START PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-TERM-END PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-FINALS-START PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-DESCRIPTION PIC X(20).
           03 FILLER PIC X(1).
           03 TC-REFUND-FULL-END PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-REFUND-HALF-END PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-PAYMENT-DEADLINE PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-LATE-FEE PIC 9(5)V99.
           03 FILLER PIC X(1).
           03 TC-INCOMPLETE-DEADLINE PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-CENSUS-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-PART-OF-TERM PIC X(1).
       FD FEED-FILE.
       01 FEED-RECORD PIC X(80).
       FD PREVIOUS-FILE.
       01 PREVIOUS-RECORD PIC X(80).
       FD CHANGES-FILE.
       01 CHANGES-RECORD PIC X(84).

       WORKING-STORAGE SECTION.
       77 ENROLLMENT-STATUS PIC X(2) VALUE "00".
           88 ENROLLMENT-OK VALUE "00".
           88 NO-MORE-ENROLLMENTS VALUE "46".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 TERM-CALENDAR-STATUS PIC X(2) VALUE "00".
           88 TERM-CALENDAR-OK VALUE "00".
       77 FEED-STATUS PIC X(2) VALUE "00".
           88 FEED-OK VALUE "00".
       77 PREVIOUS-STATUS PIC X(2) VALUE "00".
           88 PREVIOUS-OK VALUE "00".
       77 PREVIOUS-OPEN-FLAG PIC X VALUE "N".
           88 PREVIOUS-OPEN VALUE "Y".
       77 CHANGES-STATUS PIC X(2) VALUE "00".
           88 CHANGES-OK VALUE "00".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).

       77 CURRENT-TERM PIC 9(6) VALUE ZERO.
       77 CURRENT-TERM-START PIC 9(8) VALUE ZERO.
       77 CURRENT-TERM-END PIC 9(8) VALUE ZERO.
       77 NEXT-TERM PIC 9(6) VALUE ZERO.
       77 NEXT-TERM-START PIC 9(8) VALUE 99999999.
       77 NEXT-TERM-END PIC 9(8) VALUE ZERO.

      *>    One student's rows off the student-order walk.
       77 GROUP-STUDENT-ID PIC X(9) VALUE SPACES.
       77 IN-CURRENT-FLAG PIC X VALUE "N".
           88 IN-CURRENT-TERM VALUE "Y".
       77 IN-NEXT-FLAG PIC X VALUE "N".
           88 IN-NEXT-TERM VALUE "Y".
       77 EXPIRY-DATE PIC 9(8).
       77 FEED-ROW-COUNT PIC 9(6) VALUE ZERO.
       77 CHANGE-ROW-COUNT PIC 9(6) VALUE ZERO.
       77 ADD-COUNT PIC 9(6) VALUE ZERO.
       77 CHANGED-COUNT PIC 9(6) VALUE ZERO.
       77 DEACTIVATE-COUNT PIC 9(6) VALUE ZERO.
       77 FATAL-FLAG PIC X VALUE "N".
           88 FATAL-ERROR VALUE "Y".

       01 FEED-ROW.
           03 FR-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1) VALUE "|".
           03 FR-NAME PIC X(20).
           03 FILLER PIC X(1) VALUE "|".
           03 FR-CLASS-LEVEL PIC X(2).
           03 FILLER PIC X(1) VALUE "|".
           03 FR-MAJOR PIC X(6).
           03 FILLER PIC X(1) VALUE "|".
           03 FR-EXPIRY-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE "|".
           03 FR-CONFIDENTIAL PIC X(1).

      *>    This run's list merged against the last one on the
      *>    student id leading each row; both come off the same
      *>    student-order walk.
       77 CURRENT-EOF-FLAG PIC 9 VALUE IS 0.
           88 CURRENT-EOF VALUE IS 1.
       77 PREVIOUS-EOF-FLAG PIC 9 VALUE IS 0.
           88 PREVIOUS-EOF VALUE IS 1.
       77 CURRENT-ROW PIC X(80).
       77 PRIOR-ROW PIC X(80).
       77 CURRENT-KEY PIC X(9).
       77 PRIOR-KEY PIC X(9).
       77 LEAVE-REASON PIC X(1).
       01 CHANGE-ROW.
           03 CR-ACTION PIC X(1).
           03 FILLER PIC X(1) VALUE "|".
           03 CR-FEED-ROW PIC X(51).
           03 CR-REASON-BAR PIC X(1).
           03 CR-REASON PIC X(1).

       01 HEADER-RECORD.
           03 FILLER PIC X(4) VALUE "HDR ".
           03 HR-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 HR-KIND PIC X(16).
       01 TRAILER-RECORD.
           03 FILLER PIC X(4) VALUE "TRL ".
           03 TR-COUNT PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.
           PERFORM FIND-CURRENT-AND-NEXT THRU
               FIND-CURRENT-AND-NEXT-EXIT.
           IF CURRENT-TERM IS EQUAL TO ZERO
                   AND NEXT-TERM IS EQUAL TO ZERO
               DISPLAY "NO FULL-TERM ROWS ON TermCalendar.txt -- "
                   "NO IDENTITY FEED WRITTEN"
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN INPUT ENROLLMENT-MASTER.
           IF NOT ENROLLMENT-OK
               DISPLAY "UNABLE TO OPEN EnrollmentMaster -- STATUS "
                   ENROLLMENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT STUDENT-MASTER.
           IF NOT STUDENT-MASTER-OK
               DISPLAY "UNABLE TO OPEN StudentMaster -- STATUS "
                   STUDENT-MASTER-STATUS
               CLOSE ENROLLMENT-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT FEED-FILE.
           IF NOT FEED-OK
               DISPLAY "UNABLE TO OPEN IdentityFeed.txt -- STATUS "
                   FEED-STATUS
               CLOSE ENROLLMENT-MASTER
               CLOSE STUDENT-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE TODAY-DATE TO HR-DATE.
           MOVE "IDENTITY-FULL" TO HR-KIND.
           WRITE FEED-RECORD FROM HEADER-RECORD.

           PERFORM WRITE-FULL-LIST.

           MOVE FEED-ROW-COUNT TO TR-COUNT.
           WRITE FEED-RECORD FROM TRAILER-RECORD.
           CLOSE FEED-FILE.

           PERFORM WRITE-CHANGES THRU WRITE-CHANGES-EXIT.
           CLOSE ENROLLMENT-MASTER.
           CLOSE STUDENT-MASTER.
           IF FATAL-ERROR
               MOVE 8 TO RETURN-CODE
               STOP RUN.

      *>    Today's list is what tomorrow's changes are measured
      *>    against.
           CALL "SYSTEM" USING
               "cp IdentityFeed.txt IdentityFeedPrevious.txt".

           DISPLAY "IDENTITY FEED: " FEED-ROW-COUNT " STUDENT(S), "
               ADD-COUNT " ADDED, " CHANGED-COUNT " CHANGED, "
               DEACTIVATE-COUNT " DEACTIVATED".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       FIND-CURRENT-AND-NEXT.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF NOT TERM-CALENDAR-OK
               GO TO FIND-CURRENT-AND-NEXT-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ TERM-CALENDAR-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               IF TC-PART-OF-TERM IS EQUAL TO SPACE
                       AND TC-TERM-START IS NUMERIC
                       AND TC-TERM-END IS NUMERIC
                   IF TC-TERM-START IS NOT GREATER THAN TODAY-DATE
                       IF TC-TERM-START IS GREATER THAN
                               CURRENT-TERM-START
                           MOVE TC-TERM-CODE TO CURRENT-TERM
                           MOVE TC-TERM-START TO CURRENT-TERM-START
                           MOVE TC-TERM-END TO CURRENT-TERM-END
                       END-IF
                   ELSE
                       IF TC-TERM-START IS LESS THAN NEXT-TERM-START
                           MOVE TC-TERM-CODE TO NEXT-TERM
                           MOVE TC-TERM-START TO NEXT-TERM-START
                           MOVE TC-TERM-END TO NEXT-TERM-END
                       END-IF
                   END-IF
               END-IF
               READ TERM-CALENDAR-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE TERM-CALENDAR-FILE.
       FIND-CURRENT-AND-NEXT-EXIT.
           EXIT.

       WRITE-FULL-LIST.
           MOVE LOW-VALUES TO EN-STUDENT-ID.
           MOVE ZEROS TO EN-CRN.
           MOVE ZEROS TO EN-TERM-CODE.
           START ENROLLMENT-MASTER KEY IS GREATER THAN OR EQUAL
                   EN-STUDENT-CRN-TERM-KEY
               INVALID KEY
                   MOVE "46" TO ENROLLMENT-STATUS
           END-START.
           PERFORM UNTIL NO-MORE-ENROLLMENTS
               READ ENROLLMENT-MASTER NEXT RECORD
                   AT END MOVE "46" TO ENROLLMENT-STATUS
               END-READ
               IF NO-MORE-ENROLLMENTS
                   OR EN-STUDENT-ID IS NOT EQUAL TO GROUP-STUDENT-ID
                   PERFORM CLOSE-STUDENT-GROUP
               END-IF
               IF NOT NO-MORE-ENROLLMENTS AND ENROLLMENT-ACTIVE
                   IF EN-TERM-CODE IS EQUAL TO CURRENT-TERM
                           AND CURRENT-TERM IS NOT EQUAL TO ZERO
                       MOVE "Y" TO IN-CURRENT-FLAG
                   END-IF
                   IF EN-TERM-CODE IS EQUAL TO NEXT-TERM
                           AND NEXT-TERM IS NOT EQUAL TO ZERO
                       MOVE "Y" TO IN-NEXT-FLAG
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO ENROLLMENT-STATUS.

      *>    The student just finished goes on the list if enrolled
      *>    in either term and still active and not graduated.
       CLOSE-STUDENT-GROUP.
           IF GROUP-STUDENT-ID IS NOT EQUAL TO SPACES
                   AND (IN-CURRENT-TERM OR IN-NEXT-TERM)
               MOVE GROUP-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER KEY IS SM-STUDENT-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF STUDENT-ACTIVE AND NOT SM-GRADUATED
                           PERFORM WRITE-STUDENT-ROW
                       END-IF
               END-READ
           END-IF.
           MOVE EN-STUDENT-ID TO GROUP-STUDENT-ID.
           MOVE "N" TO IN-CURRENT-FLAG.
           MOVE "N" TO IN-NEXT-FLAG.

       WRITE-STUDENT-ROW.
           IF IN-NEXT-TERM
               MOVE NEXT-TERM-END TO EXPIRY-DATE
           ELSE
               MOVE CURRENT-TERM-END TO EXPIRY-DATE
           END-IF.
           MOVE SM-STUDENT-ID TO FR-STUDENT-ID.
           MOVE EXPIRY-DATE TO FR-EXPIRY-DATE.
           IF SM-CONFIDENTIAL
               MOVE SPACES TO FR-NAME
               MOVE SPACES TO FR-CLASS-LEVEL
               MOVE SPACES TO FR-MAJOR
               MOVE "Y" TO FR-CONFIDENTIAL
           ELSE
               MOVE SM-NAME TO FR-NAME
               INSPECT FR-NAME REPLACING ALL "|" BY "/"
               MOVE SM-CLASS-LEVEL TO FR-CLASS-LEVEL
               MOVE SM-MAJOR TO FR-MAJOR
               MOVE "N" TO FR-CONFIDENTIAL
           END-IF.
           WRITE FEED-RECORD FROM FEED-ROW.
           ADD 1 TO FEED-ROW-COUNT.

       WRITE-CHANGES.
           OPEN INPUT FEED-FILE.
           IF NOT FEED-OK
               DISPLAY "UNABLE TO REOPEN IdentityFeed.txt -- STATUS "
                   FEED-STATUS
               MOVE "Y" TO FATAL-FLAG
               GO TO WRITE-CHANGES-EXIT.
           OPEN OUTPUT CHANGES-FILE.
           IF NOT CHANGES-OK
               DISPLAY "UNABLE TO OPEN IdentityChanges.txt -- STATUS "
                   CHANGES-STATUS
               CLOSE FEED-FILE
               MOVE "Y" TO FATAL-FLAG
               GO TO WRITE-CHANGES-EXIT.
      *>    No earlier list: every student goes as an add.
           OPEN INPUT PREVIOUS-FILE.
           IF PREVIOUS-OK
               MOVE "Y" TO PREVIOUS-OPEN-FLAG
           ELSE
               MOVE 1 TO PREVIOUS-EOF-FLAG
           END-IF.
           MOVE "IDENTITY-CHANGES" TO HR-KIND.
           WRITE CHANGES-RECORD FROM HEADER-RECORD.

           PERFORM READ-CURRENT-ROW.
           PERFORM READ-PRIOR-ROW.
           PERFORM COMPARE-ROWS
               UNTIL CURRENT-EOF AND PREVIOUS-EOF.

           MOVE CHANGE-ROW-COUNT TO TR-COUNT.
           WRITE CHANGES-RECORD FROM TRAILER-RECORD.
           CLOSE FEED-FILE.
           CLOSE CHANGES-FILE.
           IF PREVIOUS-OPEN
               CLOSE PREVIOUS-FILE
           END-IF.
       WRITE-CHANGES-EXIT.
           EXIT.

       COMPARE-ROWS.
           MOVE SPACES TO CR-REASON-BAR.
           MOVE SPACES TO CR-REASON.
           EVALUATE TRUE
               WHEN CURRENT-KEY IS LESS THAN PRIOR-KEY
                   MOVE "A" TO CR-ACTION
                   MOVE CURRENT-ROW TO CR-FEED-ROW
                   PERFORM WRITE-CHANGE-ROW
                   ADD 1 TO ADD-COUNT
                   PERFORM READ-CURRENT-ROW
               WHEN CURRENT-KEY IS GREATER THAN PRIOR-KEY
                   PERFORM FIND-LEAVE-REASON THRU
                       FIND-LEAVE-REASON-EXIT
                   MOVE "X" TO CR-ACTION
                   MOVE PRIOR-ROW TO CR-FEED-ROW
                   MOVE "|" TO CR-REASON-BAR
                   MOVE LEAVE-REASON TO CR-REASON
                   PERFORM WRITE-CHANGE-ROW
                   ADD 1 TO DEACTIVATE-COUNT
                   PERFORM READ-PRIOR-ROW
               WHEN OTHER
                   IF CURRENT-ROW IS NOT EQUAL TO PRIOR-ROW
                       MOVE "C" TO CR-ACTION
                       MOVE CURRENT-ROW TO CR-FEED-ROW
                       PERFORM WRITE-CHANGE-ROW
                       ADD 1 TO CHANGED-COUNT
                   END-IF
                   PERFORM READ-CURRENT-ROW
                   PERFORM READ-PRIOR-ROW
           END-EVALUATE.

      *>    Why a student on the last list is not on this one.
       FIND-LEAVE-REASON.
           MOVE "E" TO LEAVE-REASON.
           MOVE PRIOR-KEY TO SM-STUDENT-ID.
           READ STUDENT-MASTER KEY IS SM-STUDENT-ID
               INVALID KEY
                   MOVE "D" TO LEAVE-REASON
               NOT INVALID KEY
                   IF NOT STUDENT-ACTIVE
                       MOVE "D" TO LEAVE-REASON
                   END-IF
                   IF STUDENT-ACTIVE AND SM-GRADUATED
                       MOVE "G" TO LEAVE-REASON
                   END-IF
           END-READ.
           IF LEAVE-REASON IS NOT EQUAL TO "E"
               GO TO FIND-LEAVE-REASON-EXIT.
      *>    Dropped rows in either term, and no active one (or the
      *>    student would still be listed), is a withdrawal.
           MOVE PRIOR-KEY TO EN-STUDENT-ID.
           MOVE ZEROS TO EN-CRN.
           MOVE ZEROS TO EN-TERM-CODE.
           START ENROLLMENT-MASTER KEY IS GREATER THAN OR EQUAL
                   EN-STUDENT-CRN-TERM-KEY
               INVALID KEY
                   MOVE "46" TO ENROLLMENT-STATUS
           END-START.
           PERFORM UNTIL NO-MORE-ENROLLMENTS
               READ ENROLLMENT-MASTER NEXT RECORD
                   AT END MOVE "46" TO ENROLLMENT-STATUS
               END-READ
               IF NOT NO-MORE-ENROLLMENTS
                   AND EN-STUDENT-ID IS NOT EQUAL TO PRIOR-KEY
                   MOVE "46" TO ENROLLMENT-STATUS
               END-IF
               IF NOT NO-MORE-ENROLLMENTS AND ENROLLMENT-DROPPED
                   AND ((EN-TERM-CODE IS EQUAL TO CURRENT-TERM
                           AND CURRENT-TERM IS NOT EQUAL TO ZERO)
                       OR (EN-TERM-CODE IS EQUAL TO NEXT-TERM
                           AND NEXT-TERM IS NOT EQUAL TO ZERO))
                   MOVE "W" TO LEAVE-REASON
               END-IF
           END-PERFORM.
           MOVE "00" TO ENROLLMENT-STATUS.
       FIND-LEAVE-REASON-EXIT.
           EXIT.

       WRITE-CHANGE-ROW.
           WRITE CHANGES-RECORD FROM CHANGE-ROW.
           ADD 1 TO CHANGE-ROW-COUNT.

      *>    Header and trailer records carry no key; step past them.
       READ-CURRENT-ROW.
           MOVE "HDR" TO CURRENT-ROW.
           PERFORM UNTIL CURRENT-EOF
                   OR (CURRENT-ROW(1:4) IS NOT EQUAL TO "HDR "
                       AND CURRENT-ROW(1:4) IS NOT EQUAL TO "TRL ")
               READ FEED-FILE INTO CURRENT-ROW
                   AT END MOVE 1 TO CURRENT-EOF-FLAG
               END-READ
           END-PERFORM.
           IF CURRENT-EOF
               MOVE HIGH-VALUES TO CURRENT-KEY
           ELSE
               MOVE CURRENT-ROW(1:9) TO CURRENT-KEY
           END-IF.

       READ-PRIOR-ROW.
           MOVE "HDR" TO PRIOR-ROW.
           PERFORM UNTIL PREVIOUS-EOF
                   OR (PRIOR-ROW(1:4) IS NOT EQUAL TO "HDR "
                       AND PRIOR-ROW(1:4) IS NOT EQUAL TO "TRL ")
               READ PREVIOUS-FILE INTO PRIOR-ROW
                   AT END MOVE 1 TO PREVIOUS-EOF-FLAG
               END-READ
           END-PERFORM.
           IF PREVIOUS-EOF
               MOVE HIGH-VALUES TO PRIOR-KEY
           ELSE
               MOVE PRIOR-ROW(1:9) TO PRIOR-KEY
           END-IF.
