      * Date: 5/26/2021
      * Purpose: Assignment 4 part 2
      * Modification History:
      *   10/15/2026 SG - Keying a section into a room with a confirmed
      *                   RoomReservations.txt booking later in its
      *                   term, on a day it meets at an overlapping
      *                   time, warns on the spot.
      *   10/15/2026 SG - New R action, and a prompt on the add screen,
      *                   give a variable-credit section its
      *                   MIN-SCH/MAX-SCH range (blank minimum for
      *                   fixed credit); range changes cut an
      *                   SCH-RANGE audit record.
      *   08/24/2026 SG - Keying a section into a room facilities
      *                   has closed on RoomOutages.txt warns on
      *                   the spot.
       SELECT OUTAGE-FILE ASSIGN TO "RoomOutages.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OUTAGE-STATUS.
       SELECT RESERVATION-FILE ASSIGN TO "RoomReservations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RESERVATION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COURSES-INDEXED.
           03 RO-END-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 RO-REASON PIC X(20).
       FD RESERVATION-FILE.
       COPY RoomReservationFormat.
       WORKING-STORAGE SECTION.
       77 INPUT-INSTRUCTOR-LAST PIC X(16).
       77 INPUT-DEPARTMENT-CODE PIC X(6).
       77 NEW-CRN PIC 9(5).
       77 OLD-CROSS-LIST-GROUP PIC X(2).
       77 NEW-CROSS-LIST-GROUP PIC X(2).
       77 NEW-MIN-SCH PIC X(1).
       77 NEW-MAX-SCH PIC X(1).
       77 OLD-SCH-RANGE PIC X(3).
       77 NEW-SCH-RANGE PIC X(3).
       77 RANGE-VALID-FLAG PIC X VALUE "Y".
           88 RANGE-IS-VALID VALUE "Y".
       77 PAGE-LINE-COUNT PIC 99 VALUE 0.
       77 CONTINUE-PAGING PIC X VALUE "Y".
       77 FILE-STATUS PIC X(2).
           88 OUTAGE-EOF VALUE IS 1.
       77 OUT-RUN-DATE PIC 9(6).
       77 OUT-TODAY-DATE PIC 9(8) VALUE ZERO.
       77 RESERVATION-STATUS PIC X(2) VALUE "00".
           88 RESERVATION-OK VALUE "00".
       77 RESERVATION-EOF-FLAG PIC 9 VALUE IS 0.
           88 RESERVATION-EOF VALUE IS 1.
       77 RESERVED-DAY-HITS PIC 9(2).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "OPERATOR-SIGN-ON" USING OPERATOR-ID AUTH-LEVEL
           STOP RUN.

       SESSION-ACTION.
           DISPLAY "Enter an action (V, U, D, A, L, X, R, Q to "
               "quit): ".
           ACCEPT ACTION.

      *>    Level 1 views and lists; level 2 may also update, add,
      *>    cross-list, and set credit ranges; deletes take level 3.
           IF (ACTION = "U" OR "u" OR "A" OR "a" OR "X" OR "x"
                   OR "R" OR "r")
                   AND AUTH-LEVEL IS LESS THAN 2
               DISPLAY "NOT AUTHORIZED -- LEVEL 2 REQUIRED"
               MOVE "?" TO ACTION.
               ACCEPT TERM-CODE
               PERFORM LINK-CROSS-LIST.

           IF ACTION = "R" OR "r" THEN
               DISPLAY "CRN: "
               ACCEPT CRN
               DISPLAY "TERM CODE: "
               ACCEPT TERM-CODE
               PERFORM SET-CREDIT-RANGE.

           IF ACTION = "L" OR "l"
               DISPLAY "List by instructor, department, or all "
                   "(I/D/A): "
                   END-IF
           END-READ.

      *>    Give a section a credit range (independent study,
      *>    internships, thesis) so registration asks the student
      *>    for a value inside it, or clear the range by keying the
      *>    minimum as a space to go back to the fixed SCH.
       SET-CREDIT-RANGE.
           READ COURSES-INDEXED KEY IS CRN-TERM-KEY
               INVALID KEY
                   DISPLAY "INVALID KEY: " CRN
               NOT INVALID KEY
                   IF SECTION-DELETED OF STUDENT-RECORD-INDEXED
                       DISPLAY "INVALID KEY: " CRN
                   ELSE
                       MOVE SPACES TO OLD-SCH-RANGE
                       IF VARIABLE-CREDIT-SECTION
                           STRING MIN-SCH OF STUDENT-RECORD-INDEXED
                                   DELIMITED BY SIZE
                               "-" DELIMITED BY SIZE
                               MAX-SCH OF STUDENT-RECORD-INDEXED
                                   DELIMITED BY SIZE
                               INTO OLD-SCH-RANGE
                       END-IF
                       DISPLAY "CURRENT CREDIT RANGE: [" OLD-SCH-RANGE
                           "]  SCH: " SCH OF STUDENT-RECORD-INDEXED
                       PERFORM ACCEPT-CREDIT-RANGE
                       IF NOT RANGE-IS-VALID
                           DISPLAY "REJECTED: CREDIT RANGE NEEDS A "
                               "MINIMUM OF 1-8 AND A HIGHER MAXIMUM "
                               "-- SECTION NOT UPDATED"
                       ELSE
                           MOVE NEW-MIN-SCH TO MIN-SCH
                               OF STUDENT-RECORD-INDEXED
                           MOVE NEW-MAX-SCH TO MAX-SCH
                               OF STUDENT-RECORD-INDEXED
                           REWRITE STUDENT-RECORD-INDEXED
                           MOVE "UPDATE" TO AUDIT-ACTION
                           MOVE "SCH-RANGE" TO AUDIT-FIELD-NAME
                           MOVE OLD-SCH-RANGE TO AUDIT-OLD-VALUE
                           MOVE NEW-SCH-RANGE TO AUDIT-NEW-VALUE
                           MOVE "CREDIT RANGE CHANGED" TO AUDIT-DETAIL
                           PERFORM WRITE-AUDIT-RECORD
                           DISPLAY "CREDIT RANGE SAVED"
                       END-IF
                   END-IF
           END-READ.

      *>    A blank minimum means a fixed-credit section; otherwise
      *>    both ends are single digits, the minimum at least 1 and
      *>    the maximum above it.
       ACCEPT-CREDIT-RANGE.
           MOVE "Y" TO RANGE-VALID-FLAG.
           MOVE SPACE TO NEW-MIN-SCH.
           MOVE SPACE TO NEW-MAX-SCH.
           MOVE SPACES TO NEW-SCH-RANGE.
           DISPLAY "CREDIT RANGE MINIMUM (BLANK FOR A FIXED-CREDIT "
               "SECTION): ".
           ACCEPT NEW-MIN-SCH.
           IF NEW-MIN-SCH IS NOT EQUAL TO SPACE
               DISPLAY "CREDIT RANGE MAXIMUM: "
               ACCEPT NEW-MAX-SCH
               IF NEW-MIN-SCH IS NOT NUMERIC
                       OR NEW-MAX-SCH IS NOT NUMERIC
                       OR NEW-MIN-SCH IS LESS THAN "1"
                       OR NEW-MAX-SCH IS NOT GREATER THAN NEW-MIN-SCH
                   MOVE "N" TO RANGE-VALID-FLAG
               ELSE
                   STRING NEW-MIN-SCH DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       NEW-MAX-SCH DELIMITED BY SIZE
                       INTO NEW-SCH-RANGE
               END-IF
           END-IF.

       LIST-ALL.
           MOVE 0 TO PAGE-LINE-COUNT.
           MOVE "Y" TO CONTINUE-PAGING.
           DISPLAY "NEW ROOM NUMBER: ".
           ACCEPT ROOM-NUMBER.
           PERFORM WARN-IF-ROOM-OUT THRU WARN-IF-ROOM-OUT-EXIT.
           PERFORM WARN-IF-ROOM-RESERVED THRU
               WARN-IF-ROOM-RESERVED-EXIT.
           DISPLAY "NEW SEATS AVAILABLE: ".
           ACCEPT SEATS-AVAILABLE.
           DISPLAY "NEW CAMPUS CODE (BLANK FOR MAIN CAMPUS): ".
           ACCEPT CAMPUS-CODE OF STUDENT-RECORD-INDEXED.
           DISPLAY "PART OF TERM (BLANK FOR FULL TERM): ".
           ACCEPT PART-OF-TERM OF STUDENT-RECORD-INDEXED.
           PERFORM ACCEPT-CREDIT-RANGE.
           IF NOT RANGE-IS-VALID
               DISPLAY "REJECTED: CREDIT RANGE NEEDS A MINIMUM OF "
                   "1-8 AND A HIGHER MAXIMUM -- SECTION NOT ADDED"
               GO TO ADD-CONTENTS-EXIT.
           MOVE NEW-MIN-SCH TO MIN-SCH OF STUDENT-RECORD-INDEXED.
           MOVE NEW-MAX-SCH TO MAX-SCH OF STUDENT-RECORD-INDEXED.
           MOVE ZERO TO SEATS-ENROLLED.
           MOVE SPACE TO DELETED-FLAG OF STUDENT-RECORD-INDEXED.

       WARN-IF-ROOM-OUT-EXIT.
           EXIT.

      *>    Non-class bookings live on RoomReservations.txt; a
      *>    confirmed one still to come in the section's term, on a
      *>    day the section meets at an overlapping time, warns.
       WARN-IF-ROOM-RESERVED.
           IF ROOM-NUMBER IS EQUAL TO SPACES
                   OR COURSE-TIME(1:8) IS NOT NUMERIC
               GO TO WARN-IF-ROOM-RESERVED-EXIT.
           MOVE 0 TO RESERVATION-EOF-FLAG.
           OPEN INPUT RESERVATION-FILE.
           IF NOT RESERVATION-OK
               GO TO WARN-IF-ROOM-RESERVED-EXIT.
           ACCEPT OUT-RUN-DATE FROM DATE.
           COMPUTE OUT-TODAY-DATE = 20000000 + OUT-RUN-DATE.
           READ RESERVATION-FILE
               AT END MOVE 1 TO RESERVATION-EOF-FLAG.
           PERFORM UNTIL RESERVATION-EOF
               IF RR-CONFIRMED
                       AND RR-ROOM IS EQUAL TO ROOM-NUMBER
                       AND RR-TERM-CODE IS EQUAL TO TERM-CODE
                       AND RR-DATE IS NOT LESS THAN OUT-TODAY-DATE
                       AND RR-START-TIME IS LESS THAN
                           COURSE-TIME(5:4)
                       AND RR-END-TIME IS GREATER THAN
                           COURSE-TIME(1:4)
                   MOVE ZERO TO RESERVED-DAY-HITS
                   INSPECT COURSE-DAY TALLYING RESERVED-DAY-HITS
                       FOR ALL RR-WEEKDAY
                   IF RESERVED-DAY-HITS IS GREATER THAN ZERO
                       DISPLAY "WARNING: ROOM " ROOM-NUMBER
                           " IS RESERVED " RR-DATE " "
                           RR-START-TIME "-" RR-END-TIME " ("
                           RR-EVENT ")"
                   END-IF
               END-IF
               READ RESERVATION-FILE
                   AT END MOVE 1 TO RESERVATION-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE RESERVATION-FILE.
       WARN-IF-ROOM-RESERVED-EXIT.
           EXIT.

       LIST-INSTRUCTOR.
           READ COURSES-INDEXED KEY IS INSTRUCTOR-LAST
               INVALID KEY
