      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Room reservations -- rooms are booked for exams,
      *          events and meetings, and those bookings lived on a
      *          paper calendar the schedulers never saw. This screen
      *          keeps them on RoomReservations.txt. A request (room,
      *          date, start and end time, event, requester, and
      *          whether the group is internal or outside) is checked
      *          before it is confirmed against RoomOutages.txt (the
      *          room out of service that day), against the class
      *          schedule (every SECTION-MEETINGS meeting pattern of
      *          every active section of the term the date falls in,
      *          on TermCalendar.txt, that meets in the room on that
      *          weekday at an overlapping time -- a part-of-term
      *          section only inside its own dates), and against the
      *          room's other confirmed reservations that day; every
      *          conflict found is listed and the request is not
      *          confirmed. Confirmed bookings carry the term and the
      *          meeting-day letter, so ROOM-ASSIGN, ROOM-SCHEDULE and
      *          the section maintenance screen treat them as
      *          occupied. Cancelling keeps the row with status X.
      *          Only today's and later bookings are held for the
      *          checks, the cancel and the list; past rows copy
      *          through a keep file unchanged when the file is
      *          written back, so the file can outgrow the table.
      *          Requests and cancels are audited (level 2, operator
      *          sign-on); level 1 lists. The C action writes the
      *          chargeback report, ChargebackReport.txt: each outside
      *          group's confirmed bookings in a date range (read
      *          straight off the file, past dates included), hours
      *          priced at the RoomRates.txt hourly rate for the
      *          room's RoomMaster.txt type, subtotalled by requester.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROOM-RESERVATION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESERVATION-FILE ASSIGN TO "RoomReservations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESERVATION-STATUS.
           SELECT RESERVATION-KEEP-FILE
               ASSIGN TO "RoomReservationsKeep.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESERVATION-KEEP-STATUS.
           SELECT OUTAGE-FILE ASSIGN TO "RoomOutages.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTAGE-STATUS.
           SELECT ROOM-MASTER-FILE ASSIGN TO "RoomMaster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROOM-MASTER-STATUS.
           SELECT RATE-FILE ASSIGN TO "RoomRates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-STATUS.
           SELECT TERM-CALENDAR-FILE ASSIGN TO "TermCalendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-CALENDAR-STATUS.
           SELECT COURSES-INDEXED ASSIGN TO "IndexedCourses"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRN-TERM-KEY
                   = CRN OF STUDENT-RECORD-INDEXED
                   TERM-CODE OF STUDENT-RECORD-INDEXED
               ALTERNATE KEY IS DEPARTMENT-CODE
                   OF STUDENT-RECORD-INDEXED WITH DUPLICATES
               ALTERNATE KEY IS INSTRUCTOR-LAST
                   OF STUDENT-RECORD-INDEXED WITH DUPLICATES
               FILE STATUS IS COURSES-INDEXED-STATUS.
           SELECT CHARGEBACK-REPORT-FILE
               ASSIGN TO "ChargebackReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHARGEBACK-SORT-FILE ASSIGN TO "CHARGEWORK.tmp".
           SELECT AUDIT-FILE ASSIGN TO "AuditTrail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RESERVATION-FILE.
       COPY RoomReservationFormat.
       FD RESERVATION-KEEP-FILE.
       01 RESERVATION-KEEP-LINE PIC X(95).
       FD OUTAGE-FILE.
       01 OUTAGE-RECORD.
           03 RO-ROOM PIC X(6).
           03 FILLER PIC X(1).
           03 RO-START-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 RO-END-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 RO-REASON PIC X(20).
       FD ROOM-MASTER-FILE.
       01 ROOM-MASTER-RECORD.
           03 RM-ROOM-NUMBER PIC X(6).
           03 FILLER PIC X(1).
           03 RM-BUILDING PIC X(20).
           03 FILLER PIC X(1).
           03 RM-CAPACITY PIC 9(3).
           03 FILLER PIC X(1).
           03 RM-ROOM-TYPE PIC X(10).
       FD RATE-FILE.
       01 ROOM-RATE-RECORD.
           03 RT-ROOM-TYPE PIC X(10).
           03 FILLER PIC X(1).
           03 RT-HOURLY-RATE PIC 9(3)V99.
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
       FD COURSES-INDEXED.
       COPY CoursesFormat REPLACING STUDENT-RECORD
           BY STUDENT-RECORD-INDEXED.
       FD CHARGEBACK-REPORT-FILE.
       01 REPORT-LINE PIC X(90).
       SD CHARGEBACK-SORT-FILE.
       01 CHARGEBACK-SORT-RECORD.
           03 CS-REQUESTER PIC X(20).
           03 CS-DATE PIC 9(8).
           03 CS-NUMBER PIC 9(5).
           03 CS-ROOM PIC X(6).
           03 CS-START PIC 9(4).
           03 CS-END PIC 9(4).
           03 CS-EVENT PIC X(20).
       FD AUDIT-FILE.
       COPY AuditFormat.
       WORKING-STORAGE SECTION.
       77 RESERVATION-STATUS PIC X(2) VALUE "00".
           88 RESERVATION-OK VALUE "00".
       77 RESERVATION-OPEN-FLAG PIC X VALUE "N".
           88 RESERVATION-FILE-OPEN VALUE "Y".
       77 RESERVATION-KEEP-STATUS PIC X(2) VALUE "00".
           88 RESERVATION-KEEP-OK VALUE "00".
       77 OUTAGE-STATUS PIC X(2) VALUE "00".
           88 OUTAGE-OK VALUE "00".
       77 ROOM-MASTER-STATUS PIC X(2) VALUE "00".
           88 ROOM-MASTER-OK VALUE "00".
       77 RATE-STATUS PIC X(2) VALUE "00".
           88 RATE-OK VALUE "00".
       77 TERM-CALENDAR-STATUS PIC X(2) VALUE "00".
           88 TERM-CALENDAR-OK VALUE "00".
       77 COURSES-INDEXED-STATUS PIC X(2) VALUE "00".
           88 COURSES-INDEXED-OK VALUE "00".
           88 NO-MORE-SECTIONS VALUE "46".
       77 LOAD-EOF-FLAG PIC 9 VALUE IS 0.
           88 LOAD-EOF VALUE IS 1.
       77 SORT-EOF-FLAG PIC X VALUE "N".
           88 SORT-EOF VALUE "Y".
       77 ACTION PIC X.
       77 OPERATOR-ID PIC X(8) VALUE SPACES.
       77 AUTH-LEVEL PIC 9 VALUE ZERO.
       77 SIGNED-ON-FLAG PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
       77 RESERVATIONS-CHANGED PIC X VALUE "N".
           88 RESERVATIONS-WERE-CHANGED VALUE "Y".
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).

       77 INPUT-ROOM PIC X(6).
       01 INPUT-DATE PIC 9(8).
       01 INPUT-DATE-PARTS REDEFINES INPUT-DATE.
           03 ID-YYYY PIC 9(4).
           03 ID-MM PIC 9(2).
           03 ID-DD PIC 9(2).
       77 INPUT-START PIC 9(4).
       77 INPUT-END PIC 9(4).
       77 INPUT-EVENT PIC X(20).
       77 INPUT-REQUESTER PIC X(20).
       77 INPUT-GROUP-TYPE PIC X.
       77 INPUT-NUMBER PIC 9(5).
       77 INPUT-FROM-DATE PIC 9(8).
       77 INPUT-TO-DATE PIC 9(8).
       01 CLOCK-TIME PIC 9(4).
       01 CLOCK-TIME-PARTS REDEFINES CLOCK-TIME.
           03 CLOCK-HH PIC 9(2).
           03 CLOCK-MM PIC 9(2).
       77 TIME-VALID-FLAG PIC X.

      *>    Today's and later reservations, loaded and written back
      *>    after a change, the ROOM-OUTAGE shape; past rows stay
      *>    on the file and copy through the keep file.
       77 RESERVATION-COUNT PIC 9(4) VALUE IS 0.
       77 PAST-RESERVATION-COUNT PIC 9(7) VALUE ZERO.
       77 RESERVATIONS-OVERFLOW-FLAG PIC X VALUE "N".
           88 RESERVATIONS-OVERFLOW VALUE "Y".
       01 RESERVATION-TABLE.
           03 RESERVATION-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON RESERVATION-COUNT.
               05 RV-NUMBER PIC 9(5).
               05 RV-ROOM PIC X(6).
               05 RV-DATE PIC 9(8).
               05 RV-START PIC 9(4).
               05 RV-END PIC 9(4).
               05 RV-TERM-CODE PIC 9(6).
               05 RV-WEEKDAY PIC X.
               05 RV-EVENT PIC X(20).
               05 RV-REQUESTER PIC X(20).
               05 RV-GROUP-TYPE PIC X.
               05 RV-STATUS PIC X.
               05 RV-OPERATOR PIC X(8).
       77 RSV-IDX PIC 9(4).
       77 HIGH-NUMBER PIC 9(5) VALUE ZERO.
       77 FOUND-IDX PIC 9(4) VALUE ZERO.
       77 LISTED-COUNT PIC 9(4) VALUE ZERO.

       77 OUTAGE-COUNT PIC 9(3) VALUE IS 0.
       01 OUTAGE-TABLE.
           03 OUTAGE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON OUTAGE-COUNT.
               05 OT-ROOM PIC X(6).
               05 OT-START PIC 9(8).
               05 OT-END PIC 9(8).
               05 OT-REASON PIC X(20).
       77 OUT-IDX PIC 9(3).

       77 ROOM-MASTER-COUNT PIC 9(3) VALUE IS 0.
       01 ROOM-MASTER-TABLE.
           03 ROOM-MASTER-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON ROOM-MASTER-COUNT.
               05 RMM-ROOM PIC X(6).
               05 RMM-TYPE PIC X(10).
       77 ROOM-IDX PIC 9(3).
       77 ROOM-FOUND-FLAG PIC X.

      *>    Hourly rates by room type for the chargeback report.
       77 RATE-COUNT PIC 9(2) VALUE IS 0.
       01 RATE-TABLE.
           03 RATE-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON RATE-COUNT.
               05 RTT-TYPE PIC X(10).
               05 RTT-RATE PIC 9(3)V99.
       77 RATE-IDX PIC 9(2).

      *>    Every TermCalendar.txt row: a booking date finds its
      *>    term on the full-term row, and a part-of-term section
      *>    meets only inside its own row's dates.
       77 CALENDAR-COUNT PIC 9(3) VALUE IS 0.
       01 CALENDAR-TABLE.
           03 CALENDAR-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON CALENDAR-COUNT.
               05 CT-TERM-CODE PIC 9(6).
               05 CT-START PIC 9(8).
               05 CT-END PIC 9(8).
               05 CT-PART-OF-TERM PIC X.
       77 CAL-IDX PIC 9(3).
       77 BOOKING-TERM-CODE PIC 9(6) VALUE ZERO.
       77 BOOKING-WEEKDAY PIC X.
       77 DAY-NUMBER PIC 9(7).
       77 WEEKDAY-NUMBER PIC 9.
      *>    Monday 0 through Sunday 6 off INTEGER-OF-DATE, in the
      *>    letters COURSE-DAY uses.
       01 WEEKDAY-LETTERS PIC X(7) VALUE "MTWRFSU".
       77 SECTION-MEETS-FLAG PIC X.

       77 CONFLICT-COUNT PIC 9(3) VALUE ZERO.
       77 DAY-HITS PIC 9(2).
       77 MEETING-START PIC 9(4).
       77 MEETING-END PIC 9(4).
       77 HELD-CRN PIC 9(5).

       77 MEETING-COUNT PIC 9(2) VALUE ZERO.
       01 MEETING-TABLE.
           03 MEETING-ENTRY OCCURS 8 TIMES.
               05 MT-DAY PIC X(3).
               05 MT-TIME PIC X(9).
               05 MT-ROOM PIC X(6).
       77 MEETING-IDX PIC 9(2).

      *>    Chargeback pricing and totals.
       77 LAST-REQUESTER PIC X(20) VALUE SPACES.
       77 BOOKING-MINUTES PIC 9(4).
       77 START-MINUTES PIC 9(4).
       77 BOOKING-RATE PIC 9(3)V99.
       77 BOOKING-CHARGE PIC 9(5)V99.
       77 RATE-FOUND-FLAG PIC X.
       77 ROOM-TYPE-HELD PIC X(10).
       77 REQUESTER-TOTAL PIC 9(7)V99 VALUE ZERO.
       77 GRAND-TOTAL PIC 9(7)V99 VALUE ZERO.
       77 BOOKING-COUNT PIC 9(4) VALUE ZERO.
       77 UNPRICED-COUNT PIC 9(4) VALUE ZERO.
       77 HOURS-EDIT PIC Z9.99.
       77 RATE-EDIT PIC ZZ9.99.
       77 CHARGE-EDIT PIC ZZ,ZZ9.99.
       77 TOTAL-EDIT PIC Z,ZZZ,ZZ9.99.
       77 BOOKING-HOURS PIC 9(2)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "OPERATOR-SIGN-ON" USING OPERATOR-ID AUTH-LEVEL
               SIGNED-ON-FLAG.
           IF NOT OPERATOR-SIGNED-ON
               STOP RUN.

           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.
           PERFORM LOAD-RESERVATIONS THRU LOAD-RESERVATIONS-EXIT.
           PERFORM LOAD-ROOM-MASTER THRU LOAD-ROOM-MASTER-EXIT.

           DISPLAY "Enter an action (R to request a room, X to "
               "cancel a reservation, L to list, C chargeback "
               "report): ".
           ACCEPT ACTION.

      *>    Level 1 views and lists; changes take level 2.
           IF (ACTION = "R" OR "r" OR "X" OR "x")
                   AND AUTH-LEVEL IS LESS THAN 2
               DISPLAY "NOT AUTHORIZED -- LEVEL 2 REQUIRED"
               MOVE "?" TO ACTION.
      *>    A write-back would drop the reservations the table
      *>    could not hold.
           IF (ACTION = "R" OR "r" OR "X" OR "x")
                   AND RESERVATIONS-OVERFLOW
               DISPLAY "RESERVATION TABLE IS FULL -- NO CHANGES "
                   "TAKEN"
               MOVE "?" TO ACTION.

           IF ACTION = "R" OR "r"
               DISPLAY "ROOM NUMBER: "
               ACCEPT INPUT-ROOM
               DISPLAY "DATE (YYYYMMDD): "
               ACCEPT INPUT-DATE
               DISPLAY "START TIME (HHMM): "
               ACCEPT INPUT-START
               DISPLAY "END TIME (HHMM): "
               ACCEPT INPUT-END
               DISPLAY "EVENT: "
               ACCEPT INPUT-EVENT
               DISPLAY "REQUESTED BY: "
               ACCEPT INPUT-REQUESTER
               DISPLAY "GROUP (I INTERNAL, O OUTSIDE): "
               ACCEPT INPUT-GROUP-TYPE
               PERFORM REQUEST-RESERVATION THRU
                   REQUEST-RESERVATION-EXIT.

           IF ACTION = "X" OR "x"
               DISPLAY "RESERVATION NUMBER TO CANCEL: "
               ACCEPT INPUT-NUMBER
               PERFORM CANCEL-RESERVATION THRU
                   CANCEL-RESERVATION-EXIT.

           IF ACTION = "L" OR "l"
               DISPLAY "ROOM NUMBER (BLANK FOR ALL ROOMS): "
               ACCEPT INPUT-ROOM
               PERFORM LIST-RESERVATIONS.

           IF ACTION = "C" OR "c"
               DISPLAY "FROM DATE (YYYYMMDD): "
               ACCEPT INPUT-FROM-DATE
               DISPLAY "THROUGH DATE (YYYYMMDD): "
               ACCEPT INPUT-TO-DATE
               PERFORM CHARGEBACK-REPORT THRU
                   CHARGEBACK-REPORT-EXIT.

           IF RESERVATIONS-WERE-CHANGED
               PERFORM SAVE-RESERVATIONS THRU SAVE-RESERVATIONS-EXIT.
           STOP RUN.

       LOAD-RESERVATIONS.
           MOVE 0 TO LOAD-EOF-FLAG.
           OPEN INPUT RESERVATION-FILE.
           IF NOT RESERVATION-OK
      *>        No reservation file yet: nothing is booked.
               GO TO LOAD-RESERVATIONS-EXIT.
           READ RESERVATION-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF
      *>        Numbers run on across the whole file, past rows too.
               IF RR-RESERVATION-NUMBER IS GREATER THAN HIGH-NUMBER
                   MOVE RR-RESERVATION-NUMBER TO HIGH-NUMBER
               END-IF
               EVALUATE TRUE
                   WHEN RR-DATE IS LESS THAN TODAY-DATE
                       ADD 1 TO PAST-RESERVATION-COUNT
                   WHEN RESERVATION-COUNT IS EQUAL TO 3000
                       MOVE "Y" TO RESERVATIONS-OVERFLOW-FLAG
                   WHEN OTHER
                       PERFORM LOAD-ONE-RESERVATION
               END-EVALUATE
               READ RESERVATION-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE RESERVATION-FILE.
           IF RESERVATIONS-OVERFLOW
               DISPLAY "MORE THAN 3000 RESERVATIONS FROM TODAY ON -- "
                   "BOOKING AND CANCELLING REFUSED"
           END-IF.
       LOAD-RESERVATIONS-EXIT.
           EXIT.

       LOAD-ONE-RESERVATION.
           ADD 1 TO RESERVATION-COUNT.
           MOVE RR-RESERVATION-NUMBER TO RV-NUMBER(RESERVATION-COUNT).
           MOVE RR-ROOM TO RV-ROOM(RESERVATION-COUNT).
           MOVE RR-DATE TO RV-DATE(RESERVATION-COUNT).
           MOVE RR-START-TIME TO RV-START(RESERVATION-COUNT).
           MOVE RR-END-TIME TO RV-END(RESERVATION-COUNT).
           MOVE RR-TERM-CODE TO RV-TERM-CODE(RESERVATION-COUNT).
           MOVE RR-WEEKDAY TO RV-WEEKDAY(RESERVATION-COUNT).
           MOVE RR-EVENT TO RV-EVENT(RESERVATION-COUNT).
           MOVE RR-REQUESTER TO RV-REQUESTER(RESERVATION-COUNT).
           MOVE RR-GROUP-TYPE TO RV-GROUP-TYPE(RESERVATION-COUNT).
           MOVE RR-STATUS TO RV-STATUS(RESERVATION-COUNT).
           MOVE RR-OPERATOR TO RV-OPERATOR(RESERVATION-COUNT).

      *>    Past rows copy through from the file as they are, the
      *>    held rows follow, and the keep file copies back.
       SAVE-RESERVATIONS.
           OPEN OUTPUT RESERVATION-KEEP-FILE.
           IF NOT RESERVATION-KEEP-OK
               DISPLAY "UNABLE TO OPEN RoomReservationsKeep.tmp -- "
                   "STATUS " RESERVATION-KEEP-STATUS
                   " -- CHANGES NOT SAVED"
               GO TO SAVE-RESERVATIONS-EXIT.
           MOVE 0 TO LOAD-EOF-FLAG.
           MOVE "N" TO RESERVATION-OPEN-FLAG.
           OPEN INPUT RESERVATION-FILE.
           IF NOT RESERVATION-OK
               MOVE 1 TO LOAD-EOF-FLAG
           ELSE
               MOVE "Y" TO RESERVATION-OPEN-FLAG
               READ RESERVATION-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-IF.
           PERFORM UNTIL LOAD-EOF
               IF RR-DATE IS LESS THAN TODAY-DATE
                   WRITE RESERVATION-KEEP-LINE
                       FROM ROOM-RESERVATION-RECORD
               END-IF
               READ RESERVATION-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-PERFORM.
           PERFORM VARYING RSV-IDX FROM 1 BY 1
                   UNTIL RSV-IDX GREATER THAN RESERVATION-COUNT
               MOVE SPACES TO ROOM-RESERVATION-RECORD
               MOVE RV-NUMBER(RSV-IDX) TO RR-RESERVATION-NUMBER
               MOVE RV-ROOM(RSV-IDX) TO RR-ROOM
               MOVE RV-DATE(RSV-IDX) TO RR-DATE
               MOVE RV-START(RSV-IDX) TO RR-START-TIME
               MOVE RV-END(RSV-IDX) TO RR-END-TIME
               MOVE RV-TERM-CODE(RSV-IDX) TO RR-TERM-CODE
               MOVE RV-WEEKDAY(RSV-IDX) TO RR-WEEKDAY
               MOVE RV-EVENT(RSV-IDX) TO RR-EVENT
               MOVE RV-REQUESTER(RSV-IDX) TO RR-REQUESTER
               MOVE RV-GROUP-TYPE(RSV-IDX) TO RR-GROUP-TYPE
               MOVE RV-STATUS(RSV-IDX) TO RR-STATUS
               MOVE RV-OPERATOR(RSV-IDX) TO RR-OPERATOR
               WRITE RESERVATION-KEEP-LINE
                   FROM ROOM-RESERVATION-RECORD
           END-PERFORM.
           IF RESERVATION-FILE-OPEN
               CLOSE RESERVATION-FILE
               MOVE "N" TO RESERVATION-OPEN-FLAG
           END-IF.
           CLOSE RESERVATION-KEEP-FILE.
           CALL "SYSTEM" USING
               "cp RoomReservationsKeep.tmp RoomReservations.txt".
           IF RETURN-CODE IS NOT EQUAL TO 0
               DISPLAY "COPY BACK FAILED -- RESERVATIONS LEFT IN "
                   "RoomReservationsKeep.tmp"
               GO TO SAVE-RESERVATIONS-EXIT.
           CALL "SYSTEM" USING "rm -f RoomReservationsKeep.tmp".
       SAVE-RESERVATIONS-EXIT.
           EXIT.

       LOAD-ROOM-MASTER.
           MOVE 0 TO LOAD-EOF-FLAG.
           OPEN INPUT ROOM-MASTER-FILE.
           IF NOT ROOM-MASTER-OK
               GO TO LOAD-ROOM-MASTER-EXIT.
           READ ROOM-MASTER-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF
                   OR ROOM-MASTER-COUNT IS EQUAL TO 200
               ADD 1 TO ROOM-MASTER-COUNT
               MOVE RM-ROOM-NUMBER TO RMM-ROOM(ROOM-MASTER-COUNT)
               MOVE RM-ROOM-TYPE TO RMM-TYPE(ROOM-MASTER-COUNT)
               READ ROOM-MASTER-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
           END-PERFORM.
           CLOSE ROOM-MASTER-FILE.
       LOAD-ROOM-MASTER-EXIT.
           EXIT.

      *>    A request is confirmed only when the outage, class
      *>    schedule and reservation checks all come back clean;
      *>    every conflict is listed so the requester can pick
      *>    another room or time in one pass.
       REQUEST-RESERVATION.
           IF INPUT-DATE IS NOT NUMERIC
                   OR ID-YYYY IS LESS THAN 1900
                   OR ID-MM IS LESS THAN 1 OR ID-MM IS GREATER THAN 12
                   OR ID-DD IS LESS THAN 1 OR ID-DD IS GREATER THAN 31
               DISPLAY "REJECTED: INVALID DATE"
               GO TO REQUEST-RESERVATION-EXIT.
           IF INPUT-DATE IS LESS THAN TODAY-DATE
               DISPLAY "REJECTED: " INPUT-DATE " IS IN THE PAST"
               GO TO REQUEST-RESERVATION-EXIT.
           MOVE INPUT-START TO CLOCK-TIME.
           PERFORM CHECK-CLOCK-TIME.
           IF TIME-VALID-FLAG IS EQUAL TO "Y"
               MOVE INPUT-END TO CLOCK-TIME
               PERFORM CHECK-CLOCK-TIME
           END-IF.
           IF TIME-VALID-FLAG IS NOT EQUAL TO "Y"
                   OR INPUT-END IS NOT GREATER THAN INPUT-START
               DISPLAY "REJECTED: START AND END MUST BE HHMM TIMES "
                   "WITH THE END AFTER THE START"
               GO TO REQUEST-RESERVATION-EXIT.
           PERFORM FIND-ROOM.
           IF ROOM-FOUND-FLAG IS EQUAL TO "N"
               DISPLAY "REJECTED: ROOM " INPUT-ROOM
                   " IS NOT ON RoomMaster.txt"
               GO TO REQUEST-RESERVATION-EXIT.
           INSPECT INPUT-GROUP-TYPE CONVERTING "io" TO "IO".
           IF INPUT-GROUP-TYPE IS NOT EQUAL TO "I"
                   AND INPUT-GROUP-TYPE IS NOT EQUAL TO "O"
               DISPLAY "REJECTED: GROUP MUST BE I OR O"
               GO TO REQUEST-RESERVATION-EXIT.
           IF INPUT-EVENT IS EQUAL TO SPACES
                   OR INPUT-REQUESTER IS EQUAL TO SPACES
               DISPLAY "REJECTED: EVENT AND REQUESTER ARE REQUIRED"
               GO TO REQUEST-RESERVATION-EXIT.
           IF RESERVATION-COUNT IS EQUAL TO 3000
               DISPLAY "RESERVATION TABLE IS FULL -- NOT BOOKED"
               GO TO REQUEST-RESERVATION-EXIT.

           COMPUTE DAY-NUMBER = FUNCTION INTEGER-OF-DATE(INPUT-DATE).
           COMPUTE WEEKDAY-NUMBER = FUNCTION MOD(DAY-NUMBER - 1, 7).
           MOVE WEEKDAY-LETTERS(WEEKDAY-NUMBER + 1:1)
               TO BOOKING-WEEKDAY.
           PERFORM LOOK-UP-BOOKING-TERM THRU
               LOOK-UP-BOOKING-TERM-EXIT.

           MOVE ZERO TO CONFLICT-COUNT.
           PERFORM CHECK-OUTAGE-CONFLICTS THRU
               CHECK-OUTAGE-CONFLICTS-EXIT.
           PERFORM CHECK-CLASS-CONFLICTS THRU
               CHECK-CLASS-CONFLICTS-EXIT.
           PERFORM CHECK-RESERVATION-CONFLICTS.
           IF CONFLICT-COUNT IS GREATER THAN ZERO
               DISPLAY CONFLICT-COUNT
                   " CONFLICT(S) -- REQUEST NOT CONFIRMED"
               GO TO REQUEST-RESERVATION-EXIT.

           ADD 1 TO HIGH-NUMBER.
           ADD 1 TO RESERVATION-COUNT.
           MOVE HIGH-NUMBER TO RV-NUMBER(RESERVATION-COUNT).
           MOVE INPUT-ROOM TO RV-ROOM(RESERVATION-COUNT).
           MOVE INPUT-DATE TO RV-DATE(RESERVATION-COUNT).
           MOVE INPUT-START TO RV-START(RESERVATION-COUNT).
           MOVE INPUT-END TO RV-END(RESERVATION-COUNT).
           MOVE BOOKING-TERM-CODE TO RV-TERM-CODE(RESERVATION-COUNT).
           MOVE BOOKING-WEEKDAY TO RV-WEEKDAY(RESERVATION-COUNT).
           MOVE INPUT-EVENT TO RV-EVENT(RESERVATION-COUNT).
           MOVE INPUT-REQUESTER TO RV-REQUESTER(RESERVATION-COUNT).
           MOVE INPUT-GROUP-TYPE TO RV-GROUP-TYPE(RESERVATION-COUNT).
           MOVE "C" TO RV-STATUS(RESERVATION-COUNT).
           MOVE OPERATOR-ID TO RV-OPERATOR(RESERVATION-COUNT).
           MOVE "Y" TO RESERVATIONS-CHANGED.

           OPEN EXTEND AUDIT-FILE.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "RESERV" TO AUDIT-ACTION.
           MOVE "ROOM-RESERVATION" TO AUDIT-FIELD-NAME.
           MOVE SPACES TO AUDIT-OLD-VALUE.
           STRING INPUT-ROOM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INPUT-DATE DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUE.
           STRING "CONFIRMED " DELIMITED BY SIZE
               HIGH-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INPUT-EVENT DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           ACCEPT AUDIT-DATE FROM DATE.
           MOVE ZEROS TO AUDIT-CRN.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR.
           CALL "AUDIT-SEAL" USING AUDIT-RECORD
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
           DISPLAY "RESERVATION " HIGH-NUMBER " CONFIRMED: "
               INPUT-ROOM " " INPUT-DATE " " INPUT-START "-"
               INPUT-END.
       REQUEST-RESERVATION-EXIT.
           EXIT.

       CHECK-CLOCK-TIME.
           MOVE "Y" TO TIME-VALID-FLAG.
           IF CLOCK-TIME IS NOT NUMERIC
               MOVE "N" TO TIME-VALID-FLAG
           ELSE
               IF CLOCK-HH IS GREATER THAN 23
                       OR CLOCK-MM IS GREATER THAN 59
                   MOVE "N" TO TIME-VALID-FLAG
               END-IF
           END-IF.

      *>    A room must be on the master; an empty master (none on
      *>    disk) is no check at all.
       FIND-ROOM.
           MOVE "N" TO ROOM-FOUND-FLAG.
           MOVE SPACES TO ROOM-TYPE-HELD.
           IF ROOM-MASTER-COUNT IS EQUAL TO ZERO
               MOVE "Y" TO ROOM-FOUND-FLAG.
           PERFORM VARYING ROOM-IDX FROM 1 BY 1
                   UNTIL ROOM-IDX GREATER THAN ROOM-MASTER-COUNT
               IF RMM-ROOM(ROOM-IDX) IS EQUAL TO INPUT-ROOM
                   MOVE "Y" TO ROOM-FOUND-FLAG
                   MOVE RMM-TYPE(ROOM-IDX) TO ROOM-TYPE-HELD
                   MOVE ROOM-MASTER-COUNT TO ROOM-IDX
               END-IF
           END-PERFORM.

      *>    The booking's term is the full-term calendar row whose
      *>    dates span it; between terms no class meets, and the
      *>    booking carries a zero term.
       LOOK-UP-BOOKING-TERM.
           MOVE ZERO TO BOOKING-TERM-CODE.
           MOVE ZERO TO CALENDAR-COUNT.
           MOVE 0 TO LOAD-EOF-FLAG.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF NOT TERM-CALENDAR-OK
               GO TO LOOK-UP-BOOKING-TERM-EXIT.
           READ TERM-CALENDAR-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF OR CALENDAR-COUNT IS EQUAL TO 200
               IF TC-TERM-START IS NUMERIC
                       AND TC-TERM-END IS NUMERIC
                   ADD 1 TO CALENDAR-COUNT
                   MOVE TC-TERM-CODE TO CT-TERM-CODE(CALENDAR-COUNT)
                   MOVE TC-TERM-START TO CT-START(CALENDAR-COUNT)
                   MOVE TC-TERM-END TO CT-END(CALENDAR-COUNT)
                   MOVE TC-PART-OF-TERM TO
                       CT-PART-OF-TERM(CALENDAR-COUNT)
                   IF TC-PART-OF-TERM IS EQUAL TO SPACE
                           AND TC-TERM-START IS NOT GREATER THAN
                               INPUT-DATE
                           AND TC-TERM-END IS NOT LESS THAN
                               INPUT-DATE
                       MOVE TC-TERM-CODE TO BOOKING-TERM-CODE
                   END-IF
               END-IF
               READ TERM-CALENDAR-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE TERM-CALENDAR-FILE.
       LOOK-UP-BOOKING-TERM-EXIT.
           EXIT.

       CHECK-OUTAGE-CONFLICTS.
           MOVE ZERO TO OUTAGE-COUNT.
           MOVE 0 TO LOAD-EOF-FLAG.
           OPEN INPUT OUTAGE-FILE.
           IF NOT OUTAGE-OK
      *>        No outage file: every room is in service.
               GO TO CHECK-OUTAGE-CONFLICTS-EXIT.
           READ OUTAGE-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF OR OUTAGE-COUNT IS EQUAL TO 200
               ADD 1 TO OUTAGE-COUNT
               MOVE RO-ROOM TO OT-ROOM(OUTAGE-COUNT)
               MOVE RO-START-DATE TO OT-START(OUTAGE-COUNT)
               MOVE RO-END-DATE TO OT-END(OUTAGE-COUNT)
               MOVE RO-REASON TO OT-REASON(OUTAGE-COUNT)
               READ OUTAGE-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
           END-PERFORM.
           CLOSE OUTAGE-FILE.
           PERFORM VARYING OUT-IDX FROM 1 BY 1
                   UNTIL OUT-IDX GREATER THAN OUTAGE-COUNT
               IF OT-ROOM(OUT-IDX) IS EQUAL TO INPUT-ROOM
                       AND OT-START(OUT-IDX) IS NOT GREATER THAN
                           INPUT-DATE
                       AND OT-END(OUT-IDX) IS NOT LESS THAN
                           INPUT-DATE
                   ADD 1 TO CONFLICT-COUNT
                   DISPLAY "CONFLICT: " INPUT-ROOM
                       " IS OUT OF SERVICE " OT-START(OUT-IDX)
                       " - " OT-END(OUT-IDX) " ("
                       OT-REASON(OUT-IDX) ")"
               END-IF
           END-PERFORM.
       CHECK-OUTAGE-CONFLICTS-EXIT.
           EXIT.

      *>    Every active section of the booking's term, every one
      *>    of its meeting patterns: a meeting in the room on the
      *>    booking's weekday at an overlapping time is a conflict.
       CHECK-CLASS-CONFLICTS.
           IF BOOKING-TERM-CODE IS EQUAL TO ZERO
               GO TO CHECK-CLASS-CONFLICTS-EXIT.
           OPEN INPUT COURSES-INDEXED.
           IF NOT COURSES-INDEXED-OK
               ADD 1 TO CONFLICT-COUNT
               DISPLAY "UNABLE TO OPEN IndexedCourses -- STATUS "
                   COURSES-INDEXED-STATUS
                   " -- CLASS SCHEDULE NOT CHECKED"
               GO TO CHECK-CLASS-CONFLICTS-EXIT.
           MOVE ZEROS TO CRN OF STUDENT-RECORD-INDEXED.
           MOVE ZEROS TO TERM-CODE OF STUDENT-RECORD-INDEXED.
           START COURSES-INDEXED KEY IS GREATER THAN OR EQUAL
                   CRN-TERM-KEY
               INVALID KEY
                   MOVE "46" TO COURSES-INDEXED-STATUS
           END-START.
           PERFORM UNTIL NO-MORE-SECTIONS
               READ COURSES-INDEXED NEXT RECORD
                   AT END MOVE "46" TO COURSES-INDEXED-STATUS
               END-READ
               IF NOT NO-MORE-SECTIONS
                       AND NOT SECTION-DELETED
                           OF STUDENT-RECORD-INDEXED
                       AND TERM-CODE OF STUDENT-RECORD-INDEXED
                           IS EQUAL TO BOOKING-TERM-CODE
                   PERFORM CHECK-SECTION-MEETINGS THRU
                       CHECK-SECTION-MEETINGS-EXIT
               END-IF
           END-PERFORM.
           MOVE "00" TO COURSES-INDEXED-STATUS.
           CLOSE COURSES-INDEXED.
       CHECK-CLASS-CONFLICTS-EXIT.
           EXIT.

       CHECK-SECTION-MEETINGS.
      *>    A part-of-term section meets only inside its own
      *>    calendar row's dates.
           IF PART-OF-TERM OF STUDENT-RECORD-INDEXED
                   IS NOT EQUAL TO SPACE
               MOVE "Y" TO SECTION-MEETS-FLAG
               PERFORM VARYING CAL-IDX FROM 1 BY 1
                       UNTIL CAL-IDX GREATER THAN CALENDAR-COUNT
                   IF CT-TERM-CODE(CAL-IDX) IS EQUAL TO
                           BOOKING-TERM-CODE
                       AND CT-PART-OF-TERM(CAL-IDX) IS EQUAL TO
                           PART-OF-TERM OF STUDENT-RECORD-INDEXED
                       AND (CT-START(CAL-IDX) IS GREATER THAN
                               INPUT-DATE
                           OR CT-END(CAL-IDX) IS LESS THAN
                               INPUT-DATE)
                       MOVE "N" TO SECTION-MEETS-FLAG
                   END-IF
               END-PERFORM
               IF SECTION-MEETS-FLAG IS EQUAL TO "N"
                   GO TO CHECK-SECTION-MEETINGS-EXIT
               END-IF
           END-IF.
           MOVE CRN OF STUDENT-RECORD-INDEXED TO HELD-CRN.
           CALL "SECTION-MEETINGS" USING
               CRN OF STUDENT-RECORD-INDEXED
               TERM-CODE OF STUDENT-RECORD-INDEXED
               COURSE-DAY OF STUDENT-RECORD-INDEXED
               COURSE-TIME OF STUDENT-RECORD-INDEXED
               ROOM-NUMBER OF STUDENT-RECORD-INDEXED
               MEETING-COUNT MEETING-TABLE.
           PERFORM VARYING MEETING-IDX FROM 1 BY 1
                   UNTIL MEETING-IDX GREATER THAN MEETING-COUNT
               IF MT-ROOM(MEETING-IDX) IS EQUAL TO INPUT-ROOM
                   PERFORM CHECK-ONE-MEETING
               END-IF
           END-PERFORM.
       CHECK-SECTION-MEETINGS-EXIT.
           EXIT.

       CHECK-ONE-MEETING.
           MOVE ZERO TO DAY-HITS.
           INSPECT MT-DAY(MEETING-IDX) TALLYING DAY-HITS
               FOR ALL BOOKING-WEEKDAY.
           IF DAY-HITS IS GREATER THAN ZERO
                   AND MT-TIME(MEETING-IDX)(1:8) IS NUMERIC
               MOVE MT-TIME(MEETING-IDX)(1:4) TO MEETING-START
               MOVE MT-TIME(MEETING-IDX)(5:4) TO MEETING-END
               IF INPUT-START IS LESS THAN MEETING-END
                       AND INPUT-END IS GREATER THAN MEETING-START
                   ADD 1 TO CONFLICT-COUNT
                   DISPLAY "CONFLICT: CRN " HELD-CRN " MEETS "
                       MT-DAY(MEETING-IDX) " "
                       MT-TIME(MEETING-IDX) " IN " INPUT-ROOM
               END-IF
           END-IF.

       CHECK-RESERVATION-CONFLICTS.
           PERFORM VARYING RSV-IDX FROM 1 BY 1
                   UNTIL RSV-IDX GREATER THAN RESERVATION-COUNT
               IF RV-STATUS(RSV-IDX) IS EQUAL TO "C"
                       AND RV-ROOM(RSV-IDX) IS EQUAL TO INPUT-ROOM
                       AND RV-DATE(RSV-IDX) IS EQUAL TO INPUT-DATE
                       AND INPUT-START IS LESS THAN RV-END(RSV-IDX)
                       AND INPUT-END IS GREATER THAN
                           RV-START(RSV-IDX)
                   ADD 1 TO CONFLICT-COUNT
                   DISPLAY "CONFLICT: RESERVATION "
                       RV-NUMBER(RSV-IDX) " " RV-START(RSV-IDX)
                       "-" RV-END(RSV-IDX) " " RV-EVENT(RSV-IDX)
               END-IF
           END-PERFORM.

      *>    Cancelling keeps the row with status X, so the booking
      *>    history stays reconstructible. A booking already past
      *>    is not held and cannot be cancelled.
       CANCEL-RESERVATION.
           MOVE ZERO TO FOUND-IDX.
           PERFORM VARYING RSV-IDX FROM 1 BY 1
                   UNTIL RSV-IDX GREATER THAN RESERVATION-COUNT
               IF RV-NUMBER(RSV-IDX) IS EQUAL TO INPUT-NUMBER
                   MOVE RSV-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.
           IF FOUND-IDX IS EQUAL TO ZERO
               DISPLAY "NO RESERVATION " INPUT-NUMBER
                   " ON FILE FOR TODAY OR LATER"
               GO TO CANCEL-RESERVATION-EXIT.
           IF RV-STATUS(FOUND-IDX) IS NOT EQUAL TO "C"
               DISPLAY "RESERVATION " INPUT-NUMBER
                   " IS ALREADY CANCELLED"
               GO TO CANCEL-RESERVATION-EXIT.
           MOVE "X" TO RV-STATUS(FOUND-IDX).
           MOVE "Y" TO RESERVATIONS-CHANGED.
           OPEN EXTEND AUDIT-FILE.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "RESERV" TO AUDIT-ACTION.
           MOVE "RESERVATION-CXL" TO AUDIT-FIELD-NAME.
           STRING RV-ROOM(FOUND-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RV-DATE(FOUND-IDX) DELIMITED BY SIZE
               INTO AUDIT-OLD-VALUE.
           MOVE SPACES TO AUDIT-NEW-VALUE.
           STRING "CANCELLED " DELIMITED BY SIZE
               RV-NUMBER(FOUND-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RV-EVENT(FOUND-IDX) DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           ACCEPT AUDIT-DATE FROM DATE.
           MOVE ZEROS TO AUDIT-CRN.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR.
           CALL "AUDIT-SEAL" USING AUDIT-RECORD
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
           DISPLAY "RESERVATION " INPUT-NUMBER " CANCELLED".
       CANCEL-RESERVATION-EXIT.
           EXIT.

      *>    Upcoming confirmed bookings, one room or all.
       LIST-RESERVATIONS.
           MOVE ZERO TO LISTED-COUNT.
           PERFORM VARYING RSV-IDX FROM 1 BY 1
                   UNTIL RSV-IDX GREATER THAN RESERVATION-COUNT
               IF RV-STATUS(RSV-IDX) IS EQUAL TO "C"
                       AND RV-DATE(RSV-IDX) IS NOT LESS THAN
                           TODAY-DATE
                       AND (INPUT-ROOM IS EQUAL TO SPACES
                           OR RV-ROOM(RSV-IDX) IS EQUAL TO
                               INPUT-ROOM)
                   ADD 1 TO LISTED-COUNT
                   DISPLAY RV-NUMBER(RSV-IDX) " "
                       RV-ROOM(RSV-IDX) " " RV-DATE(RSV-IDX) " "
                       RV-WEEKDAY(RSV-IDX) " " RV-START(RSV-IDX)
                       "-" RV-END(RSV-IDX) " " RV-EVENT(RSV-IDX)
                       " " RV-REQUESTER(RSV-IDX) " "
                       RV-GROUP-TYPE(RSV-IDX)
               END-IF
           END-PERFORM.
           IF LISTED-COUNT IS EQUAL TO ZERO
               DISPLAY "NO UPCOMING RESERVATIONS".

      *>    Outside groups' confirmed bookings in the date range,
      *>    sorted by requester, priced at the room type's hourly
      *>    rate and subtotalled per requester.
       CHARGEBACK-REPORT.
           IF INPUT-FROM-DATE IS NOT NUMERIC
                   OR INPUT-TO-DATE IS NOT NUMERIC
                   OR INPUT-TO-DATE IS LESS THAN INPUT-FROM-DATE
               DISPLAY "REJECTED: FROM AND THROUGH MUST BE YYYYMMDD "
                   "DATES IN ORDER"
               GO TO CHARGEBACK-REPORT-EXIT.
           PERFORM LOAD-RATES THRU LOAD-RATES-EXIT.
           OPEN OUTPUT CHARGEBACK-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "OUTSIDE-GROUP ROOM CHARGEBACK   " DELIMITED BY SIZE
               INPUT-FROM-DATE DELIMITED BY SIZE
               " THROUGH " DELIMITED BY SIZE
               INPUT-TO-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           SORT CHARGEBACK-SORT-FILE
               ON ASCENDING KEY CS-REQUESTER CS-DATE CS-NUMBER
               INPUT PROCEDURE IS FEED-CHARGEBACK-SORT
               OUTPUT PROCEDURE IS WRITE-CHARGEBACK-LINES.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE GRAND-TOTAL TO TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING BOOKING-COUNT DELIMITED BY SIZE
               " BOOKING(S)   TOTAL CHARGEBACK: " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF UNPRICED-COUNT IS GREATER THAN ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "** " DELIMITED BY SIZE
                   UNPRICED-COUNT DELIMITED BY SIZE
                   " BOOKING(S) IN A ROOM TYPE WITH NO RATE ON "
                       DELIMITED BY SIZE
                   "RoomRates.txt **" DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           CLOSE CHARGEBACK-REPORT-FILE.
       CHARGEBACK-REPORT-EXIT.
           EXIT.

       LOAD-RATES.
           MOVE 0 TO LOAD-EOF-FLAG.
           OPEN INPUT RATE-FILE.
           IF NOT RATE-OK
      *>        No rate file: every booking prints unpriced.
               GO TO LOAD-RATES-EXIT.
           READ RATE-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF OR RATE-COUNT IS EQUAL TO 50
               IF RT-ROOM-TYPE IS NOT EQUAL TO SPACES
                       AND RT-HOURLY-RATE IS NUMERIC
                   ADD 1 TO RATE-COUNT
                   MOVE RT-ROOM-TYPE TO RTT-TYPE(RATE-COUNT)
                   MOVE RT-HOURLY-RATE TO RTT-RATE(RATE-COUNT)
               END-IF
               READ RATE-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE RATE-FILE.
       LOAD-RATES-EXIT.
           EXIT.

      *>    Chargebacks are mostly for dates already past, which
      *>    the table does not hold, so the sort is fed off the
      *>    file itself.
       FEED-CHARGEBACK-SORT.
           MOVE 0 TO LOAD-EOF-FLAG.
           MOVE "N" TO RESERVATION-OPEN-FLAG.
           OPEN INPUT RESERVATION-FILE.
           IF NOT RESERVATION-OK
               MOVE 1 TO LOAD-EOF-FLAG
           ELSE
               MOVE "Y" TO RESERVATION-OPEN-FLAG
               READ RESERVATION-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-IF.
           PERFORM UNTIL LOAD-EOF
               IF RR-CONFIRMED
                       AND RR-OUTSIDE-GROUP
                       AND RR-DATE IS NOT LESS THAN INPUT-FROM-DATE
                       AND RR-DATE IS NOT GREATER THAN INPUT-TO-DATE
                   MOVE RR-REQUESTER TO CS-REQUESTER
                   MOVE RR-DATE TO CS-DATE
                   MOVE RR-RESERVATION-NUMBER TO CS-NUMBER
                   MOVE RR-ROOM TO CS-ROOM
                   MOVE RR-START-TIME TO CS-START
                   MOVE RR-END-TIME TO CS-END
                   MOVE RR-EVENT TO CS-EVENT
                   RELEASE CHARGEBACK-SORT-RECORD
               END-IF
               READ RESERVATION-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-PERFORM.
           IF RESERVATION-FILE-OPEN
               CLOSE RESERVATION-FILE
               MOVE "N" TO RESERVATION-OPEN-FLAG
           END-IF.

       WRITE-CHARGEBACK-LINES.
           RETURN CHARGEBACK-SORT-FILE
               AT END MOVE "Y" TO SORT-EOF-FLAG.
           PERFORM UNTIL SORT-EOF
               IF CS-REQUESTER IS NOT EQUAL TO LAST-REQUESTER
                   IF BOOKING-COUNT IS GREATER THAN ZERO
                       PERFORM WRITE-REQUESTER-TOTAL
                   END-IF
                   MOVE CS-REQUESTER TO LAST-REQUESTER
                   MOVE ZERO TO REQUESTER-TOTAL
                   MOVE SPACES TO REPORT-LINE
                   STRING "REQUESTER: " DELIMITED BY SIZE
                       CS-REQUESTER DELIMITED BY SIZE
                       INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               PERFORM PRICE-ONE-BOOKING
               RETURN CHARGEBACK-SORT-FILE
                   AT END MOVE "Y" TO SORT-EOF-FLAG
           END-PERFORM.
           IF BOOKING-COUNT IS GREATER THAN ZERO
               PERFORM WRITE-REQUESTER-TOTAL.

       PRICE-ONE-BOOKING.
           ADD 1 TO BOOKING-COUNT.
           MOVE CS-START TO CLOCK-TIME.
           COMPUTE START-MINUTES = CLOCK-HH * 60 + CLOCK-MM.
           MOVE CS-END TO CLOCK-TIME.
           COMPUTE BOOKING-MINUTES = CLOCK-HH * 60 + CLOCK-MM
               - START-MINUTES.
           COMPUTE BOOKING-HOURS ROUNDED = BOOKING-MINUTES / 60.
           MOVE CS-ROOM TO INPUT-ROOM.
           PERFORM FIND-ROOM.
           MOVE "N" TO RATE-FOUND-FLAG.
           MOVE ZERO TO BOOKING-RATE.
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX GREATER THAN RATE-COUNT
                       OR RATE-FOUND-FLAG IS EQUAL TO "Y"
               IF RTT-TYPE(RATE-IDX) IS EQUAL TO ROOM-TYPE-HELD
                   MOVE "Y" TO RATE-FOUND-FLAG
                   MOVE RTT-RATE(RATE-IDX) TO BOOKING-RATE
               END-IF
           END-PERFORM.
           COMPUTE BOOKING-CHARGE ROUNDED =
               BOOKING-MINUTES * BOOKING-RATE / 60.
           ADD BOOKING-CHARGE TO REQUESTER-TOTAL.
           ADD BOOKING-CHARGE TO GRAND-TOTAL.
           MOVE BOOKING-HOURS TO HOURS-EDIT.
           MOVE BOOKING-RATE TO RATE-EDIT.
           MOVE BOOKING-CHARGE TO CHARGE-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
               CS-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CS-ROOM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CS-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CS-START DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CS-END DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CS-EVENT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HOURS-EDIT DELIMITED BY SIZE
               "H @ " DELIMITED BY SIZE
               RATE-EDIT DELIMITED BY SIZE
               " = " DELIMITED BY SIZE
               CHARGE-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE.
           IF RATE-FOUND-FLAG IS EQUAL TO "N"
               ADD 1 TO UNPRICED-COUNT
               MOVE "NO RATE" TO REPORT-LINE(84:7)
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REQUESTER-TOTAL.
           MOVE REQUESTER-TOTAL TO TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  TOTAL FOR " DELIMITED BY SIZE
               LAST-REQUESTER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM ROOM-RESERVATION.
