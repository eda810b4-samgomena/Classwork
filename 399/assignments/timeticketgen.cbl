      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Registration time-ticket generator -- the
      *          registrar built TimeTickets.txt in a spreadsheet off
      *          a class-level export; this builds it. For the term,
      *          the first window's open date and time, the window
      *          length in minutes and the number of students per
      *          window, every active StudentMaster student is
      *          ordered by priority group and then by earned credits
      *          (most first) and dealt into consecutive windows.
      *          The groups run graduate, senior, junior, sophomore,
      *          freshman; within each class, students on
      *          PriorityGroups.txt (student id, group: H honors, A
      *          athlete, V veteran) or on AthleticRoster.txt go
      *          ahead of the rest of their class. Earned credits are
      *          the ones CLASS-PROGRESSION counts off GradeDetail.txt.
      *          Windows open no later than the day's last-window
      *          time keyed at the prompt; the next window rolls to
      *          the next weekday at the first window's time.
      *          Students with an active StudentHolds.txt hold get no
      *          ticket and are listed; graduated students get none.
      *          The run replaces the term's per-student rows on
      *          TimeTickets.txt and leaves other terms' rows and
      *          class-level rows alone, writes a notification line
      *          per student to
      *          TimeTicketNotices.txt, and prints the held list and
      *          a count per window to TimeTicketReport.txt.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIME-TICKET-GEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT GRADE-DETAIL-FILE ASSIGN TO "GradeDetail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-DETAIL-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "StudentHolds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDS-STATUS.
           SELECT PRIORITY-FILE ASSIGN TO "PriorityGroups.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIORITY-STATUS.
           SELECT ROSTER-FILE ASSIGN TO "AthleticRoster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-STATUS.
           SELECT TIME-TICKET-FILE ASSIGN TO "TimeTickets.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIME-TICKET-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "TimeTicketNotices.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "TimeTicketReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "TICKWORK.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD GRADE-DETAIL-FILE.
       01 GRADE-DETAIL-RECORD.
           03 GD-STUDENT-ID PIC X(9).
           03 FILLER PIC XX.
           03 GD-TERM PIC X(6).
           03 FILLER PIC X.
           03 GD-CLASSNAME PIC X(5).
           03 FILLER PIC X.
           03 GD-GRADE PIC XX.
               88 GD-NOT-EARNED VALUE "F ", "f ", "W ", "w ",
                   "I ", "i ", "NP", "np", "AU", "au", "  ".
           03 FILLER PIC X.
           03 GD-CREDITS PIC 9.
       FD HOLDS-FILE.
       01 HOLD-RECORD.
           03 HD-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 HD-HOLD-TYPE PIC X(6).
           03 FILLER PIC X(1).
           03 HD-PLACED-BY PIC X(8).
           03 FILLER PIC X(1).
           03 HD-PLACED-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 HD-STATUS PIC X(1).
               88 HD-ACTIVE VALUE "A".
       FD PRIORITY-FILE.
       01 PRIORITY-RECORD.
           03 PG-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 PG-GROUP PIC X(1).
               88 PG-VALID-GROUP VALUE "H", "A", "V".
       FD ROSTER-FILE.
       01 ROSTER-RECORD.
           03 RS-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 RS-SPORT PIC X(10).
       FD TIME-TICKET-FILE.
       01 TIME-TICKET-RECORD.
           03 TT-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 TT-CLASS-LEVEL PIC X(2).
           03 FILLER PIC X(1).
           03 TT-TERM-CODE PIC 9(6).
           03 FILLER PIC X(1).
           03 TT-OPEN-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 TT-OPEN-TIME PIC 9(4).
       FD NOTICE-FILE.
       01 NOTICE-LINE PIC X(100).
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       SD SORT-FILE.
       01 SORT-RECORD.
           03 SK-RANK PIC 9(2).
           03 SK-EARNED PIC 9(4).
           03 SK-STUDENT-ID PIC X(9).
           03 SK-CLASS-LEVEL PIC X(2).
           03 SK-NAME PIC X(20).
           03 SK-GROUP PIC X(1).
       WORKING-STORAGE SECTION.
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
           88 NO-MORE-STUDENTS VALUE "10", "46".
       77 GRADE-DETAIL-STATUS PIC X(2) VALUE "00".
           88 GRADE-DETAIL-OK VALUE "00".
       77 HOLDS-STATUS PIC X(2) VALUE "00".
           88 HOLDS-OK VALUE "00".
       77 PRIORITY-STATUS PIC X(2) VALUE "00".
           88 PRIORITY-OK VALUE "00".
       77 ROSTER-STATUS PIC X(2) VALUE "00".
           88 ROSTER-OK VALUE "00".
       77 TIME-TICKET-STATUS PIC X(2) VALUE "00".
           88 TIME-TICKET-OK VALUE "00".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 SORT-EOF-FLAG PIC 9 VALUE IS 0.
           88 SORT-EOF VALUE IS 1.

      *>    Run parameters.
       77 RUN-TERM-CODE PIC 9(6) VALUE ZERO.
       77 FIRST-OPEN-DATE PIC 9(8) VALUE ZERO.
       77 FIRST-OPEN-TIME PIC 9(4) VALUE ZERO.
       77 LAST-OPEN-TIME PIC 9(4) VALUE ZERO.
       77 WINDOW-MINUTES PIC 9(3) VALUE ZERO.
       77 SLOT-SIZE PIC 9(4) VALUE ZERO.
       77 PARMS-VALID-FLAG PIC X VALUE "N".
           88 PARMS-VALID VALUE "Y".

      *>    The window being filled.
       77 WINDOW-DATE PIC 9(8).
       01 WINDOW-TIME PIC 9(4).
       01 WINDOW-TIME-PARTS REDEFINES WINDOW-TIME.
           03 WINDOW-HH PIC 9(2).
           03 WINDOW-MM PIC 9(2).
       77 WINDOW-MINUTE-OF-DAY PIC 9(4).
       77 LAST-MINUTE-OF-DAY PIC 9(4).
       77 FIRST-MINUTE-OF-DAY PIC 9(4).
       77 WINDOW-FILL PIC 9(4) VALUE ZERO.
       77 DAY-NUMBER PIC 9(7).
       77 WEEKDAY-NUMBER PIC 9.

      *>    Per-window counts for the summary.
       77 WINDOW-COUNT PIC 9(4) VALUE IS 0.
       01 WINDOW-TABLE.
           03 WINDOW-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WINDOW-COUNT.
               05 WN-DATE PIC 9(8).
               05 WN-TIME PIC 9(4).
               05 WN-STUDENTS PIC 9(4).
       77 WN-IDX PIC 9(4).

      *>    Earned credits per student, one pass of the grade detail.
       77 EARNED-COUNT PIC 9(5) VALUE IS 0.
       01 EARNED-TABLE.
           03 EARNED-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON EARNED-COUNT.
               05 ER-STUDENT-ID PIC X(9).
               05 ER-CREDITS PIC 9(4).
       77 ER-IDX PIC 9(5).

      *>    Active holds, and the priority-group students.
       77 HELD-COUNT PIC 9(4) VALUE IS 0.
       01 HELD-TABLE.
           03 HELD-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON HELD-COUNT.
               05 HL-STUDENT-ID PIC X(9).
               05 HL-HOLD-TYPE PIC X(6).
               05 HL-PLACED-BY PIC X(8).
       77 HL-IDX PIC 9(4).
       77 PRIORITY-COUNT PIC 9(4) VALUE IS 0.
       01 PRIORITY-TABLE.
           03 PRIORITY-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON PRIORITY-COUNT.
               05 PT-STUDENT-ID PIC X(9).
               05 PT-GROUP PIC X(1).
       77 PT-IDX PIC 9(4).

      *>    TimeTickets.txt rows the run keeps: other terms, and
      *>    this term's class-level rows.
       77 KEEP-COUNT PIC 9(5) VALUE IS 0.
       01 KEEP-TABLE.
           03 KEEP-ROW PIC X(33) OCCURS 1 TO 20000 TIMES
                   DEPENDING ON KEEP-COUNT.
       77 KEEP-IDX PIC 9(5).

       77 SEARCH-ID PIC X(9).
       77 FOUND-IDX PIC 9(5).
       77 STUDENT-GROUP PIC X(1).
       77 CLASS-RANK PIC 9(2).
       77 GROUP-TEXT PIC X(8).
       77 EARNED-DISPLAY PIC ZZZ9.
       77 COUNT-DISPLAY PIC ZZZ9.
       77 WINDOW-NUMBER-DISPLAY PIC ZZZ9.
       77 TICKETED-COUNT PIC 9(5) VALUE ZERO.
       77 SKIPPED-COUNT PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ACCEPT-RUN-PARMS THRU ACCEPT-RUN-PARMS-EXIT
               UNTIL PARMS-VALID.

           OPEN INPUT STUDENT-MASTER.
           IF NOT STUDENT-MASTER-OK
               DISPLAY "UNABLE TO OPEN StudentMaster -- STATUS "
                   STUDENT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           PERFORM LOAD-KEPT-TICKETS THRU LOAD-KEPT-TICKETS-EXIT.
           PERFORM LOAD-EARNED-CREDITS THRU LOAD-EARNED-CREDITS-EXIT.
           PERFORM LOAD-HOLDS THRU LOAD-HOLDS-EXIT.
           PERFORM LOAD-PRIORITY-GROUPS THRU
               LOAD-PRIORITY-GROUPS-EXIT.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "REGISTRATION TIME TICKETS -- TERM " DELIMITED BY
                   SIZE
               RUN-TERM-CODE DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "NO TICKET -- ACTIVE REGISTRATION HOLD:"
               TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           OPEN OUTPUT TIME-TICKET-FILE.
           PERFORM VARYING KEEP-IDX FROM 1 BY 1
                   UNTIL KEEP-IDX GREATER THAN KEEP-COUNT
               MOVE KEEP-ROW(KEEP-IDX) TO TIME-TICKET-RECORD
               WRITE TIME-TICKET-RECORD
           END-PERFORM.
           OPEN OUTPUT NOTICE-FILE.

           SORT SORT-FILE
               ON ASCENDING KEY SK-RANK
               ON DESCENDING KEY SK-EARNED
               ON ASCENDING KEY SK-STUDENT-ID
               INPUT PROCEDURE IS RELEASE-STUDENTS
                   THRU RELEASE-STUDENTS-EXIT
               OUTPUT PROCEDURE IS ASSIGN-WINDOWS
                   THRU ASSIGN-WINDOWS-EXIT.

           CLOSE TIME-TICKET-FILE.
           CLOSE NOTICE-FILE.
           CLOSE STUDENT-MASTER.
           PERFORM WRITE-WINDOW-SUMMARY.
           CLOSE REPORT-FILE.
           DISPLAY TICKETED-COUNT " STUDENT(S) TICKETED IN "
               WINDOW-COUNT " WINDOW(S), " SKIPPED-COUNT
               " SKIPPED FOR HOLDS".
           STOP RUN.

       ACCEPT-RUN-PARMS.
           MOVE "Y" TO PARMS-VALID-FLAG.
           DISPLAY "Enter the term code to ticket (e.g. 202680):".
           ACCEPT RUN-TERM-CODE.
           DISPLAY "First window opens on (YYYYMMDD):".
           ACCEPT FIRST-OPEN-DATE.
           DISPLAY "First window opens at (HHMM):".
           ACCEPT FIRST-OPEN-TIME.
           DISPLAY "Last window of the day opens no later than "
               "(HHMM):".
           ACCEPT LAST-OPEN-TIME.
           DISPLAY "Window length in minutes:".
           ACCEPT WINDOW-MINUTES.
           DISPLAY "Students per window:".
           ACCEPT SLOT-SIZE.
           IF RUN-TERM-CODE IS NOT NUMERIC
                   OR RUN-TERM-CODE IS EQUAL TO ZERO
                   OR FIRST-OPEN-DATE IS NOT NUMERIC
                   OR FIRST-OPEN-DATE IS LESS THAN 20000101
                   OR FIRST-OPEN-TIME IS NOT NUMERIC
                   OR LAST-OPEN-TIME IS NOT NUMERIC
                   OR WINDOW-MINUTES IS NOT NUMERIC
                   OR WINDOW-MINUTES IS EQUAL TO ZERO
                   OR SLOT-SIZE IS NOT NUMERIC
                   OR SLOT-SIZE IS EQUAL TO ZERO
               MOVE "N" TO PARMS-VALID-FLAG
               DISPLAY "REJECTED -- EVERY VALUE IS REQUIRED AND "
                   "NUMERIC"
               GO TO ACCEPT-RUN-PARMS-EXIT.
           MOVE FIRST-OPEN-TIME TO WINDOW-TIME.
           IF WINDOW-HH IS GREATER THAN 23
                   OR WINDOW-MM IS GREATER THAN 59
               MOVE "N" TO PARMS-VALID-FLAG
               DISPLAY "REJECTED -- FIRST OPEN TIME IS NOT A TIME"
               GO TO ACCEPT-RUN-PARMS-EXIT.
           COMPUTE FIRST-MINUTE-OF-DAY = WINDOW-HH * 60 + WINDOW-MM.
           MOVE LAST-OPEN-TIME TO WINDOW-TIME.
           IF WINDOW-HH IS GREATER THAN 23
                   OR WINDOW-MM IS GREATER THAN 59
                   OR LAST-OPEN-TIME IS LESS THAN FIRST-OPEN-TIME
               MOVE "N" TO PARMS-VALID-FLAG
               DISPLAY "REJECTED -- LAST OPEN TIME MUST BE A TIME "
                   "NO EARLIER THAN THE FIRST"
               GO TO ACCEPT-RUN-PARMS-EXIT.
           COMPUTE LAST-MINUTE-OF-DAY = WINDOW-HH * 60 + WINDOW-MM.
       ACCEPT-RUN-PARMS-EXIT.
           EXIT.

       LOAD-KEPT-TICKETS.
           OPEN INPUT TIME-TICKET-FILE.
           IF NOT TIME-TICKET-OK
      *>        First run: nothing to carry forward.
               GO TO LOAD-KEPT-TICKETS-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ TIME-TICKET-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR KEEP-COUNT IS EQUAL TO 20000
               IF TT-TERM-CODE IS NOT EQUAL TO RUN-TERM-CODE
                       OR TT-STUDENT-ID IS EQUAL TO SPACES
                   ADD 1 TO KEEP-COUNT
                   MOVE TIME-TICKET-RECORD TO KEEP-ROW(KEEP-COUNT)
               END-IF
               READ TIME-TICKET-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE TIME-TICKET-FILE.
       LOAD-KEPT-TICKETS-EXIT.
           EXIT.

       LOAD-EARNED-CREDITS.
           OPEN INPUT GRADE-DETAIL-FILE.
           IF NOT GRADE-DETAIL-OK
               DISPLAY "NO GradeDetail.txt ON FILE -- EVERY "
                   "STUDENT COUNTS ZERO EARNED CREDITS"
               GO TO LOAD-EARNED-CREDITS-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ GRADE-DETAIL-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               IF GD-CREDITS IS NUMERIC AND NOT GD-NOT-EARNED
                   MOVE GD-STUDENT-ID TO SEARCH-ID
                   PERFORM FIND-EARNED-ROW
                   IF FOUND-IDX IS EQUAL TO ZERO
                           AND EARNED-COUNT IS LESS THAN 20000
                       ADD 1 TO EARNED-COUNT
                       MOVE GD-STUDENT-ID TO
                           ER-STUDENT-ID(EARNED-COUNT)
                       MOVE ZERO TO ER-CREDITS(EARNED-COUNT)
                       MOVE EARNED-COUNT TO FOUND-IDX
                   END-IF
                   IF FOUND-IDX IS NOT EQUAL TO ZERO
                       ADD GD-CREDITS TO ER-CREDITS(FOUND-IDX)
                   END-IF
               END-IF
               READ GRADE-DETAIL-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE GRADE-DETAIL-FILE.
       LOAD-EARNED-CREDITS-EXIT.
           EXIT.

       FIND-EARNED-ROW.
           MOVE ZERO TO FOUND-IDX.
           PERFORM VARYING ER-IDX FROM 1 BY 1
                   UNTIL ER-IDX GREATER THAN EARNED-COUNT
                   OR FOUND-IDX IS NOT EQUAL TO ZERO
               IF ER-STUDENT-ID(ER-IDX) IS EQUAL TO SEARCH-ID
                   MOVE ER-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.

       LOAD-HOLDS.
           OPEN INPUT HOLDS-FILE.
           IF NOT HOLDS-OK
      *>        No holds file means nobody is held.
               GO TO LOAD-HOLDS-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ HOLDS-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR HELD-COUNT IS EQUAL TO 5000
               IF HD-ACTIVE
                   ADD 1 TO HELD-COUNT
                   MOVE HD-STUDENT-ID TO HL-STUDENT-ID(HELD-COUNT)
                   MOVE HD-HOLD-TYPE TO HL-HOLD-TYPE(HELD-COUNT)
                   MOVE HD-PLACED-BY TO HL-PLACED-BY(HELD-COUNT)
               END-IF
               READ HOLDS-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE HOLDS-FILE.
       LOAD-HOLDS-EXIT.
           EXIT.

      *>    PriorityGroups.txt names honors and veteran students
      *>    (and any athlete the roster has not caught up with);
      *>    every AthleticRoster.txt student is an athlete.
       LOAD-PRIORITY-GROUPS.
           OPEN INPUT PRIORITY-FILE.
           IF PRIORITY-OK
               MOVE 0 TO EOF-FLAG
               READ PRIORITY-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
               PERFORM UNTIL EOF OR PRIORITY-COUNT IS EQUAL TO 5000
                   IF PG-VALID-GROUP
                       MOVE PG-STUDENT-ID TO SEARCH-ID
                       MOVE PG-GROUP TO STUDENT-GROUP
                       PERFORM ADD-PRIORITY-ROW
                   END-IF
                   READ PRIORITY-FILE AT END MOVE 1 TO EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE PRIORITY-FILE
           END-IF.
           OPEN INPUT ROSTER-FILE.
           IF NOT ROSTER-OK
               GO TO LOAD-PRIORITY-GROUPS-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ ROSTER-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR PRIORITY-COUNT IS EQUAL TO 5000
               MOVE RS-STUDENT-ID TO SEARCH-ID
               MOVE "A" TO STUDENT-GROUP
               PERFORM ADD-PRIORITY-ROW
               READ ROSTER-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE ROSTER-FILE.
       LOAD-PRIORITY-GROUPS-EXIT.
           EXIT.

      *>    A student in more than one group keeps the first.
       ADD-PRIORITY-ROW.
           PERFORM FIND-PRIORITY-ROW.
           IF FOUND-IDX IS EQUAL TO ZERO
               ADD 1 TO PRIORITY-COUNT
               MOVE SEARCH-ID TO PT-STUDENT-ID(PRIORITY-COUNT)
               MOVE STUDENT-GROUP TO PT-GROUP(PRIORITY-COUNT)
           END-IF.

       FIND-PRIORITY-ROW.
           MOVE ZERO TO FOUND-IDX.
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX GREATER THAN PRIORITY-COUNT
                   OR FOUND-IDX IS NOT EQUAL TO ZERO
               IF PT-STUDENT-ID(PT-IDX) IS EQUAL TO SEARCH-ID
                   MOVE PT-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.

       RELEASE-STUDENTS.
           MOVE LOW-VALUES TO SM-STUDENT-ID.
           START STUDENT-MASTER KEY IS GREATER THAN SM-STUDENT-ID
               INVALID KEY
                   MOVE "46" TO STUDENT-MASTER-STATUS
           END-START.
           PERFORM RELEASE-ONE-STUDENT THRU RELEASE-ONE-STUDENT-EXIT
               UNTIL NO-MORE-STUDENTS.
       RELEASE-STUDENTS-EXIT.
           EXIT.

       RELEASE-ONE-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE "46" TO STUDENT-MASTER-STATUS
                   GO TO RELEASE-ONE-STUDENT-EXIT
           END-READ.
           IF NOT STUDENT-ACTIVE OR SM-GRADUATED
               GO TO RELEASE-ONE-STUDENT-EXIT.

           MOVE ZERO TO FOUND-IDX.
           PERFORM VARYING HL-IDX FROM 1 BY 1
                   UNTIL HL-IDX GREATER THAN HELD-COUNT
                   OR FOUND-IDX IS NOT EQUAL TO ZERO
               IF HL-STUDENT-ID(HL-IDX) IS EQUAL TO SM-STUDENT-ID
                   MOVE HL-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.
           IF FOUND-IDX IS NOT EQUAL TO ZERO
               ADD 1 TO SKIPPED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   SM-STUDENT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SM-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   HL-HOLD-TYPE(FOUND-IDX) DELIMITED BY SIZE
                   " HOLD PLACED BY " DELIMITED BY SIZE
                   HL-PLACED-BY(FOUND-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               GO TO RELEASE-ONE-STUDENT-EXIT.

      *>    Two ranks per class: the class's priority groups, then
      *>    the rest of the class.
           EVALUATE TRUE
               WHEN SM-GRADUATE MOVE 1 TO CLASS-RANK
               WHEN SM-SENIOR MOVE 3 TO CLASS-RANK
               WHEN SM-JUNIOR MOVE 5 TO CLASS-RANK
               WHEN SM-SOPHOMORE MOVE 7 TO CLASS-RANK
               WHEN SM-FRESHMAN MOVE 9 TO CLASS-RANK
               WHEN OTHER MOVE 11 TO CLASS-RANK
           END-EVALUATE.
           MOVE SM-STUDENT-ID TO SEARCH-ID.
           PERFORM FIND-PRIORITY-ROW.
           IF FOUND-IDX IS EQUAL TO ZERO
               ADD 1 TO CLASS-RANK
               MOVE SPACE TO SK-GROUP
           ELSE
               MOVE PT-GROUP(FOUND-IDX) TO SK-GROUP
           END-IF.
           MOVE CLASS-RANK TO SK-RANK.
           PERFORM FIND-EARNED-ROW.
           MOVE ZERO TO SK-EARNED.
           IF FOUND-IDX IS NOT EQUAL TO ZERO
               MOVE ER-CREDITS(FOUND-IDX) TO SK-EARNED.
           MOVE SM-STUDENT-ID TO SK-STUDENT-ID.
           MOVE SM-CLASS-LEVEL TO SK-CLASS-LEVEL.
      *>    The notice is correspondence: the name the student goes
      *>    by, the legal name when none is on file.
           IF SM-PREFERRED-NAME IS NOT EQUAL TO SPACES
               MOVE SM-PREFERRED-NAME TO SK-NAME
           ELSE
               MOVE SM-NAME TO SK-NAME
           END-IF.
           RELEASE SORT-RECORD.
       RELEASE-ONE-STUDENT-EXIT.
           EXIT.

       ASSIGN-WINDOWS.
           MOVE FIRST-OPEN-DATE TO WINDOW-DATE.
           MOVE FIRST-MINUTE-OF-DAY TO WINDOW-MINUTE-OF-DAY.
           PERFORM ROLL-TO-WEEKDAY.
           MOVE ZERO TO WINDOW-FILL.
           MOVE 0 TO SORT-EOF-FLAG.
           RETURN SORT-FILE AT END MOVE 1 TO SORT-EOF-FLAG.
           PERFORM TICKET-ONE-STUDENT UNTIL SORT-EOF.
       ASSIGN-WINDOWS-EXIT.
           EXIT.

       TICKET-ONE-STUDENT.
           IF WINDOW-FILL IS EQUAL TO SLOT-SIZE
               PERFORM ADVANCE-WINDOW
           END-IF.
           IF WINDOW-FILL IS EQUAL TO ZERO
                   AND WINDOW-COUNT IS LESS THAN 2000
               ADD 1 TO WINDOW-COUNT
               COMPUTE WINDOW-HH = WINDOW-MINUTE-OF-DAY / 60
               COMPUTE WINDOW-MM = WINDOW-MINUTE-OF-DAY
                   - WINDOW-HH * 60
               MOVE WINDOW-DATE TO WN-DATE(WINDOW-COUNT)
               MOVE WINDOW-TIME TO WN-TIME(WINDOW-COUNT)
               MOVE ZERO TO WN-STUDENTS(WINDOW-COUNT)
           END-IF.
           ADD 1 TO WINDOW-FILL.
           ADD 1 TO WN-STUDENTS(WINDOW-COUNT).
           ADD 1 TO TICKETED-COUNT.

           MOVE SPACES TO TIME-TICKET-RECORD.
           MOVE SK-STUDENT-ID TO TT-STUDENT-ID.
           MOVE SK-CLASS-LEVEL TO TT-CLASS-LEVEL.
           MOVE RUN-TERM-CODE TO TT-TERM-CODE.
           MOVE WN-DATE(WINDOW-COUNT) TO TT-OPEN-DATE.
           MOVE WN-TIME(WINDOW-COUNT) TO TT-OPEN-TIME.
           WRITE TIME-TICKET-RECORD.

           EVALUATE SK-GROUP
               WHEN "H" MOVE "HONORS" TO GROUP-TEXT
               WHEN "A" MOVE "ATHLETE" TO GROUP-TEXT
               WHEN "V" MOVE "VETERAN" TO GROUP-TEXT
               WHEN OTHER MOVE SPACES TO GROUP-TEXT
           END-EVALUATE.
           MOVE SPACES TO NOTICE-LINE.
           STRING SK-STUDENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SK-NAME DELIMITED BY SIZE
               " -- YOUR REGISTRATION WINDOW FOR TERM "
                   DELIMITED BY SIZE
               RUN-TERM-CODE DELIMITED BY SIZE
               " OPENS " DELIMITED BY SIZE
               TT-OPEN-DATE DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               TT-OPEN-TIME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GROUP-TEXT DELIMITED BY SPACE
               INTO NOTICE-LINE.
           WRITE NOTICE-LINE.

           RETURN SORT-FILE AT END MOVE 1 TO SORT-EOF-FLAG.

      *>    The next window opens one window length later; past the
      *>    day's last window it opens at the first window's time on
      *>    the next weekday.
       ADVANCE-WINDOW.
           MOVE ZERO TO WINDOW-FILL.
           ADD WINDOW-MINUTES TO WINDOW-MINUTE-OF-DAY.
           IF WINDOW-MINUTE-OF-DAY IS GREATER THAN LAST-MINUTE-OF-DAY
               MOVE FIRST-MINUTE-OF-DAY TO WINDOW-MINUTE-OF-DAY
               COMPUTE DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WINDOW-DATE) + 1
               COMPUTE WINDOW-DATE =
                   FUNCTION DATE-OF-INTEGER(DAY-NUMBER)
               PERFORM ROLL-TO-WEEKDAY
           END-IF.

      *>    Day 1 of the integer calendar is a Monday, so a
      *>    remainder of 5 or 6 is a weekend.
       ROLL-TO-WEEKDAY.
           COMPUTE DAY-NUMBER = FUNCTION INTEGER-OF-DATE(WINDOW-DATE).
           COMPUTE WEEKDAY-NUMBER = FUNCTION MOD(DAY-NUMBER - 1, 7).
           PERFORM UNTIL WEEKDAY-NUMBER IS LESS THAN 5
               ADD 1 TO DAY-NUMBER
               COMPUTE WEEKDAY-NUMBER =
                   FUNCTION MOD(DAY-NUMBER - 1, 7)
           END-PERFORM.
           COMPUTE WINDOW-DATE = FUNCTION DATE-OF-INTEGER(DAY-NUMBER).

       WRITE-WINDOW-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
               SKIPPED-COUNT DELIMITED BY SIZE
               " STUDENT(S) HELD" DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "WINDOW  OPENS              STUDENTS" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WN-IDX FROM 1 BY 1
                   UNTIL WN-IDX GREATER THAN WINDOW-COUNT
               MOVE WN-IDX TO WINDOW-NUMBER-DISPLAY
               MOVE WN-STUDENTS(WN-IDX) TO COUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING WINDOW-NUMBER-DISPLAY DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WN-DATE(WN-IDX) DELIMITED BY SIZE
                   " AT " DELIMITED BY SIZE
                   WN-TIME(WN-IDX) DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTALS: " DELIMITED BY SIZE
               TICKETED-COUNT DELIMITED BY SIZE
               " STUDENT(S) TICKETED IN " DELIMITED BY SIZE
               WINDOW-COUNT DELIMITED BY SIZE
               " WINDOW(S), " DELIMITED BY SIZE
               SKIPPED-COUNT DELIMITED BY SIZE
               " HELD" DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM TIME-TICKET-GEN.
