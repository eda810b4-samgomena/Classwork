      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Department report distribution -- cuts the morning's
      *          department reports (ClassRoster.txt, FillRate-
      *          Report.txt, DFWReport.txt, GradeDistribution.txt,
      *          InstructorLoadReport.txt and DeptScheduleGrid.txt)
      *          by DEPARTMENT-CODE and builds one packet per
      *          recipient on DistributionList.txt, each opening with
      *          a cover sheet listing what is in it, under Packets/.
      *          Each report is cut the way it is laid out: the
      *          roster by its DEPT: line, the fill-rate and grid
      *          reports by their department blocks, the DFW section
      *          lines by CRN against IndexedCourses, the grade
      *          distribution rows by the class-name prefix GRADE-
      *          DIST groups on, and the instructor lines by the
      *          department the instructor teaches in. The list row
      *          names the department, the recipient, whether the
      *          recipient is instructional staff, which reports go
      *          to them and how often (daily, weekly on Mondays,
      *          monthly on the 1st). A roster carrying a student
      *          under FERPA directory suppression never goes into a
      *          packet for a non-instructional recipient. Every row
      *          due today is logged to DistributionLog.txt, which
      *          MORNING-REPORT counts.
      *          DistributionList.txt layout: department (6), space,
      *          recipient (30), space, type (I instructional / N
      *          non-instructional), space, six Y/N report flags in
      *          the order above, space, frequency (D/W/M). A row
      *          starting with * is a comment.
      *          Return codes follow the NIGHTLY-BATCH scheme: 0
      *          clean, 4 a report not on file or a list row
      *          rejected, 8 fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPT-DISTRIBUTION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-LIST-FILE ASSIGN TO "DistributionList.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIST-LIST-STATUS.
           SELECT REPORT-IN-FILE ASSIGN TO REPORT-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-IN-STATUS.
           SELECT TAG-FILE ASSIGN TO "DistTagged.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAG-STATUS.
           SELECT PACKET-FILE ASSIGN TO PACKET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PACKET-STATUS.
           SELECT DIST-LOG-FILE ASSIGN TO "DistributionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIST-LOG-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD DIST-LIST-FILE.
       01 DIST-LIST-RECORD.
           03 DL-DEPARTMENT PIC X(6).
           03 FILLER PIC X(1).
           03 DL-RECIPIENT PIC X(30).
           03 FILLER PIC X(1).
           03 DL-RECIPIENT-TYPE PIC X(1).
               88 DL-INSTRUCTIONAL VALUE "I".
               88 DL-NON-INSTRUCTIONAL VALUE "N".
           03 FILLER PIC X(1).
           03 DL-REPORT-FLAGS PIC X(6).
           03 DL-REPORT-FLAG-TABLE REDEFINES DL-REPORT-FLAGS.
               05 DL-REPORT-WANTED PIC X(1) OCCURS 6 TIMES.
           03 FILLER PIC X(1).
           03 DL-FREQUENCY PIC X(1).
               88 DL-DAILY VALUE "D".
               88 DL-WEEKLY VALUE "W".
               88 DL-MONTHLY VALUE "M".
       FD REPORT-IN-FILE.
       01 REPORT-IN-LINE PIC X(132).
      *>    Every report line worth distributing, tagged with the
      *>    report it came from and its department. *HEAD* marks a
      *>    report's heading lines, repeated at the top of each
      *>    packet's section for that report.
       FD TAG-FILE.
       01 TAG-RECORD.
           03 DT-REPORT PIC 9(1).
           03 DT-DEPT PIC X(6).
           03 DT-CONFIDENTIAL PIC X(1).
           03 DT-LINE PIC X(132).
       FD PACKET-FILE.
       01 PACKET-LINE PIC X(132).
       FD DIST-LOG-FILE.
       COPY DistributionLogFormat.
       FD COURSES-INDEXED.
       COPY CoursesFormat REPLACING STUDENT-RECORD
           BY STUDENT-RECORD-INDEXED.
       WORKING-STORAGE SECTION.
       77 DIST-LIST-STATUS PIC X(2) VALUE "00".
           88 DIST-LIST-OK VALUE "00".
       77 REPORT-IN-STATUS PIC X(2) VALUE "00".
           88 REPORT-IN-OK VALUE "00".
       77 TAG-STATUS PIC X(2) VALUE "00".
       77 PACKET-STATUS PIC X(2) VALUE "00".
           88 PACKET-OK VALUE "00".
       77 DIST-LOG-STATUS PIC X(2) VALUE "00".
           88 DIST-LOG-MISSING VALUE "35".
       77 COURSES-INDEXED-STATUS PIC X(2) VALUE "00".
           88 COURSES-INDEXED-OK VALUE "00".
           88 NO-MORE-SECTIONS VALUE "46".
       77 REPORT-IN-NAME PIC X(30) VALUE SPACES.
       77 PACKET-NAME PIC X(40) VALUE SPACES.
       77 LIST-EOF-FLAG PIC 9 VALUE IS 0.
           88 LIST-EOF VALUE IS 1.
       77 REPORT-EOF-FLAG PIC 9 VALUE IS 0.
           88 REPORT-EOF VALUE IS 1.
       77 TAG-EOF-FLAG PIC 9 VALUE IS 0.
           88 TAG-EOF VALUE IS 1.
       77 WARNING-FLAG PIC X VALUE "N".
           88 RUN-HAD-WARNINGS VALUE "Y".
       01 RUN-DATE-FIELDS.
           03 RUN-DATE PIC 9(8).
           03 RUN-DATE-PARTS REDEFINES RUN-DATE.
               05 RUN-YYYYMM PIC 9(6).
               05 RUN-DD PIC 9(2).
       77 RUN-DAY-OF-WEEK PIC 9(1).
       77 UPPER-ALPHABET PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77 LOWER-ALPHABET PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01 REPORT-DATA.
           03 FILLER PIC X(24) VALUE "ClassRoster.txt".
           03 FILLER PIC X(20) VALUE "CLASS ROSTER".
           03 FILLER PIC X(24) VALUE "FillRateReport.txt".
           03 FILLER PIC X(20) VALUE "SECTION FILL RATE".
           03 FILLER PIC X(24) VALUE "DFWReport.txt".
           03 FILLER PIC X(20) VALUE "DFW RATES".
           03 FILLER PIC X(24) VALUE "GradeDistribution.txt".
           03 FILLER PIC X(20) VALUE "GRADE DISTRIBUTION".
           03 FILLER PIC X(24) VALUE "InstructorLoadReport.txt".
           03 FILLER PIC X(20) VALUE "INSTRUCTOR LOAD".
           03 FILLER PIC X(24) VALUE "DeptScheduleGrid.txt".
           03 FILLER PIC X(20) VALUE "SCHEDULE GRID".
       01 REPORT-TABLE REDEFINES REPORT-DATA.
           03 RP-ENTRY OCCURS 6 TIMES.
               05 RP-FILE-NAME PIC X(24).
               05 RP-LABEL PIC X(20).
       01 REPORT-STATE-TABLE.
           03 RP-ON-FILE PIC X(1) OCCURS 6 TIMES.
       77 REPORT-IDX PIC 9(1) VALUE ZERO.
      *>    Tagging state for the report being cut.
       77 TAG-DEPT PIC X(6) VALUE SPACES.
       77 TAG-LINE PIC X(132) VALUE SPACES.
       77 CURRENT-DEPT PIC X(6) VALUE SPACES.
       77 CONFIDENTIAL-FLAG PIC X VALUE "N".
           88 ROSTER-IS-CONFIDENTIAL VALUE "Y".
       77 HEAD-DONE-FLAG PIC X VALUE "N".
           88 HEAD-DONE VALUE "Y".
       77 INSTRUCTOR-MODE-FLAG PIC X VALUE "N".
           88 IN-INSTRUCTOR-LINES VALUE "Y".
       77 REPORT-LINE-NUMBER PIC 9(6) VALUE ZERO.
       77 MATCH-COUNT PIC 9(3) VALUE ZERO.
       77 PREFIX-IDX PIC 9 VALUE ZERO.
       77 NAME-PART PIC X(33) VALUE SPACES.
       77 LOOKUP-LAST PIC X(16) VALUE SPACES.
       77 TERM-BANNER-CODE PIC X(6).
       77 TERM-REGISTRAR-CODE PIC X(6).
       77 TERM-VALID-FLAG PIC X VALUE "N".
           88 TERM-IS-VALID VALUE "Y".
      *>    A fill-rate department block names its department only
      *>    on its summary line, after its detail lines, so the
      *>    block is held until the blank line that closes it.
       77 BUF-COUNT PIC 9(3) VALUE ZERO.
       77 BUF-IDX PIC 9(3) VALUE ZERO.
       01 FILL-BUFFER.
           03 BUF-LINE PIC X(132) OCCURS 500 TIMES.
      *>    Instructor to department, from the first section on
      *>    IndexedCourses under the instructor's name; names are
      *>    held upper case because the reports print them in
      *>    whatever case suits the report.
       77 INSTR-COUNT PIC 9(4) VALUE ZERO.
       77 INSTR-IDX PIC 9(4) VALUE ZERO.
       77 PRIOR-INSTRUCTOR PIC X(16) VALUE SPACES.
       01 INSTRUCTOR-TABLE.
           03 INSTRUCTOR-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON INSTR-COUNT.
               05 ID-LAST PIC X(16).
               05 ID-DEPT PIC X(6).
      *>    Per-list-row counts, by report.
       01 ENTRY-COUNT-TABLE.
           03 ENTRY-COUNT-ENTRY OCCURS 6 TIMES.
               05 RL-LINES PIC 9(6).
               05 RL-WITHHELD PIC 9(4).
               05 RL-BANNER-FLAG PIC X(1).
       77 ENTRY-LINES PIC 9(6) VALUE ZERO.
       77 ENTRY-WITHHELD PIC 9(4) VALUE ZERO.
       77 ENTRY-REPORTS PIC 9(1) VALUE ZERO.
       77 ENTRY-STATUS PIC X VALUE SPACE.
           88 ENTRY-PACKET-BUILT VALUE "P".
           88 ENTRY-NO-PAGES VALUE "E".
       77 LIST-ROW-NUMBER PIC 9(3) VALUE ZERO.
       77 PACKET-COUNT PIC 9(4) VALUE ZERO.
       77 EMPTY-COUNT PIC 9(4) VALUE ZERO.
       77 NOT-DUE-COUNT PIC 9(4) VALUE ZERO.
       77 REJECTED-COUNT PIC 9(4) VALUE ZERO.
       77 LINES-DISPLAY PIC ZZZZZ9.
       77 WITHHELD-DISPLAY PIC ZZZ9.
       01 COVER-CONTENTS-LINE.
           03 FILLER PIC X(2) VALUE SPACES.
           03 CC-LABEL PIC X(20).
           03 FILLER PIC X(1) VALUE SPACE.
           03 CC-FILE-NAME PIC X(24).
           03 FILLER PIC X(1) VALUE SPACE.
           03 CC-TEXT PIC X(50).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-DAY-OF-WEEK FROM DAY-OF-WEEK.
           OPEN INPUT DIST-LIST-FILE.
           IF NOT DIST-LIST-OK
               DISPLAY "NO DistributionList.txt ON FILE -- NOTHING "
                   "TO DISTRIBUTE"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT COURSES-INDEXED.
           IF NOT COURSES-INDEXED-OK
               DISPLAY "UNABLE TO OPEN IndexedCourses -- STATUS "
                   COURSES-INDEXED-STATUS
               CLOSE DIST-LIST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM LOAD-INSTRUCTOR-DEPTS THRU
               LOAD-INSTRUCTOR-DEPTS-EXIT.
           OPEN OUTPUT TAG-FILE.
           PERFORM TAG-ONE-REPORT THRU TAG-ONE-REPORT-EXIT
               VARYING REPORT-IDX FROM 1 BY 1
               UNTIL REPORT-IDX IS GREATER THAN 6.
           CLOSE TAG-FILE.
           CLOSE COURSES-INDEXED.

           CALL "SYSTEM" USING "mkdir -p Packets".
           OPEN EXTEND DIST-LOG-FILE.
           IF DIST-LOG-MISSING
               OPEN OUTPUT DIST-LOG-FILE.
           PERFORM DISTRIBUTE-ONE-ENTRY THRU DISTRIBUTE-ONE-ENTRY-EXIT
               UNTIL LIST-EOF.
           CLOSE DIST-LOG-FILE.
           CLOSE DIST-LIST-FILE.
           CALL "SYSTEM" USING "rm -f DistTagged.tmp".

           DISPLAY "DISTRIBUTION " RUN-DATE ": " PACKET-COUNT
               " PACKET(S) BUILT, " EMPTY-COUNT " WITH NO PAGES, "
               NOT-DUE-COUNT " NOT DUE, " REJECTED-COUNT
               " LIST ROW(S) REJECTED".
           IF RUN-HAD-WARNINGS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *>    The alternate key walks IndexedCourses in instructor
      *>    order; the first live section under each name gives the
      *>    department the instructor's report lines go to.
       LOAD-INSTRUCTOR-DEPTS.
           MOVE LOW-VALUES TO INSTRUCTOR-LAST OF STUDENT-RECORD-INDEXED.
           START COURSES-INDEXED KEY IS GREATER THAN OR EQUAL
                   INSTRUCTOR-LAST OF STUDENT-RECORD-INDEXED
               INVALID KEY
                   GO TO LOAD-INSTRUCTOR-DEPTS-EXIT
           END-START.
           MOVE "00" TO COURSES-INDEXED-STATUS.
           PERFORM UNTIL NO-MORE-SECTIONS
               READ COURSES-INDEXED NEXT RECORD
                   AT END MOVE "46" TO COURSES-INDEXED-STATUS
               END-READ
               IF NOT NO-MORE-SECTIONS
                       AND NOT SECTION-DELETED OF STUDENT-RECORD-INDEXED
                       AND INSTRUCTOR-LAST OF STUDENT-RECORD-INDEXED
                           IS NOT EQUAL TO SPACES
                       AND INSTRUCTOR-LAST OF STUDENT-RECORD-INDEXED
                           IS NOT EQUAL TO PRIOR-INSTRUCTOR
                       AND INSTR-COUNT IS LESS THAN 1000
                   MOVE INSTRUCTOR-LAST OF STUDENT-RECORD-INDEXED
                       TO PRIOR-INSTRUCTOR
                   ADD 1 TO INSTR-COUNT
                   MOVE PRIOR-INSTRUCTOR TO ID-LAST(INSTR-COUNT)
                   INSPECT ID-LAST(INSTR-COUNT) CONVERTING
                       LOWER-ALPHABET TO UPPER-ALPHABET
                   MOVE DEPARTMENT-CODE OF STUDENT-RECORD-INDEXED
                       TO ID-DEPT(INSTR-COUNT)
               END-IF
           END-PERFORM.
       LOAD-INSTRUCTOR-DEPTS-EXIT.
           EXIT.

      *>    One report onto the tag file. A report not on file this
      *>    morning is noted on every cover sheet that lists it.
       TAG-ONE-REPORT.
           MOVE "N" TO RP-ON-FILE(REPORT-IDX).
           MOVE RP-FILE-NAME(REPORT-IDX) TO REPORT-IN-NAME.
           OPEN INPUT REPORT-IN-FILE.
           IF NOT REPORT-IN-OK
               DISPLAY "WARNING: " RP-FILE-NAME(REPORT-IDX)
                   " NOT ON FILE -- LEFT OUT OF THE PACKETS"
               MOVE "Y" TO WARNING-FLAG
               GO TO TAG-ONE-REPORT-EXIT.
           MOVE "Y" TO RP-ON-FILE(REPORT-IDX).
           MOVE SPACES TO CURRENT-DEPT.
           MOVE "N" TO CONFIDENTIAL-FLAG.
           MOVE "N" TO HEAD-DONE-FLAG.
           MOVE "N" TO INSTRUCTOR-MODE-FLAG.
           MOVE ZERO TO BUF-COUNT.
           MOVE ZERO TO REPORT-LINE-NUMBER.
           IF REPORT-IDX IS EQUAL TO 1
               PERFORM SCAN-ROSTER
               CLOSE REPORT-IN-FILE
               OPEN INPUT REPORT-IN-FILE
           END-IF.
           MOVE 0 TO REPORT-EOF-FLAG.
           PERFORM UNTIL REPORT-EOF
               READ REPORT-IN-FILE
                   AT END MOVE 1 TO REPORT-EOF-FLAG
                   NOT AT END
                       ADD 1 TO REPORT-LINE-NUMBER
                       MOVE REPORT-IN-LINE TO TAG-LINE
                       MOVE SPACES TO TAG-DEPT
                       EVALUATE REPORT-IDX
                           WHEN 1
                               MOVE CURRENT-DEPT TO TAG-DEPT
                               PERFORM WRITE-TAG-LINE
                           WHEN 2
                               PERFORM TAG-FILL-RATE-LINE
                           WHEN 3
                               PERFORM TAG-DFW-LINE
                           WHEN 4
                               PERFORM TAG-GRADE-DIST-LINE
                           WHEN 5
                               PERFORM TAG-INSTRUCTOR-LOAD-LINE
                           WHEN 6
                               PERFORM TAG-GRID-LINE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE REPORT-IN-FILE.
       TAG-ONE-REPORT-EXIT.
           EXIT.

      *>    A class roster is one section's: every line goes to the
      *>    department on its DEPT: line, and the whole roster is
      *>    confidential if any student on it printed CONFIDENTIAL.
       SCAN-ROSTER.
           MOVE 0 TO REPORT-EOF-FLAG.
           PERFORM UNTIL REPORT-EOF
               READ REPORT-IN-FILE
                   AT END MOVE 1 TO REPORT-EOF-FLAG
                   NOT AT END
                       IF REPORT-IN-LINE(1:6) IS EQUAL TO "DEPT: "
                           MOVE REPORT-IN-LINE(7:6) TO CURRENT-DEPT
                       END-IF
                       IF REPORT-IN-LINE(1:12) IS EQUAL TO
                               "CONFIDENTIAL"
                           MOVE "Y" TO CONFIDENTIAL-FLAG
                       END-IF
               END-READ
           END-PERFORM.

      *>    Title and blank line first; then blocks closed by a blank
      *>    line, each named by its "dept nnnn SECTION(S), AVERAGE
      *>    FILL" line. The term and candidate totals at the foot
      *>    belong to no department.
       TAG-FILL-RATE-LINE.
           IF NOT HEAD-DONE
               MOVE "*HEAD*" TO TAG-DEPT
               PERFORM WRITE-TAG-LINE
               IF REPORT-IN-LINE IS EQUAL TO SPACES
                   MOVE "Y" TO HEAD-DONE-FLAG
               END-IF
           ELSE
               IF REPORT-IN-LINE IS EQUAL TO SPACES
                   IF CURRENT-DEPT IS NOT EQUAL TO SPACES
                       PERFORM FLUSH-FILL-BLOCK
                       MOVE CURRENT-DEPT TO TAG-DEPT
                       MOVE SPACES TO TAG-LINE
                       PERFORM WRITE-TAG-LINE
                   END-IF
                   MOVE ZERO TO BUF-COUNT
                   MOVE SPACES TO CURRENT-DEPT
               ELSE
                   MOVE ZERO TO MATCH-COUNT
                   INSPECT REPORT-IN-LINE TALLYING MATCH-COUNT
                       FOR ALL " SECTION(S), AVERAGE FILL"
                   IF MATCH-COUNT IS GREATER THAN ZERO
                       MOVE REPORT-IN-LINE(1:6) TO CURRENT-DEPT
                   END-IF
                   IF BUF-COUNT IS LESS THAN 500
                       ADD 1 TO BUF-COUNT
                       MOVE REPORT-IN-LINE TO BUF-LINE(BUF-COUNT)
                   END-IF
               END-IF
           END-IF.

       FLUSH-FILL-BLOCK.
           MOVE CURRENT-DEPT TO TAG-DEPT.
           PERFORM VARYING BUF-IDX FROM 1 BY 1
                   UNTIL BUF-IDX IS GREATER THAN BUF-COUNT
               MOVE BUF-LINE(BUF-IDX) TO TAG-LINE
               PERFORM WRITE-TAG-LINE
           END-PERFORM.

      *>    Section lines ("CRN nnnnn term ...") go by the section's
      *>    department on IndexedCourses; the instructor lines under
      *>    the second heading go by the instructor's department.
       TAG-DFW-LINE.
           IF REPORT-IN-LINE(1:20) IS EQUAL TO "DFW RATES BY SECTION"
               MOVE "*HEAD*" TO TAG-DEPT
               PERFORM WRITE-TAG-LINE
           ELSE
               IF REPORT-IN-LINE(1:23) IS EQUAL TO
                       "DFW RATES BY INSTRUCTOR"
                   MOVE "Y" TO INSTRUCTOR-MODE-FLAG
               ELSE
                   IF IN-INSTRUCTOR-LINES
                       MOVE REPORT-IN-LINE(1:16) TO LOOKUP-LAST
                       PERFORM FIND-INSTRUCTOR-DEPT
                       PERFORM WRITE-TAG-LINE
                   ELSE
                       IF REPORT-IN-LINE(1:4) IS EQUAL TO "CRN "
                               AND REPORT-IN-LINE(5:5) IS NUMERIC
                           PERFORM FIND-SECTION-DEPT
                           PERFORM WRITE-TAG-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-SECTION-DEPT.
           CALL "VALIDATE-TERM-CODE" USING REPORT-IN-LINE(11:6)
               TERM-BANNER-CODE TERM-REGISTRAR-CODE TERM-VALID-FLAG.
           IF TERM-IS-VALID
               MOVE REPORT-IN-LINE(5:5) TO CRN OF STUDENT-RECORD-INDEXED
               MOVE TERM-BANNER-CODE TO TERM-CODE
                   OF STUDENT-RECORD-INDEXED
               READ COURSES-INDEXED KEY IS CRN-TERM-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEPARTMENT-CODE OF STUDENT-RECORD-INDEXED
                           TO TAG-DEPT
               END-READ
           END-IF.

       FIND-INSTRUCTOR-DEPT.
           INSPECT LOOKUP-LAST CONVERTING
               LOWER-ALPHABET TO UPPER-ALPHABET.
           PERFORM VARYING INSTR-IDX FROM 1 BY 1
                   UNTIL INSTR-IDX IS GREATER THAN INSTR-COUNT
                       OR TAG-DEPT IS NOT EQUAL TO SPACES
               IF ID-LAST(INSTR-IDX) IS EQUAL TO LOOKUP-LAST
                   MOVE ID-DEPT(INSTR-IDX) TO TAG-DEPT
               END-IF
           END-PERFORM.

      *>    Everything down to "BY CLASS:" is heading. Class and
      *>    department rows go by the class name's letter prefix --
      *>    the grouping GRADE-DIST itself uses -- and each row's
      *>    PCT line follows its row.
       TAG-GRADE-DIST-LINE.
           IF NOT HEAD-DONE
               MOVE "*HEAD*" TO TAG-DEPT
               PERFORM WRITE-TAG-LINE
               IF REPORT-IN-LINE(1:9) IS EQUAL TO "BY CLASS:"
                   MOVE "Y" TO HEAD-DONE-FLAG
               END-IF
           ELSE
               IF REPORT-IN-LINE(1:5) IS EQUAL TO "  PCT"
                   MOVE CURRENT-DEPT TO TAG-DEPT
                   PERFORM WRITE-TAG-LINE
               ELSE
                   IF REPORT-IN-LINE IS NOT EQUAL TO SPACES
                           AND REPORT-IN-LINE(1:14) IS NOT EQUAL TO
                               "BY DEPARTMENT:"
                       MOVE SPACES TO CURRENT-DEPT
                       PERFORM VARYING PREFIX-IDX FROM 1 BY 1
                               UNTIL PREFIX-IDX GREATER THAN 5
                               OR REPORT-IN-LINE(PREFIX-IDX:1)
                                   IS NUMERIC
                               OR REPORT-IN-LINE(PREFIX-IDX:1)
                                   IS EQUAL TO SPACE
                           MOVE REPORT-IN-LINE(PREFIX-IDX:1)
                               TO CURRENT-DEPT(PREFIX-IDX:1)
                       END-PERFORM
                       MOVE CURRENT-DEPT TO TAG-DEPT
                       PERFORM WRITE-TAG-LINE
                   END-IF
               END-IF
           END-IF.

      *>    The first page's three heading lines are the heading;
      *>    later page headings and the totals are dropped. Each
      *>    instructor line ("Last, First ...") goes by the
      *>    instructor's department.
       TAG-INSTRUCTOR-LOAD-LINE.
           IF REPORT-LINE-NUMBER IS NOT GREATER THAN 3
               MOVE "*HEAD*" TO TAG-DEPT
               PERFORM WRITE-TAG-LINE
           ELSE
               IF REPORT-IN-LINE IS NOT EQUAL TO SPACES
                   MOVE SPACES TO NAME-PART
                   UNSTRING REPORT-IN-LINE(1:33) DELIMITED BY ","
                       INTO NAME-PART
                   MOVE NAME-PART TO LOOKUP-LAST
                   PERFORM FIND-INSTRUCTOR-DEPT
                   PERFORM WRITE-TAG-LINE
               END-IF
           END-IF.

      *>    Each department's grid opens with "WEEKLY SCHEDULE GRID
      *>    -- dept" and runs to the next one; the TERM: footer
      *>    closes the last.
       TAG-GRID-LINE.
           IF REPORT-IN-LINE(1:24) IS EQUAL TO
                   "WEEKLY SCHEDULE GRID -- "
               MOVE REPORT-IN-LINE(25:6) TO CURRENT-DEPT
           END-IF.
           IF REPORT-IN-LINE(1:6) IS EQUAL TO "TERM: "
               MOVE SPACES TO CURRENT-DEPT
           END-IF.
           MOVE CURRENT-DEPT TO TAG-DEPT.
           PERFORM WRITE-TAG-LINE.

      *>    A line that belongs to no department is not kept.
       WRITE-TAG-LINE.
           IF TAG-DEPT IS NOT EQUAL TO SPACES
               MOVE REPORT-IDX TO DT-REPORT
               MOVE TAG-DEPT TO DT-DEPT
               MOVE CONFIDENTIAL-FLAG TO DT-CONFIDENTIAL
               MOVE TAG-LINE TO DT-LINE
               WRITE TAG-RECORD
           END-IF.

      *>    One distribution list row: check it, see whether it is
      *>    due today, count what its department has in the reports
      *>    it asks for, and build the packet.
       DISTRIBUTE-ONE-ENTRY.
           READ DIST-LIST-FILE
               AT END
                   MOVE 1 TO LIST-EOF-FLAG
                   GO TO DISTRIBUTE-ONE-ENTRY-EXIT
           END-READ.
           ADD 1 TO LIST-ROW-NUMBER.
           IF DL-DEPARTMENT IS EQUAL TO SPACES
                   OR DL-DEPARTMENT(1:1) IS EQUAL TO "*"
               GO TO DISTRIBUTE-ONE-ENTRY-EXIT.
           IF NOT DL-INSTRUCTIONAL AND NOT DL-NON-INSTRUCTIONAL
               DISPLAY "REJECTED: LIST ROW " LIST-ROW-NUMBER
                   " -- RECIPIENT TYPE MUST BE I OR N"
               GO TO DISTRIBUTE-ONE-ENTRY-REJECT.
           IF NOT DL-DAILY AND NOT DL-WEEKLY AND NOT DL-MONTHLY
               DISPLAY "REJECTED: LIST ROW " LIST-ROW-NUMBER
                   " -- FREQUENCY MUST BE D, W OR M"
               GO TO DISTRIBUTE-ONE-ENTRY-REJECT.
           INSPECT DL-REPORT-FLAGS CONVERTING "yn" TO "YN".
           MOVE ZERO TO MATCH-COUNT.
           INSPECT DL-REPORT-FLAGS TALLYING MATCH-COUNT
               FOR ALL "Y" ALL "N".
           IF DL-REPORT-FLAGS IS EQUAL TO "NNNNNN"
                   OR MATCH-COUNT IS NOT EQUAL TO 6
               DISPLAY "REJECTED: LIST ROW " LIST-ROW-NUMBER
                   " -- REPORT FLAGS MUST BE Y/N AND ASK FOR ONE"
               GO TO DISTRIBUTE-ONE-ENTRY-REJECT.
           IF (DL-WEEKLY AND RUN-DAY-OF-WEEK IS NOT EQUAL TO 1)
                   OR (DL-MONTHLY AND RUN-DD IS NOT EQUAL TO 1)
               ADD 1 TO NOT-DUE-COUNT
               GO TO DISTRIBUTE-ONE-ENTRY-EXIT.

           PERFORM COUNT-ENTRY-LINES.
           MOVE SPACES TO PACKET-NAME.
           STRING "Packets/" DELIMITED BY SIZE
               DL-DEPARTMENT DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               LIST-ROW-NUMBER DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO PACKET-NAME.
           IF ENTRY-LINES IS EQUAL TO ZERO
               MOVE SPACES TO PACKET-NAME
               ADD 1 TO EMPTY-COUNT
               MOVE "E" TO ENTRY-STATUS
               PERFORM WRITE-DISTRIBUTION-LOG
               GO TO DISTRIBUTE-ONE-ENTRY-EXIT.

           OPEN OUTPUT PACKET-FILE.
           IF NOT PACKET-OK
               DISPLAY "UNABLE TO WRITE " PACKET-NAME " -- STATUS "
                   PACKET-STATUS
               CLOSE DIST-LOG-FILE
               CLOSE DIST-LIST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM WRITE-COVER-SHEET.
           PERFORM WRITE-PACKET-BODY.
           CLOSE PACKET-FILE.
           ADD 1 TO PACKET-COUNT.
           MOVE "P" TO ENTRY-STATUS.
           PERFORM WRITE-DISTRIBUTION-LOG.
           GO TO DISTRIBUTE-ONE-ENTRY-EXIT.
       DISTRIBUTE-ONE-ENTRY-REJECT.
           ADD 1 TO REJECTED-COUNT.
           MOVE "Y" TO WARNING-FLAG.
       DISTRIBUTE-ONE-ENTRY-EXIT.
           EXIT.

      *>    First pass over the tag file for this row: lines per
      *>    report for its department, and the confidential roster
      *>    lines a non-instructional recipient does not get.
       COUNT-ENTRY-LINES.
           INITIALIZE ENTRY-COUNT-TABLE.
           MOVE ZERO TO ENTRY-LINES.
           MOVE ZERO TO ENTRY-WITHHELD.
           MOVE ZERO TO ENTRY-REPORTS.
           MOVE 0 TO TAG-EOF-FLAG.
           OPEN INPUT TAG-FILE.
           PERFORM UNTIL TAG-EOF
               READ TAG-FILE
                   AT END MOVE 1 TO TAG-EOF-FLAG
                   NOT AT END
                       IF DL-REPORT-WANTED(DT-REPORT) IS EQUAL TO "Y"
                               AND DT-DEPT IS EQUAL TO DL-DEPARTMENT
                           IF DT-CONFIDENTIAL IS EQUAL TO "Y"
                                   AND DL-NON-INSTRUCTIONAL
                               ADD 1 TO RL-WITHHELD(DT-REPORT)
                               ADD 1 TO ENTRY-WITHHELD
                           ELSE
                               ADD 1 TO RL-LINES(DT-REPORT)
                               ADD 1 TO ENTRY-LINES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TAG-FILE.
           PERFORM VARYING REPORT-IDX FROM 1 BY 1
                   UNTIL REPORT-IDX IS GREATER THAN 6
               IF RL-LINES(REPORT-IDX) IS GREATER THAN ZERO
                   ADD 1 TO ENTRY-REPORTS
               END-IF
           END-PERFORM.

      *>    The cover sheet names the department and recipient and
      *>    accounts for every report the list row asks for, so a
      *>    missing section is explained rather than just absent.
       WRITE-COVER-SHEET.
           MOVE "DEPARTMENT REPORT PACKET" TO PACKET-LINE.
           WRITE PACKET-LINE.
           MOVE SPACES TO PACKET-LINE.
           WRITE PACKET-LINE.
           STRING "DEPARTMENT: " DELIMITED BY SIZE
               DL-DEPARTMENT DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO PACKET-LINE.
           WRITE PACKET-LINE.
           MOVE SPACES TO PACKET-LINE.
           STRING "TO: " DELIMITED BY SIZE
               DL-RECIPIENT DELIMITED BY SIZE
               INTO PACKET-LINE.
           WRITE PACKET-LINE.
           IF DL-INSTRUCTIONAL
               MOVE "RECIPIENT: INSTRUCTIONAL STAFF" TO PACKET-LINE
           ELSE
               MOVE "RECIPIENT: NON-INSTRUCTIONAL -- ROSTERS WITH "
                   TO PACKET-LINE
               MOVE "FERPA-SUPPRESSED STUDENTS ARE WITHHELD"
                   TO PACKET-LINE(46:38)
           END-IF.
           WRITE PACKET-LINE.
           EVALUATE TRUE
               WHEN DL-DAILY
                   MOVE "SENT: DAILY" TO PACKET-LINE
               WHEN DL-WEEKLY
                   MOVE "SENT: WEEKLY (MONDAYS)" TO PACKET-LINE
               WHEN DL-MONTHLY
                   MOVE "SENT: MONTHLY (THE 1ST)" TO PACKET-LINE
           END-EVALUATE.
           WRITE PACKET-LINE.
           MOVE SPACES TO PACKET-LINE.
           WRITE PACKET-LINE.
           MOVE "CONTENTS:" TO PACKET-LINE.
           WRITE PACKET-LINE.
           PERFORM WRITE-CONTENTS-LINE
               VARYING REPORT-IDX FROM 1 BY 1
               UNTIL REPORT-IDX IS GREATER THAN 6.
           MOVE SPACES TO PACKET-LINE.
           WRITE PACKET-LINE.
           MOVE ALL "=" TO PACKET-LINE(1:72).
           WRITE PACKET-LINE.

       WRITE-CONTENTS-LINE.
           IF DL-REPORT-WANTED(REPORT-IDX) IS EQUAL TO "Y"
               MOVE RP-LABEL(REPORT-IDX) TO CC-LABEL
               MOVE RP-FILE-NAME(REPORT-IDX) TO CC-FILE-NAME
               MOVE SPACES TO CC-TEXT
               MOVE RL-LINES(REPORT-IDX) TO LINES-DISPLAY
               MOVE RL-WITHHELD(REPORT-IDX) TO WITHHELD-DISPLAY
               EVALUATE TRUE
                   WHEN RP-ON-FILE(REPORT-IDX) IS NOT EQUAL TO "Y"
                       MOVE "NOT ON FILE TODAY" TO CC-TEXT
                   WHEN RL-LINES(REPORT-IDX) IS GREATER THAN ZERO
                       STRING LINES-DISPLAY DELIMITED BY SIZE
                           " LINE(S)" DELIMITED BY SIZE
                           INTO CC-TEXT
                   WHEN RL-WITHHELD(REPORT-IDX) IS GREATER THAN ZERO
                       STRING "WITHHELD -- " DELIMITED BY SIZE
                           WITHHELD-DISPLAY DELIMITED BY SIZE
                           " FERPA-SUPPRESSED LINE(S)" DELIMITED BY SIZE
                           INTO CC-TEXT
                   WHEN OTHER
                       MOVE "NO PAGES FOR THIS DEPARTMENT" TO CC-TEXT
               END-EVALUATE
               WRITE PACKET-LINE FROM COVER-CONTENTS-LINE
           END-IF.

      *>    Second pass: each report's section opens with a banner
      *>    and the report's own heading lines, then the
      *>    department's lines in report order.
       WRITE-PACKET-BODY.
           MOVE 0 TO TAG-EOF-FLAG.
           OPEN INPUT TAG-FILE.
           PERFORM UNTIL TAG-EOF
               READ TAG-FILE
                   AT END MOVE 1 TO TAG-EOF-FLAG
                   NOT AT END
                       IF DL-REPORT-WANTED(DT-REPORT) IS EQUAL TO "Y"
                               AND RL-LINES(DT-REPORT) IS GREATER
                                   THAN ZERO
                           PERFORM WRITE-PACKET-TAG-LINE THRU
                               WRITE-PACKET-TAG-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TAG-FILE.

       WRITE-PACKET-TAG-LINE.
           IF DT-DEPT IS NOT EQUAL TO "*HEAD*"
               IF DT-DEPT IS NOT EQUAL TO DL-DEPARTMENT
                   GO TO WRITE-PACKET-TAG-LINE-EXIT
               END-IF
               IF DT-CONFIDENTIAL IS EQUAL TO "Y"
                       AND DL-NON-INSTRUCTIONAL
                   GO TO WRITE-PACKET-TAG-LINE-EXIT
               END-IF
           END-IF.
           IF RL-BANNER-FLAG(DT-REPORT) IS NOT EQUAL TO "Y"
               MOVE "Y" TO RL-BANNER-FLAG(DT-REPORT)
               MOVE SPACES TO PACKET-LINE
               WRITE PACKET-LINE
               STRING "---- " DELIMITED BY SIZE
                   RP-LABEL(DT-REPORT) DELIMITED BY "  "
                   " (" DELIMITED BY SIZE
                   RP-FILE-NAME(DT-REPORT) DELIMITED BY SPACE
                   ") ----" DELIMITED BY SIZE
                   INTO PACKET-LINE
               WRITE PACKET-LINE
               MOVE SPACES TO PACKET-LINE
               WRITE PACKET-LINE
           END-IF.
           WRITE PACKET-LINE FROM DT-LINE.
       WRITE-PACKET-TAG-LINE-EXIT.
           EXIT.

       WRITE-DISTRIBUTION-LOG.
           MOVE SPACES TO DISTRIBUTION-LOG-RECORD.
           MOVE RUN-DATE TO DG-RUN-DATE.
           MOVE DL-DEPARTMENT TO DG-DEPARTMENT.
           MOVE DL-RECIPIENT TO DG-RECIPIENT.
           MOVE DL-RECIPIENT-TYPE TO DG-RECIPIENT-TYPE.
           MOVE PACKET-NAME TO DG-PACKET-NAME.
           MOVE ENTRY-REPORTS TO DG-REPORT-COUNT.
           MOVE ENTRY-LINES TO DG-LINE-COUNT.
           MOVE ENTRY-WITHHELD TO DG-WITHHELD-COUNT.
           MOVE ENTRY-STATUS TO DG-STATUS.
           WRITE DISTRIBUTION-LOG-RECORD.

       END PROGRAM DEPT-DISTRIBUTION.
