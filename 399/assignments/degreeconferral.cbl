      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Degree conferral posting -- once the registrar signs
      *          off, posts a degree for every candidate on
      *          GradCleared.txt (the last GRAD-CLEARANCE run) to the
      *          DegreeMaster indexed file: the degree for the
      *          student's major and level off DegreePrograms.txt
      *          (BA undergraduate, MA graduate where no row is on
      *          file), the major, the conferral date keyed at the
      *          prompt, and the Latin honors off LatinHonors.txt.
      *          Each posted student is marked graduated on the
      *          StudentMaster; their time tickets for terms after
      *          the conferral term come off TimeTickets.txt and
      *          their queued or offered WaitlistQueue.txt entries
      *          for those terms are expired (an offered seat goes
      *          back to the section for the next promotion pass).
      *          Sections they are still enrolled in for those terms
      *          are listed on the report for the registrar to drop
      *          before the term is billed.
      *          A diploma order per graduate goes to
      *          DiplomaOrders.txt with the name as it should print
      *          and the mailing address. Every change cuts an audit
      *          record; the run's detail goes to
      *          DegreeConferralReport.txt. Registrar (level 3)
      *          sign-on only. A student already graduated is
      *          skipped, so a rerun posts nothing twice.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGREE-CONFERRAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRAD-CLEARED-FILE ASSIGN TO "GradCleared.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRAD-CLEARED-STATUS.
           SELECT PROGRAM-FILE ASSIGN TO "DegreePrograms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGRAM-STATUS.
           SELECT HONORS-FILE ASSIGN TO "LatinHonors.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HONORS-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT DEGREE-MASTER ASSIGN TO "DegreeMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-STUDENT-DEGREE-KEY
               FILE STATUS IS DEGREE-MASTER-STATUS.
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
           SELECT ENROLLMENT-MASTER ASSIGN TO "EnrollmentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-STUDENT-CRN-TERM-KEY
                   = EN-STUDENT-ID EN-CRN EN-TERM-CODE
               ALTERNATE KEY IS EN-CRN-TERM-KEY
                   = EN-CRN EN-TERM-CODE WITH DUPLICATES
               FILE STATUS IS ENROLLMENT-STATUS.
           SELECT TIME-TICKET-FILE ASSIGN TO "TimeTickets.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIME-TICKET-STATUS.
           SELECT TICKET-KEEP-FILE ASSIGN TO "TimeTicketsKeep.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WAITLIST-FILE ASSIGN TO "WaitlistQueue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAITLIST-STATUS.
           SELECT WAITLIST-KEEP-FILE ASSIGN TO "WaitlistKeep.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIPLOMA-FILE ASSIGN TO "DiplomaOrders.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "DegreeConferralReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AuditTrail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD GRAD-CLEARED-FILE.
       COPY GradClearedFormat.
      *>    One row per major and level: a blank level is the
      *>    undergraduate degree, GR the graduate one.
       FD PROGRAM-FILE.
       01 PROGRAM-RECORD.
           03 DP-MAJOR PIC X(6).
           03 FILLER PIC X(1).
           03 DP-CLASS-LEVEL PIC X(2).
           03 FILLER PIC X(1).
           03 DP-DEGREE PIC X(6).
       FD HONORS-FILE.
       COPY HonorsFormat.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD DEGREE-MASTER.
       COPY DegreeMasterFormat.
       FD COURSES-INDEXED.
       COPY CoursesFormat REPLACING STUDENT-RECORD
           BY STUDENT-RECORD-INDEXED.
       FD ENROLLMENT-MASTER.
       COPY EnrollmentFormat.
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
       FD TICKET-KEEP-FILE.
       01 TICKET-KEEP-RECORD PIC X(33).
       FD WAITLIST-FILE.
       01 WAITLIST-RECORD.
           03 WL-CRN               PIC 9(5).
           03 FILLER               PIC X(1).
           03 WL-TERM-CODE         PIC 9(6).
           03 FILLER               PIC X(1).
           03 WL-SEQ               PIC 9(4).
           03 FILLER               PIC X(1).
           03 WL-STUDENT-ID        PIC X(9).
           03 FILLER               PIC X(1).
           03 WL-STATUS            PIC X(1).
               88 WL-WAITING       VALUE "W".
               88 WL-OFFERED       VALUE "O".
           03 FILLER               PIC X(1).
           03 WL-OFFER-DATE        PIC 9(8).
           03 FILLER               PIC X(1).
           03 WL-ENQUEUE-DATE      PIC 9(8).
       FD WAITLIST-KEEP-FILE.
       01 WAITLIST-KEEP-RECORD PIC X(47).
      *>    The diploma vendor's order line: the name exactly as
      *>    it prints, the degree, major and honors lines, and
      *>    where to mail it.
       FD DIPLOMA-FILE.
       01 DIPLOMA-RECORD.
           03 DO-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 DO-PRINT-NAME PIC X(20).
           03 FILLER PIC X(1).
           03 DO-DEGREE PIC X(6).
           03 FILLER PIC X(1).
           03 DO-MAJOR PIC X(6).
           03 FILLER PIC X(1).
           03 DO-HONORS PIC X(16).
           03 FILLER PIC X(1).
           03 DO-CONFERRAL-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 DO-ADDRESS PIC X(25).
           03 FILLER PIC X(1).
           03 DO-CITY PIC X(15).
           03 FILLER PIC X(1).
           03 DO-STATE PIC X(2).
           03 FILLER PIC X(1).
           03 DO-ZIP PIC X(5).
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       FD AUDIT-FILE.
       COPY AuditFormat.
       WORKING-STORAGE SECTION.
       77 GRAD-CLEARED-STATUS PIC X(2) VALUE "00".
           88 GRAD-CLEARED-OK VALUE "00".
       77 PROGRAM-STATUS PIC X(2) VALUE "00".
           88 PROGRAM-OK VALUE "00".
       77 HONORS-STATUS PIC X(2) VALUE "00".
           88 HONORS-OK VALUE "00".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 DEGREE-MASTER-STATUS PIC X(2) VALUE "00".
           88 DEGREE-MASTER-OK VALUE "00".
           88 DEGREE-MASTER-MISSING VALUE "35".
       77 COURSES-INDEXED-STATUS PIC X(2) VALUE "00".
           88 COURSES-INDEXED-OK VALUE "00".
       77 ENROLLMENT-STATUS PIC X(2) VALUE "00".
           88 ENROLLMENT-OK VALUE "00".
       77 TIME-TICKET-STATUS PIC X(2) VALUE "00".
           88 TIME-TICKET-OK VALUE "00".
       77 WAITLIST-STATUS PIC X(2) VALUE "00".
           88 WAITLIST-OK VALUE "00".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 ENROLLMENT-EOF-FLAG PIC 9 VALUE IS 0.
           88 ENROLLMENT-EOF VALUE IS 1.
      *>    Set when a candidate could not be posted for an I/O
      *>    failure; the run finishes the rest and ends with 8.
       77 FATAL-FLAG PIC X VALUE "N".
           88 FATAL-ERROR-SEEN VALUE "Y".
       77 OPERATOR-ID PIC X(8) VALUE SPACES.
       77 AUTH-LEVEL PIC 9 VALUE ZERO.
       77 SIGNED-ON-FLAG PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
       77 LOCK-ACTION PIC X.
       77 LOCK-HOLDER-NAME PIC X(20).
       77 LOCK-RESULT PIC X.
       77 LOCK-CURRENT-HOLDER PIC X(20).
       01 CONFERRAL-DATE PIC 9(8) VALUE ZERO.
       01 CONFERRAL-DATE-PARTS REDEFINES CONFERRAL-DATE.
           03 CD-YYYY PIC 9(4).
           03 CD-MM PIC 9(2).
           03 CD-DD PIC 9(2).
       77 INPUT-TERM PIC X(6) VALUE SPACES.
       77 TERM-BANNER-CODE PIC X(6).
       77 TERM-REGISTRAR-CODE PIC X(6).
       77 TERM-VALID-FLAG PIC X VALUE "N".
           88 TERM-VALID VALUE "Y".
       77 CONFERRAL-TERM PIC 9(6) VALUE ZERO.
       77 CONFIRM-ANSWER PIC X VALUE "N".
       77 DEGREE-FOUND-FLAG PIC X VALUE "N".
           88 DEGREE-ALREADY-POSTED VALUE "Y".
       77 PROGRAM-IDX PIC 9(4).
       77 HONORS-IDX PIC 9(5).
       77 POSTED-IDX PIC 9(5).
       77 FOUND-IDX PIC 9(5).
       77 OLD-SEATS-ENROLLED PIC 9(3).
       77 CLEARED-COUNT PIC 9(5) VALUE ZERO.
       77 POSTED-COUNT PIC 9(5) VALUE ZERO.
       77 SKIPPED-COUNT PIC 9(5) VALUE ZERO.
       77 TICKET-CANCEL-COUNT PIC 9(5) VALUE ZERO.
       77 WAITLIST-CANCEL-COUNT PIC 9(5) VALUE ZERO.
       77 SEAT-RELEASE-COUNT PIC 9(5) VALUE ZERO.
       77 LATER-ENROLLMENT-COUNT PIC 9(5) VALUE ZERO.
       77 CONFERRAL-DEGREE PIC X(6).
       77 CONFERRAL-HONORS PIC X(16).

       77 PROGRAM-COUNT PIC 9(4) VALUE IS 0.
       01 PROGRAM-TABLE.
           03 PROGRAM-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON PROGRAM-COUNT.
               05 PT-MAJOR PIC X(6).
               05 PT-CLASS-LEVEL PIC X(2).
               05 PT-DEGREE PIC X(6).

       77 HONORS-COUNT PIC 9(5) VALUE IS 0.
       01 HONORS-TABLE.
           03 HONORS-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON HONORS-COUNT.
               05 HT-STUDENT-ID PIC X(9).
               05 HT-HONORS PIC X(16).

      *>    Students posted this run -- the ticket and waitlist
      *>    sweeps work off this list.
       01 POSTED-TABLE.
           03 POSTED-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON POSTED-COUNT.
               05 PS-STUDENT-ID PIC X(9).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "OPERATOR-SIGN-ON" USING OPERATOR-ID AUTH-LEVEL
               SIGNED-ON-FLAG.
           IF NOT OPERATOR-SIGNED-ON
               STOP RUN.
           IF AUTH-LEVEL IS LESS THAN 3
               DISPLAY "NOT AUTHORIZED -- DEGREE CONFERRAL TAKES "
                   "REGISTRAR (LEVEL 3) SIGN-ON"
               STOP RUN.

           OPEN INPUT GRAD-CLEARED-FILE.
           IF NOT GRAD-CLEARED-OK
               DISPLAY "NO GradCleared.txt ON FILE -- RUN "
                   "GRAD-CLEARANCE FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           READ GRAD-CLEARED-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               ADD 1 TO CLEARED-COUNT
               READ GRAD-CLEARED-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE GRAD-CLEARED-FILE.
           IF CLEARED-COUNT IS EQUAL TO ZERO
               DISPLAY "GradCleared.txt IS EMPTY -- NOTHING TO POST"
               STOP RUN.

           DISPLAY "Enter the conferral date (YYYYMMDD): ".
           ACCEPT CONFERRAL-DATE.
           IF CONFERRAL-DATE IS NOT NUMERIC
                   OR CD-YYYY IS LESS THAN 1900
                   OR CD-MM IS LESS THAN 1 OR CD-MM IS GREATER THAN 12
                   OR CD-DD IS LESS THAN 1 OR CD-DD IS GREATER THAN 31
               DISPLAY "INVALID CONFERRAL DATE -- NOTHING POSTED"
               STOP RUN.
           DISPLAY "Enter the term the degrees are conferred in: ".
           ACCEPT INPUT-TERM.
           CALL "VALIDATE-TERM-CODE" USING INPUT-TERM
               TERM-BANNER-CODE TERM-REGISTRAR-CODE TERM-VALID-FLAG.
           IF NOT TERM-VALID
               DISPLAY "INVALID TERM " INPUT-TERM
                   " -- NOTHING POSTED"
               STOP RUN.
           MOVE TERM-BANNER-CODE TO CONFERRAL-TERM.

      *>    The registrar's sign-off: the count and date on screen,
      *>    and nothing posts without a Y.
           DISPLAY CLEARED-COUNT " CLEARED CANDIDATE(S) ON "
               "GradCleared.txt".
           DISPLAY "Confer their degrees as of " CONFERRAL-DATE
               " in term " CONFERRAL-TERM "? (Y/N): ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER IS NOT EQUAL TO "Y"
                   AND CONFIRM-ANSWER IS NOT EQUAL TO "y"
               DISPLAY "NOTHING POSTED"
               STOP RUN.

           PERFORM LOAD-DEGREE-PROGRAMS THRU
               LOAD-DEGREE-PROGRAMS-EXIT.
           PERFORM LOAD-HONORS THRU LOAD-HONORS-EXIT.

      *>    An offered waitlist seat goes back to its section, so
      *>    the run holds the IndexedCourses update lock.
           MOVE "A" TO LOCK-ACTION.
           MOVE "DEGREE-CONFERRAL" TO LOCK-HOLDER-NAME.
           CALL "COURSE-LOCK" USING LOCK-ACTION LOCK-HOLDER-NAME
               LOCK-RESULT LOCK-CURRENT-HOLDER.
           IF LOCK-RESULT IS NOT EQUAL TO "Y"
               DISPLAY "IndexedCourses IS LOCKED BY "
                   LOCK-CURRENT-HOLDER " -- TRY AGAIN LATER"
               STOP RUN.

           OPEN I-O STUDENT-MASTER.
           IF NOT STUDENT-MASTER-OK
               DISPLAY "UNABLE TO OPEN StudentMaster -- STATUS "
                   STUDENT-MASTER-STATUS
               PERFORM RELEASE-COURSE-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN I-O DEGREE-MASTER.
           IF DEGREE-MASTER-MISSING
               OPEN OUTPUT DEGREE-MASTER
               CLOSE DEGREE-MASTER
               OPEN I-O DEGREE-MASTER
           END-IF.
           IF NOT DEGREE-MASTER-OK
               DISPLAY "UNABLE TO OPEN DegreeMaster -- STATUS "
                   DEGREE-MASTER-STATUS
               CLOSE STUDENT-MASTER
               PERFORM RELEASE-COURSE-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN I-O COURSES-INDEXED.
           IF NOT COURSES-INDEXED-OK
               DISPLAY "UNABLE TO OPEN IndexedCourses -- STATUS "
                   COURSES-INDEXED-STATUS
               CLOSE STUDENT-MASTER
               CLOSE DEGREE-MASTER
               PERFORM RELEASE-COURSE-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND AUDIT-FILE.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR.
           OPEN OUTPUT DIPLOMA-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DEGREE CONFERRAL -- " DELIMITED BY SIZE
               CONFERRAL-DATE DELIMITED BY SIZE
               "  TERM " DELIMITED BY SIZE
               CONFERRAL-TERM DELIMITED BY SIZE
               "  REGISTRAR " DELIMITED BY SIZE
               OPERATOR-ID DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           OPEN INPUT GRAD-CLEARED-FILE.
           MOVE 0 TO EOF-FLAG.
           READ GRAD-CLEARED-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM POST-ONE-CANDIDATE THRU POST-ONE-CANDIDATE-EXIT
               UNTIL EOF.
           CLOSE GRAD-CLEARED-FILE.

           IF POSTED-COUNT IS GREATER THAN ZERO
               PERFORM CANCEL-TIME-TICKETS THRU
                   CANCEL-TIME-TICKETS-EXIT
               PERFORM CANCEL-WAITLIST THRU CANCEL-WAITLIST-EXIT
               PERFORM LIST-LATER-ENROLLMENTS THRU
                   LIST-LATER-ENROLLMENTS-EXIT
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CLEARED: " DELIMITED BY SIZE
               CLEARED-COUNT DELIMITED BY SIZE
               "   POSTED: " DELIMITED BY SIZE
               POSTED-COUNT DELIMITED BY SIZE
               "   SKIPPED: " DELIMITED BY SIZE
               SKIPPED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TIME TICKETS CANCELLED: " DELIMITED BY SIZE
               TICKET-CANCEL-COUNT DELIMITED BY SIZE
               "   WAITLIST ENTRIES EXPIRED: " DELIMITED BY SIZE
               WAITLIST-CANCEL-COUNT DELIMITED BY SIZE
               "   SEATS RELEASED: " DELIMITED BY SIZE
               SEAT-RELEASE-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "LATER-TERM ENROLLMENTS TO DROP: " DELIMITED BY SIZE
               LATER-ENROLLMENT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           CLOSE STUDENT-MASTER.
           CLOSE DEGREE-MASTER.
           CLOSE COURSES-INDEXED.
           CLOSE AUDIT-FILE.
           CLOSE DIPLOMA-FILE.
           CLOSE REPORT-FILE.
           PERFORM RELEASE-COURSE-LOCK.
           DISPLAY POSTED-COUNT " DEGREE(S) POSTED, "
               SKIPPED-COUNT " SKIPPED -- SEE "
               "DegreeConferralReport.txt".
           IF FATAL-ERROR-SEEN
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-DEGREE-PROGRAMS.
           OPEN INPUT PROGRAM-FILE.
           IF NOT PROGRAM-OK
               DISPLAY "NO DegreePrograms.txt ON FILE -- EVERY "
                   "DEGREE POSTS AS BA / MA"
               GO TO LOAD-DEGREE-PROGRAMS-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ PROGRAM-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR PROGRAM-COUNT IS EQUAL TO 500
               ADD 1 TO PROGRAM-COUNT
               MOVE DP-MAJOR TO PT-MAJOR(PROGRAM-COUNT)
               MOVE DP-CLASS-LEVEL TO PT-CLASS-LEVEL(PROGRAM-COUNT)
               MOVE DP-DEGREE TO PT-DEGREE(PROGRAM-COUNT)
               READ PROGRAM-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE PROGRAM-FILE.
       LOAD-DEGREE-PROGRAMS-EXIT.
           EXIT.

       LOAD-HONORS.
           OPEN INPUT HONORS-FILE.
           IF NOT HONORS-OK
               DISPLAY "NO LatinHonors.txt ON FILE -- DEGREES POST "
                   "WITHOUT HONORS"
               GO TO LOAD-HONORS-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ HONORS-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR HONORS-COUNT IS EQUAL TO 5000
               IF HN-HONORS-TIER IS NUMERIC
                       AND HN-HONORS-TIER IS GREATER THAN ZERO
                   ADD 1 TO HONORS-COUNT
                   MOVE HN-STUDENT-ID TO HT-STUDENT-ID(HONORS-COUNT)
                   MOVE HN-HONORS TO HT-HONORS(HONORS-COUNT)
               END-IF
               READ HONORS-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE HONORS-FILE.
       LOAD-HONORS-EXIT.
           EXIT.

       POST-ONE-CANDIDATE.
           MOVE GC-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER KEY IS SM-STUDENT-ID
               INVALID KEY
                   MOVE SPACES TO REPORT-LINE
                   STRING GC-STUDENT-ID DELIMITED BY SIZE
                       "  NOT ON StudentMaster -- SKIPPED"
                           DELIMITED BY SIZE
                       INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   ADD 1 TO SKIPPED-COUNT
                   GO TO POST-ONE-CANDIDATE-NEXT
           END-READ.
           IF STUDENT-DELETED
               MOVE SPACES TO REPORT-LINE
               STRING GC-STUDENT-ID DELIMITED BY SIZE
                   "  DEACTIVATED ON StudentMaster -- SKIPPED"
                       DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO SKIPPED-COUNT
               GO TO POST-ONE-CANDIDATE-NEXT.
           IF SM-GRADUATED
               MOVE SPACES TO REPORT-LINE
               STRING GC-STUDENT-ID DELIMITED BY SIZE
                   "  ALREADY GRADUATED " DELIMITED BY SIZE
                   SM-GRADUATION-DATE DELIMITED BY SIZE
                   " -- SKIPPED" DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO SKIPPED-COUNT
               GO TO POST-ONE-CANDIDATE-NEXT.

           PERFORM FIND-DEGREE.
           MOVE SPACES TO CONFERRAL-HONORS.
           PERFORM VARYING HONORS-IDX FROM 1 BY 1
                   UNTIL HONORS-IDX GREATER THAN HONORS-COUNT
               IF HT-STUDENT-ID(HONORS-IDX) IS EQUAL TO GC-STUDENT-ID
                   MOVE HT-HONORS(HONORS-IDX) TO CONFERRAL-HONORS
               END-IF
           END-PERFORM.

      *>    A degree already on the master (a run that stopped
      *>    before the student record was marked) is left as it
      *>    stands and the rest of the posting finishes.
           MOVE "N" TO DEGREE-FOUND-FLAG.
           MOVE SPACES TO DEGREE-MASTER-RECORD.
           MOVE GC-STUDENT-ID TO DM-STUDENT-ID.
           MOVE CONFERRAL-DEGREE TO DM-DEGREE.
           MOVE SM-MAJOR TO DM-MAJOR.
           MOVE CONFERRAL-DATE TO DM-CONFERRAL-DATE.
           MOVE CONFERRAL-HONORS TO DM-HONORS.
           WRITE DEGREE-MASTER-RECORD
               INVALID KEY
                   MOVE "Y" TO DEGREE-FOUND-FLAG
           END-WRITE.
           IF DEGREE-ALREADY-POSTED
               READ DEGREE-MASTER KEY IS DM-STUDENT-DEGREE-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
           ELSE
               MOVE "CONFER" TO AUDIT-ACTION
               MOVE "DM-DEGREE" TO AUDIT-FIELD-NAME
               MOVE SPACES TO AUDIT-OLD-VALUE
               MOVE DM-DEGREE TO AUDIT-NEW-VALUE
               MOVE SPACES TO AUDIT-DETAIL
               STRING GC-STUDENT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DM-MAJOR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DM-CONFERRAL-DATE DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
               PERFORM WRITE-CONFERRAL-AUDIT
           END-IF.

           MOVE "G" TO SM-GRADUATED-FLAG.
           MOVE DM-CONFERRAL-DATE TO SM-GRADUATION-DATE.
      *>    A student who cannot be marked is not posted: the
      *>    degree row stays on the master and a rerun finishes
      *>    the student once the error is cleared.
           REWRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO MARK " GC-STUDENT-ID
                       " GRADUATED -- STATUS " STUDENT-MASTER-STATUS
                   MOVE SPACES TO REPORT-LINE
                   STRING GC-STUDENT-ID DELIMITED BY SIZE
                       "  StudentMaster NOT UPDATED -- STATUS "
                           DELIMITED BY SIZE
                       STUDENT-MASTER-STATUS DELIMITED BY SIZE
                       " -- NOT POSTED" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   ADD 1 TO SKIPPED-COUNT
                   MOVE "Y" TO FATAL-FLAG
                   GO TO POST-ONE-CANDIDATE-NEXT
           END-REWRITE.
           MOVE "CONFER" TO AUDIT-ACTION.
           MOVE "SM-GRADUATED-FLAG" TO AUDIT-FIELD-NAME.
           MOVE SPACES TO AUDIT-OLD-VALUE.
           MOVE SM-GRADUATED-FLAG TO AUDIT-NEW-VALUE.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING GC-STUDENT-ID DELIMITED BY SIZE
               " GRADUATED " DELIMITED BY SIZE
               SM-GRADUATION-DATE DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           PERFORM WRITE-CONFERRAL-AUDIT.

           MOVE SPACES TO DIPLOMA-RECORD.
           MOVE GC-STUDENT-ID TO DO-STUDENT-ID.
           MOVE SM-NAME TO DO-PRINT-NAME.
           MOVE DM-DEGREE TO DO-DEGREE.
           MOVE DM-MAJOR TO DO-MAJOR.
           MOVE DM-HONORS TO DO-HONORS.
           MOVE DM-CONFERRAL-DATE TO DO-CONFERRAL-DATE.
           MOVE SM-ADDRESS TO DO-ADDRESS.
           MOVE SM-CITY TO DO-CITY.
           MOVE SM-STATE TO DO-STATE.
           MOVE SM-ZIP TO DO-ZIP.
           WRITE DIPLOMA-RECORD.

           ADD 1 TO POSTED-COUNT.
           MOVE GC-STUDENT-ID TO PS-STUDENT-ID(POSTED-COUNT).
           MOVE SPACES TO REPORT-LINE.
           STRING GC-STUDENT-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SM-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DM-DEGREE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DM-MAJOR DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DM-HONORS DELIMITED BY SIZE
               "  POSTED" DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF DEGREE-ALREADY-POSTED
               MOVE SPACES TO REPORT-LINE
               STRING "           DEGREE WAS ALREADY ON DegreeMaster "
                       DELIMITED BY SIZE
                   "-- KEPT AS FILED" DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
       POST-ONE-CANDIDATE-NEXT.
           IF POSTED-COUNT IS EQUAL TO 5000
               MOVE 1 TO EOF-FLAG
               GO TO POST-ONE-CANDIDATE-EXIT.
           READ GRAD-CLEARED-FILE AT END MOVE 1 TO EOF-FLAG.
       POST-ONE-CANDIDATE-EXIT.
           EXIT.

      *>    The major's row for the student's level, then the
      *>    major's undergraduate row; otherwise BA or MA.
       FIND-DEGREE.
           MOVE SPACES TO CONFERRAL-DEGREE.
           MOVE ZERO TO FOUND-IDX.
           PERFORM VARYING PROGRAM-IDX FROM 1 BY 1
                   UNTIL PROGRAM-IDX GREATER THAN PROGRAM-COUNT
               IF PT-MAJOR(PROGRAM-IDX) IS EQUAL TO SM-MAJOR
                   IF SM-GRADUATE
                       IF PT-CLASS-LEVEL(PROGRAM-IDX) IS EQUAL TO
                               "GR"
                           MOVE PT-DEGREE(PROGRAM-IDX)
                               TO CONFERRAL-DEGREE
                       END-IF
                   ELSE
                       IF PT-CLASS-LEVEL(PROGRAM-IDX) IS EQUAL TO
                               SPACES
                           MOVE PT-DEGREE(PROGRAM-IDX)
                               TO CONFERRAL-DEGREE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF CONFERRAL-DEGREE IS EQUAL TO SPACES
               IF SM-GRADUATE
                   MOVE "MA" TO CONFERRAL-DEGREE
               ELSE
                   MOVE "BA" TO CONFERRAL-DEGREE
               END-IF
           END-IF.

      *>    Tickets for terms after the conferral term come off
      *>    the file; everything else is copied back as it stood.
       CANCEL-TIME-TICKETS.
           OPEN INPUT TIME-TICKET-FILE.
           IF NOT TIME-TICKET-OK
               GO TO CANCEL-TIME-TICKETS-EXIT.
           OPEN OUTPUT TICKET-KEEP-FILE.
           MOVE 0 TO EOF-FLAG.
           READ TIME-TICKET-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               MOVE ZERO TO FOUND-IDX
               IF TT-TERM-CODE IS GREATER THAN CONFERRAL-TERM
                   PERFORM FIND-POSTED-TICKET
               END-IF
               IF FOUND-IDX IS EQUAL TO ZERO
                   MOVE TIME-TICKET-RECORD TO TICKET-KEEP-RECORD
                   WRITE TICKET-KEEP-RECORD
               ELSE
                   ADD 1 TO TICKET-CANCEL-COUNT
                   MOVE "CANCEL" TO AUDIT-ACTION
                   MOVE "TIME-TICKET" TO AUDIT-FIELD-NAME
                   MOVE TT-TERM-CODE TO AUDIT-OLD-VALUE
                   MOVE SPACES TO AUDIT-NEW-VALUE
                   MOVE SPACES TO AUDIT-DETAIL
                   STRING TT-STUDENT-ID DELIMITED BY SIZE
                       " GRADUATED -- TICKET CANCELLED"
                           DELIMITED BY SIZE
                       INTO AUDIT-DETAIL
                   PERFORM WRITE-CONFERRAL-AUDIT
               END-IF
               READ TIME-TICKET-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE TIME-TICKET-FILE.
           CLOSE TICKET-KEEP-FILE.
           CALL "SYSTEM" USING
               "cp TimeTicketsKeep.txt TimeTickets.txt".
           CALL "SYSTEM" USING "rm -f TimeTicketsKeep.txt".
       CANCEL-TIME-TICKETS-EXIT.
           EXIT.

       FIND-POSTED-TICKET.
           PERFORM VARYING POSTED-IDX FROM 1 BY 1
                   UNTIL POSTED-IDX GREATER THAN POSTED-COUNT
                   OR FOUND-IDX IS NOT EQUAL TO ZERO
               IF PS-STUDENT-ID(POSTED-IDX) IS EQUAL TO TT-STUDENT-ID
                   MOVE POSTED-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.

      *>    A queued or offered entry for a later term expires the
      *>    way WAITLIST-QUEUE's expiry pass leaves one; an offered
      *>    entry's held seat goes back to the section, and the
      *>    next promotion pass offers it on.
       CANCEL-WAITLIST.
           OPEN INPUT WAITLIST-FILE.
           IF NOT WAITLIST-OK
               GO TO CANCEL-WAITLIST-EXIT.
           OPEN OUTPUT WAITLIST-KEEP-FILE.
           MOVE 0 TO EOF-FLAG.
           READ WAITLIST-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               MOVE ZERO TO FOUND-IDX
               IF WL-TERM-CODE IS GREATER THAN CONFERRAL-TERM
                       AND (WL-WAITING OR WL-OFFERED)
                   PERFORM FIND-POSTED-WAITLIST
               END-IF
               IF FOUND-IDX IS NOT EQUAL TO ZERO
                   PERFORM EXPIRE-WAITLIST-ENTRY THRU
                       EXPIRE-WAITLIST-ENTRY-EXIT
               END-IF
               MOVE WAITLIST-RECORD TO WAITLIST-KEEP-RECORD
               WRITE WAITLIST-KEEP-RECORD
               READ WAITLIST-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE WAITLIST-FILE.
           CLOSE WAITLIST-KEEP-FILE.
           CALL "SYSTEM" USING
               "cp WaitlistKeep.txt WaitlistQueue.txt".
           CALL "SYSTEM" USING "rm -f WaitlistKeep.txt".
       CANCEL-WAITLIST-EXIT.
           EXIT.

       FIND-POSTED-WAITLIST.
           PERFORM VARYING POSTED-IDX FROM 1 BY 1
                   UNTIL POSTED-IDX GREATER THAN POSTED-COUNT
                   OR FOUND-IDX IS NOT EQUAL TO ZERO
               IF PS-STUDENT-ID(POSTED-IDX) IS EQUAL TO WL-STUDENT-ID
                   MOVE POSTED-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.

       EXPIRE-WAITLIST-ENTRY.
           ADD 1 TO WAITLIST-CANCEL-COUNT.
           MOVE "CANCEL" TO AUDIT-ACTION.
           MOVE "WL-STATUS" TO AUDIT-FIELD-NAME.
           MOVE WL-STATUS TO AUDIT-OLD-VALUE.
           MOVE "E" TO AUDIT-NEW-VALUE.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING WL-STUDENT-ID DELIMITED BY SIZE
               " GRADUATED -- WAITLIST EXPIRED" DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           MOVE WL-CRN TO AUDIT-CRN.
           ACCEPT AUDIT-DATE FROM DATE.
           CALL "AUDIT-SEAL" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           IF NOT WL-OFFERED
               MOVE "E" TO WL-STATUS
               GO TO EXPIRE-WAITLIST-ENTRY-EXIT.

           MOVE "E" TO WL-STATUS.
           MOVE WL-CRN TO CRN OF STUDENT-RECORD-INDEXED.
           MOVE WL-TERM-CODE TO TERM-CODE OF STUDENT-RECORD-INDEXED.
           READ COURSES-INDEXED KEY IS CRN-TERM-KEY
               INVALID KEY
                   GO TO EXPIRE-WAITLIST-ENTRY-EXIT
           END-READ.
           MOVE SEATS-ENROLLED OF STUDENT-RECORD-INDEXED
               TO OLD-SEATS-ENROLLED.
           IF SEATS-ENROLLED OF STUDENT-RECORD-INDEXED
                   IS GREATER THAN ZERO
               SUBTRACT 1 FROM SEATS-ENROLLED
                   OF STUDENT-RECORD-INDEXED
           END-IF.
           REWRITE STUDENT-RECORD-INDEXED.
           ADD 1 TO SEAT-RELEASE-COUNT.
           MOVE "EXPIRE" TO AUDIT-ACTION.
           MOVE "SEATS-ENROLLED" TO AUDIT-FIELD-NAME.
           MOVE OLD-SEATS-ENROLLED TO AUDIT-OLD-VALUE.
           MOVE SEATS-ENROLLED OF STUDENT-RECORD-INDEXED
               TO AUDIT-NEW-VALUE.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "OFFER EXPIRED " DELIMITED BY SIZE
               WL-STUDENT-ID DELIMITED BY SIZE
               " GRADUATED" DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           MOVE WL-CRN TO AUDIT-CRN.
           ACCEPT AUDIT-DATE FROM DATE.
           CALL "AUDIT-SEAL" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
       EXPIRE-WAITLIST-ENTRY-EXIT.
           EXIT.

      *>    Cancelling the tickets keeps a graduate from
      *>    registering again, but sections already taken for a
      *>    later term would still be billed. Dropping them is the
      *>    registrar's call (the drop posts the refund and frees
      *>    the seat), so they are listed here rather than dropped.
       LIST-LATER-ENROLLMENTS.
           OPEN INPUT ENROLLMENT-MASTER.
           IF NOT ENROLLMENT-OK
               DISPLAY "UNABLE TO OPEN EnrollmentMaster -- STATUS "
                   ENROLLMENT-STATUS " -- LATER-TERM ENROLLMENTS "
                   "NOT LISTED"
               MOVE "Y" TO FATAL-FLAG
               GO TO LIST-LATER-ENROLLMENTS-EXIT.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ENROLLED AFTER THE CONFERRAL TERM -- "
                   DELIMITED BY SIZE
               "DROP BEFORE BILLING" DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING POSTED-IDX FROM 1 BY 1
                   UNTIL POSTED-IDX GREATER THAN POSTED-COUNT
               PERFORM LIST-ONE-GRADUATE THRU LIST-ONE-GRADUATE-EXIT
           END-PERFORM.
           CLOSE ENROLLMENT-MASTER.
       LIST-LATER-ENROLLMENTS-EXIT.
           EXIT.

       LIST-ONE-GRADUATE.
           MOVE PS-STUDENT-ID(POSTED-IDX) TO EN-STUDENT-ID.
           MOVE ZEROS TO EN-CRN.
           MOVE ZEROS TO EN-TERM-CODE.
           START ENROLLMENT-MASTER KEY IS GREATER THAN OR EQUAL
                   EN-STUDENT-CRN-TERM-KEY
               INVALID KEY
                   GO TO LIST-ONE-GRADUATE-EXIT
           END-START.
           MOVE 0 TO ENROLLMENT-EOF-FLAG.
           READ ENROLLMENT-MASTER NEXT RECORD
               AT END MOVE 1 TO ENROLLMENT-EOF-FLAG
           END-READ.
           PERFORM UNTIL ENROLLMENT-EOF
                   OR EN-STUDENT-ID IS NOT EQUAL TO
                       PS-STUDENT-ID(POSTED-IDX)
               IF ENROLLMENT-ACTIVE
                       AND EN-TERM-CODE IS GREATER THAN CONFERRAL-TERM
                   ADD 1 TO LATER-ENROLLMENT-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                       EN-STUDENT-ID DELIMITED BY SIZE
                       "  CRN " DELIMITED BY SIZE
                       EN-CRN DELIMITED BY SIZE
                       "  TERM " DELIMITED BY SIZE
                       EN-TERM-CODE DELIMITED BY SIZE
                       INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               READ ENROLLMENT-MASTER NEXT RECORD
                   AT END MOVE 1 TO ENROLLMENT-EOF-FLAG
               END-READ
           END-PERFORM.
       LIST-ONE-GRADUATE-EXIT.
           EXIT.

       WRITE-CONFERRAL-AUDIT.
           ACCEPT AUDIT-DATE FROM DATE.
           MOVE ZEROS TO AUDIT-CRN.
           CALL "AUDIT-SEAL" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.

       RELEASE-COURSE-LOCK.
           MOVE "R" TO LOCK-ACTION.
           CALL "COURSE-LOCK" USING LOCK-ACTION LOCK-HOLDER-NAME
               LOCK-RESULT LOCK-CURRENT-HOLDER.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM DEGREE-CONFERRAL.
