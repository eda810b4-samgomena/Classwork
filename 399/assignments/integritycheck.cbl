      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Nightly cross-master referential integrity check --
      *          RECONCILE-COURSES and RECONCILE-ENROLLMENT each prove
      *          one relationship, and nothing proved the masters
      *          against each other, so an enrollment for a student
      *          STUDENT-MERGE missed or a permit for a section
      *          SECTION-CANCEL cancelled sat until someone tripped
      *          over it. This run walks every EnrollmentMaster row
      *          against the StudentMaster and COURSES-INDEXED;
      *          every ARMaster receivable against the StudentMaster;
      *          the active StudentHolds.txt holds, the waiting and
      *          offered WaitlistQueue.txt entries and the unused
      *          PermitNumbers.txt permits against the StudentMaster
      *          and the sections; the SeatPools.txt and
      *          SectionMeetings.txt rows against COURSES-INDEXED;
      *          and, by sorting GradeDetail.txt into student/class
      *          order and matching it against the CompletedWork
      *          master, every CompletedWork record with no grade
      *          line behind it. Each finding prints to
      *          IntegrityReport.txt with a severity -- S (severe:
      *          a master row hanging off a student or section that
      *          does not exist, or completed work nothing supports)
      *          or W (warning: a cancelled section, a deactivated
      *          student, or a side file pointing at nothing) -- and
      *          the severe and warning counts go to
      *          IntegritySummary.txt for MORNING-REPORT.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O, 12 severe orphans found. Warnings alone are
      * reported, not failed, so the nightly chain carries on.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
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
           SELECT AR-MASTER ASSIGN TO "ARMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-STUDENT-TERM-KEY
                   = AR-STUDENT-ID AR-TERM-CODE
               FILE STATUS IS AR-MASTER-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "StudentHolds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDS-STATUS.
           SELECT WAITLIST-FILE ASSIGN TO "WaitlistQueue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAITLIST-STATUS.
           SELECT PERMIT-FILE ASSIGN TO "PermitNumbers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERMIT-STATUS.
           SELECT SEAT-POOL-FILE ASSIGN TO "SeatPools.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEAT-POOL-STATUS.
           SELECT MEETINGS-FILE ASSIGN TO "SectionMeetings.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEETINGS-STATUS.
           SELECT COMPLETED-WORK ASSIGN TO "CompletedWork"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CW-STUDENT-CLASS-KEY
                   = CW-STUDENT-ID CW-CLASSNAME
               FILE STATUS IS COMPLETED-WORK-STATUS.
           SELECT GRADE-DETAIL-FILE ASSIGN TO "GradeDetail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-DETAIL-STATUS.
           SELECT SORTED-DETAIL ASSIGN TO "GradeDetailSorted.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-STATUS.
           SELECT SORT-FILE ASSIGN TO "INTGWORK.tmp".
           SELECT REPORT-FILE ASSIGN TO "IntegrityReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMMARY-FILE ASSIGN TO "IntegritySummary.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD COURSES-INDEXED.
       COPY CoursesFormat REPLACING STUDENT-RECORD
           BY STUDENT-RECORD-INDEXED.
       FD ENROLLMENT-MASTER.
       COPY EnrollmentFormat.
       FD AR-MASTER.
       COPY ArMasterFormat.
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
       FD WAITLIST-FILE.
       01 WAITLIST-RECORD.
           03 WL-CRN PIC 9(5).
           03 FILLER PIC X(1).
           03 WL-TERM-CODE PIC 9(6).
           03 FILLER PIC X(1).
           03 WL-SEQ PIC 9(4).
           03 FILLER PIC X(1).
           03 WL-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 WL-STATUS PIC X(1).
               88 WL-WAITING VALUE "W".
               88 WL-OFFERED VALUE "O".
           03 FILLER PIC X(1).
           03 WL-OFFER-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 WL-ENQUEUE-DATE PIC 9(8).
       FD PERMIT-FILE.
       01 PERMIT-RECORD.
           03 PN-CODE PIC X(8).
           03 FILLER PIC X(1).
           03 PN-CRN PIC 9(5).
           03 FILLER PIC X(1).
           03 PN-TERM-CODE PIC 9(6).
           03 FILLER PIC X(1).
           03 PN-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 PN-ISSUED-BY PIC X(8).
           03 FILLER PIC X(1).
           03 PN-ISSUED-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 PN-STATUS PIC X(1).
               88 PN-UNUSED VALUE "U".
           03 FILLER PIC X(1).
           03 PN-USED-BY PIC X(9).
           03 FILLER PIC X(1).
           03 PN-USED-DATE PIC 9(8).
       FD SEAT-POOL-FILE.
       01 SEAT-POOL-RECORD.
           03 SPL-CRN PIC 9(5).
           03 FILLER PIC X(1).
           03 SPL-TERM-CODE PIC 9(6).
           03 FILLER PIC X(1).
           03 SPL-RESTRICT-KIND PIC X(1).
           03 FILLER PIC X(1).
           03 SPL-RESTRICT-VALUE PIC X(6).
           03 FILLER PIC X(1).
           03 SPL-RESERVED PIC 9(3).
       FD MEETINGS-FILE.
       01 MEETINGS-RECORD.
           03 MT-CRN PIC 9(5).
           03 FILLER PIC X(1).
           03 MT-TERM-CODE PIC 9(6).
           03 FILLER PIC X(1).
           03 MT-SEQ PIC 9(2).
           03 FILLER PIC X(1).
           03 MT-DAY PIC X(3).
           03 FILLER PIC X(1).
           03 MT-TIME PIC X(9).
           03 FILLER PIC X(1).
           03 MT-ROOM PIC X(6).
       FD COMPLETED-WORK.
       COPY CompletedWorkFormat.
       FD GRADE-DETAIL-FILE.
       01 GRADE-DETAIL-LINE PIC X(28).
       FD SORTED-DETAIL.
       01 SORTED-DETAIL-RECORD.
           03 SD-STUDENT-ID PIC X(9).
           03 FILLER PIC XX.
           03 SD-TERM PIC X(6).
           03 FILLER PIC X.
           03 SD-CLASSNAME PIC X(5).
           03 FILLER PIC X(5).
       SD SORT-FILE.
       01 SORT-RECORD.
           03 SR-STUDENT-ID PIC X(9).
           03 FILLER PIC X(9).
           03 SR-CLASSNAME PIC X(5).
           03 FILLER PIC X(5).
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).
       FD SUMMARY-FILE.
       01 SUMMARY-RECORD.
           03 IS-RUN-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 IS-SEVERE-COUNT PIC 9(5).
           03 FILLER PIC X(1).
           03 IS-WARNING-COUNT PIC 9(5).
       WORKING-STORAGE SECTION.
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 COURSES-INDEXED-STATUS PIC X(2) VALUE "00".
           88 COURSES-INDEXED-OK VALUE "00".
       77 ENROLLMENT-STATUS PIC X(2) VALUE "00".
           88 ENROLLMENT-OK VALUE "00".
       77 AR-MASTER-STATUS PIC X(2) VALUE "00".
           88 AR-MASTER-OK VALUE "00".
       77 HOLDS-STATUS PIC X(2) VALUE "00".
           88 HOLDS-OK VALUE "00".
       77 WAITLIST-STATUS PIC X(2) VALUE "00".
           88 WAITLIST-OK VALUE "00".
       77 PERMIT-STATUS PIC X(2) VALUE "00".
           88 PERMIT-OK VALUE "00".
       77 SEAT-POOL-STATUS PIC X(2) VALUE "00".
           88 SEAT-POOL-OK VALUE "00".
       77 MEETINGS-STATUS PIC X(2) VALUE "00".
           88 MEETINGS-OK VALUE "00".
       77 COMPLETED-WORK-STATUS PIC X(2) VALUE "00".
           88 COMPLETED-WORK-OK VALUE "00".
       77 GRADE-DETAIL-STATUS PIC X(2) VALUE "00".
           88 GRADE-DETAIL-OK VALUE "00".
           88 GRADE-DETAIL-MISSING VALUE "35".
       77 SORTED-STATUS PIC X(2) VALUE "00".
           88 SORTED-OK VALUE "00".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 DETAIL-EOF-FLAG PIC 9 VALUE IS 0.
           88 DETAIL-EOF VALUE IS 1.
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
      *>    What the keyed lookups found: F on file and active, D
      *>    deactivated (student) or C cancelled (section), M not on
      *>    the master at all.
       77 STUDENT-LOOKUP PIC X VALUE "F".
           88 STUDENT-FOUND VALUE "F".
           88 STUDENT-DEACTIVATED VALUE "D".
           88 STUDENT-MISSING VALUE "M".
       77 SECTION-LOOKUP PIC X VALUE "F".
           88 SECTION-FOUND VALUE "F".
           88 SECTION-CANCELLED VALUE "C".
           88 SECTION-MISSING VALUE "M".
       77 LOOKUP-STUDENT-ID PIC X(9).
       77 LOOKUP-CRN PIC 9(5).
       77 LOOKUP-TERM-CODE PIC 9(6).
      *>    One finding: severity, the file it came from, the key
      *>    that identifies the row, and what is wrong with it.
       77 FINDING-SEVERITY PIC X.
       77 FINDING-SOURCE PIC X(12).
       77 FINDING-KEY PIC X(24).
       77 FINDING-TEXT PIC X(40).
       77 CHECK-NAME PIC X(30).
       77 CHECK-ROWS PIC 9(7) VALUE ZERO.
       77 CHECK-FINDINGS PIC 9(5) VALUE ZERO.
       77 SEVERE-COUNT PIC 9(5) VALUE ZERO.
       77 WARNING-COUNT PIC 9(5) VALUE ZERO.
       77 ROWS-DISPLAY PIC Z(6)9.
       77 COUNT-DISPLAY PIC ZZZZ9.
       77 CW-MATCH-KEY PIC X(14).
       77 DETAIL-MATCH-KEY PIC X(14).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.

           OPEN INPUT STUDENT-MASTER.
           IF NOT STUDENT-MASTER-OK
               DISPLAY "StudentMaster WILL NOT OPEN, STATUS "
                   STUDENT-MASTER-STATUS " -- INTEGRITY NOT CHECKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT COURSES-INDEXED.
           IF NOT COURSES-INDEXED-OK
               DISPLAY "IndexedCourses WILL NOT OPEN, STATUS "
                   COURSES-INDEXED-STATUS " -- INTEGRITY NOT CHECKED"
               CLOSE STUDENT-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CROSS-MASTER INTEGRITY CHECK -- RUN " DELIMITED BY
                   SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "S = SEVERE ORPHAN, W = WARNING" TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM CHECK-ENROLLMENTS THRU CHECK-ENROLLMENTS-EXIT.
           PERFORM CHECK-RECEIVABLES THRU CHECK-RECEIVABLES-EXIT.
           PERFORM CHECK-HOLDS THRU CHECK-HOLDS-EXIT.
           PERFORM CHECK-WAITLIST THRU CHECK-WAITLIST-EXIT.
           PERFORM CHECK-PERMITS THRU CHECK-PERMITS-EXIT.
           PERFORM CHECK-SEAT-POOLS THRU CHECK-SEAT-POOLS-EXIT.
           PERFORM CHECK-MEETINGS THRU CHECK-MEETINGS-EXIT.
           PERFORM CHECK-COMPLETED-WORK THRU
               CHECK-COMPLETED-WORK-EXIT.
           CLOSE STUDENT-MASTER.
           CLOSE COURSES-INDEXED.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SEVERE-COUNT TO COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "SEVERE FINDINGS:  " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WARNING-COUNT TO COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "WARNINGS:         " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

           OPEN OUTPUT SUMMARY-FILE.
           MOVE SPACES TO SUMMARY-RECORD.
           MOVE TODAY-DATE TO IS-RUN-DATE.
           MOVE SEVERE-COUNT TO IS-SEVERE-COUNT.
           MOVE WARNING-COUNT TO IS-WARNING-COUNT.
           WRITE SUMMARY-RECORD.
           CLOSE SUMMARY-FILE.

           DISPLAY SEVERE-COUNT " SEVERE, " WARNING-COUNT
               " WARNING FINDING(S) -- SEE IntegrityReport.txt".
           IF SEVERE-COUNT IS GREATER THAN ZERO
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *>    Every enrollment row, active or not, must hang off a
      *>    real student and a real section; an active row on a
      *>    cancelled section or for a deactivated student is a
      *>    warning -- SECTION-CANCEL and STUDENT-MERGE should have
      *>    moved it.
       CHECK-ENROLLMENTS.
           MOVE "ENROLLMENTMASTER" TO CHECK-NAME.
           PERFORM START-CHECK.
           OPEN INPUT ENROLLMENT-MASTER.
           IF NOT ENROLLMENT-OK
               PERFORM REPORT-NOT-CHECKED
               GO TO CHECK-ENROLLMENTS-EXIT.
           MOVE "ENROLLMENT" TO FINDING-SOURCE.
           MOVE 0 TO EOF-FLAG.
           READ ENROLLMENT-MASTER NEXT RECORD
               AT END MOVE 1 TO EOF-FLAG
           END-READ.
           PERFORM UNTIL EOF
               ADD 1 TO CHECK-ROWS
               MOVE SPACES TO FINDING-KEY
               STRING EN-STUDENT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EN-CRN DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EN-TERM-CODE DELIMITED BY SIZE
                   INTO FINDING-KEY
               MOVE EN-STUDENT-ID TO LOOKUP-STUDENT-ID
               PERFORM LOOKUP-STUDENT
               MOVE EN-CRN TO LOOKUP-CRN
               MOVE EN-TERM-CODE TO LOOKUP-TERM-CODE
               PERFORM LOOKUP-SECTION
               IF STUDENT-MISSING
                   MOVE "S" TO FINDING-SEVERITY
                   MOVE "STUDENT NOT ON StudentMaster" TO FINDING-TEXT
                   PERFORM WRITE-FINDING
               END-IF
               IF SECTION-MISSING
                   MOVE "S" TO FINDING-SEVERITY
                   MOVE "CRN/TERM NOT ON IndexedCourses"
                       TO FINDING-TEXT
                   PERFORM WRITE-FINDING
               END-IF
               IF ENROLLMENT-ACTIVE AND STUDENT-DEACTIVATED
                   MOVE "W" TO FINDING-SEVERITY
                   MOVE "ACTIVE ROW FOR A DEACTIVATED STUDENT"
                       TO FINDING-TEXT
                   PERFORM WRITE-FINDING
               END-IF
               IF ENROLLMENT-ACTIVE AND SECTION-CANCELLED
                   MOVE "W" TO FINDING-SEVERITY
                   MOVE "ACTIVE ROW ON A CANCELLED SECTION"
                       TO FINDING-TEXT
                   PERFORM WRITE-FINDING
               END-IF
               READ ENROLLMENT-MASTER NEXT RECORD
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE ENROLLMENT-MASTER.
           PERFORM END-CHECK.
       CHECK-ENROLLMENTS-EXIT.
           EXIT.

      *>    A receivable for a student who is not on the master is
      *>    money nobody can bill.
       CHECK-RECEIVABLES.
           MOVE "ARMASTER" TO CHECK-NAME.
           PERFORM START-CHECK.
           OPEN INPUT AR-MASTER.
           IF NOT AR-MASTER-OK
               PERFORM REPORT-NOT-CHECKED
               GO TO CHECK-RECEIVABLES-EXIT.
           MOVE "ARMASTER" TO FINDING-SOURCE.
           MOVE 0 TO EOF-FLAG.
           READ AR-MASTER NEXT RECORD
               AT END MOVE 1 TO EOF-FLAG
           END-READ.
           PERFORM UNTIL EOF
               ADD 1 TO CHECK-ROWS
               MOVE AR-STUDENT-ID TO LOOKUP-STUDENT-ID
               PERFORM LOOKUP-STUDENT
               IF STUDENT-MISSING
                   MOVE SPACES TO FINDING-KEY
                   STRING AR-STUDENT-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AR-TERM-CODE DELIMITED BY SIZE
                       INTO FINDING-KEY
                   MOVE "S" TO FINDING-SEVERITY
                   MOVE "STUDENT NOT ON StudentMaster" TO FINDING-TEXT
                   PERFORM WRITE-FINDING
               END-IF
               READ AR-MASTER NEXT RECORD
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE AR-MASTER.
           PERFORM END-CHECK.
       CHECK-RECEIVABLES-EXIT.
           EXIT.

       CHECK-HOLDS.
           MOVE "STUDENTHOLDS.TXT (ACTIVE)" TO CHECK-NAME.
           PERFORM START-CHECK.
           OPEN INPUT HOLDS-FILE.
           IF NOT HOLDS-OK
               PERFORM REPORT-NOT-CHECKED
               GO TO CHECK-HOLDS-EXIT.
           MOVE "HOLDS" TO FINDING-SOURCE.
           MOVE 0 TO EOF-FLAG.
           READ HOLDS-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               IF HD-ACTIVE
                   ADD 1 TO CHECK-ROWS
                   MOVE HD-STUDENT-ID TO LOOKUP-STUDENT-ID
                   PERFORM LOOKUP-STUDENT
                   IF NOT STUDENT-FOUND
                       MOVE SPACES TO FINDING-KEY
                       STRING HD-STUDENT-ID DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           HD-HOLD-TYPE DELIMITED BY SIZE
                           INTO FINDING-KEY
                       MOVE "W" TO FINDING-SEVERITY
                       PERFORM SET-STUDENT-TEXT
                       PERFORM WRITE-FINDING
                   END-IF
               END-IF
               READ HOLDS-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE HOLDS-FILE.
           PERFORM END-CHECK.
       CHECK-HOLDS-EXIT.
           EXIT.

       CHECK-WAITLIST.
           MOVE "WAITLISTQUEUE.TXT (OPEN)" TO CHECK-NAME.
           PERFORM START-CHECK.
           OPEN INPUT WAITLIST-FILE.
           IF NOT WAITLIST-OK
               PERFORM REPORT-NOT-CHECKED
               GO TO CHECK-WAITLIST-EXIT.
           MOVE "WAITLIST" TO FINDING-SOURCE.
           MOVE 0 TO EOF-FLAG.
           READ WAITLIST-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               IF WL-WAITING OR WL-OFFERED
                   ADD 1 TO CHECK-ROWS
                   MOVE SPACES TO FINDING-KEY
                   STRING WL-STUDENT-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WL-CRN DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WL-TERM-CODE DELIMITED BY SIZE
                       INTO FINDING-KEY
                   MOVE "W" TO FINDING-SEVERITY
                   MOVE WL-STUDENT-ID TO LOOKUP-STUDENT-ID
                   PERFORM LOOKUP-STUDENT
                   IF NOT STUDENT-FOUND
                       PERFORM SET-STUDENT-TEXT
                       PERFORM WRITE-FINDING
                   END-IF
                   MOVE WL-CRN TO LOOKUP-CRN
                   MOVE WL-TERM-CODE TO LOOKUP-TERM-CODE
                   PERFORM LOOKUP-SECTION
                   IF NOT SECTION-FOUND
                       PERFORM SET-SECTION-TEXT
                       PERFORM WRITE-FINDING
                   END-IF
               END-IF
               READ WAITLIST-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE WAITLIST-FILE.
           PERFORM END-CHECK.
       CHECK-WAITLIST-EXIT.
           EXIT.

      *>    Only unused permits matter -- a burned permit is history.
      *>    A permit minted for any student carries a blank id.
       CHECK-PERMITS.
           MOVE "PERMITNUMBERS.TXT (UNUSED)" TO CHECK-NAME.
           PERFORM START-CHECK.
           OPEN INPUT PERMIT-FILE.
           IF NOT PERMIT-OK
               PERFORM REPORT-NOT-CHECKED
               GO TO CHECK-PERMITS-EXIT.
           MOVE "PERMITS" TO FINDING-SOURCE.
           MOVE 0 TO EOF-FLAG.
           READ PERMIT-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               IF PN-UNUSED
                   ADD 1 TO CHECK-ROWS
                   MOVE SPACES TO FINDING-KEY
                   STRING PN-CODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PN-CRN DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PN-TERM-CODE DELIMITED BY SIZE
                       INTO FINDING-KEY
                   MOVE "W" TO FINDING-SEVERITY
                   IF PN-STUDENT-ID IS NOT EQUAL TO SPACES
                       MOVE PN-STUDENT-ID TO LOOKUP-STUDENT-ID
                       PERFORM LOOKUP-STUDENT
                       IF NOT STUDENT-FOUND
                           PERFORM SET-STUDENT-TEXT
                           PERFORM WRITE-FINDING
                       END-IF
                   END-IF
                   MOVE PN-CRN TO LOOKUP-CRN
                   MOVE PN-TERM-CODE TO LOOKUP-TERM-CODE
                   PERFORM LOOKUP-SECTION
                   IF NOT SECTION-FOUND
                       PERFORM SET-SECTION-TEXT
                       PERFORM WRITE-FINDING
                   END-IF
               END-IF
               READ PERMIT-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE PERMIT-FILE.
           PERFORM END-CHECK.
       CHECK-PERMITS-EXIT.
           EXIT.

       CHECK-SEAT-POOLS.
           MOVE "SEATPOOLS.TXT" TO CHECK-NAME.
           PERFORM START-CHECK.
           OPEN INPUT SEAT-POOL-FILE.
           IF NOT SEAT-POOL-OK
               PERFORM REPORT-NOT-CHECKED
               GO TO CHECK-SEAT-POOLS-EXIT.
           MOVE "SEATPOOLS" TO FINDING-SOURCE.
           MOVE 0 TO EOF-FLAG.
           READ SEAT-POOL-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               ADD 1 TO CHECK-ROWS
               MOVE SPL-CRN TO LOOKUP-CRN
               MOVE SPL-TERM-CODE TO LOOKUP-TERM-CODE
               PERFORM LOOKUP-SECTION
               IF SECTION-MISSING
                   MOVE SPACES TO FINDING-KEY
                   STRING SPL-CRN DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SPL-TERM-CODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SPL-RESTRICT-KIND DELIMITED BY SIZE
                       SPL-RESTRICT-VALUE DELIMITED BY SIZE
                       INTO FINDING-KEY
                   MOVE "W" TO FINDING-SEVERITY
                   PERFORM SET-SECTION-TEXT
                   PERFORM WRITE-FINDING
               END-IF
               READ SEAT-POOL-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE SEAT-POOL-FILE.
           PERFORM END-CHECK.
       CHECK-SEAT-POOLS-EXIT.
           EXIT.

       CHECK-MEETINGS.
           MOVE "SECTIONMEETINGS.TXT" TO CHECK-NAME.
           PERFORM START-CHECK.
           OPEN INPUT MEETINGS-FILE.
           IF NOT MEETINGS-OK
               PERFORM REPORT-NOT-CHECKED
               GO TO CHECK-MEETINGS-EXIT.
           MOVE "MEETINGS" TO FINDING-SOURCE.
           MOVE 0 TO EOF-FLAG.
           READ MEETINGS-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               ADD 1 TO CHECK-ROWS
               MOVE MT-CRN TO LOOKUP-CRN
               MOVE MT-TERM-CODE TO LOOKUP-TERM-CODE
               PERFORM LOOKUP-SECTION
               IF SECTION-MISSING
                   MOVE SPACES TO FINDING-KEY
                   STRING MT-CRN DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       MT-TERM-CODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       MT-SEQ DELIMITED BY SIZE
                       INTO FINDING-KEY
                   MOVE "W" TO FINDING-SEVERITY
                   PERFORM SET-SECTION-TEXT
                   PERFORM WRITE-FINDING
               END-IF
               READ MEETINGS-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE MEETINGS-FILE.
           PERFORM END-CHECK.
       CHECK-MEETINGS-EXIT.
           EXIT.

      *>    The grade detail sorts into student/class order -- the
      *>    CompletedWork key order -- and the two walk together;
      *>    a CompletedWork key the detail never reaches has nothing
      *>    behind it and is satisfying prerequisites on no record.
       CHECK-COMPLETED-WORK.
           MOVE "COMPLETEDWORK" TO CHECK-NAME.
           PERFORM START-CHECK.
           OPEN INPUT COMPLETED-WORK.
           IF NOT COMPLETED-WORK-OK
               PERFORM REPORT-NOT-CHECKED
               GO TO CHECK-COMPLETED-WORK-EXIT.
           OPEN INPUT GRADE-DETAIL-FILE.
           IF GRADE-DETAIL-MISSING
               OPEN OUTPUT GRADE-DETAIL-FILE
           END-IF.
           CLOSE GRADE-DETAIL-FILE.
           SORT SORT-FILE ON ASCENDING KEY SR-STUDENT-ID SR-CLASSNAME
               USING GRADE-DETAIL-FILE
               GIVING SORTED-DETAIL.
           OPEN INPUT SORTED-DETAIL.
           IF NOT SORTED-OK
               DISPLAY "SORTED GRADE DETAIL WILL NOT OPEN, STATUS "
                   SORTED-STATUS " -- INTEGRITY NOT CHECKED"
               CLOSE COMPLETED-WORK
               CLOSE STUDENT-MASTER
               CLOSE COURSES-INDEXED
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "COMPLETEDWORK" TO FINDING-SOURCE.
           MOVE "S" TO FINDING-SEVERITY.
           MOVE "NO GradeDetail.txt LINE BEHIND IT" TO FINDING-TEXT.
           MOVE 0 TO EOF-FLAG.
           MOVE 0 TO DETAIL-EOF-FLAG.
           PERFORM READ-COMPLETED-WORK.
           PERFORM READ-SORTED-DETAIL.
           PERFORM MATCH-ONE-COMPLETED UNTIL EOF.
           CLOSE SORTED-DETAIL.
           CLOSE COMPLETED-WORK.
           CALL "SYSTEM" USING "rm -f GradeDetailSorted.tmp".
           PERFORM END-CHECK.
       CHECK-COMPLETED-WORK-EXIT.
           EXIT.

       MATCH-ONE-COMPLETED.
           IF DETAIL-MATCH-KEY IS LESS THAN CW-MATCH-KEY
               PERFORM READ-SORTED-DETAIL
           ELSE
               ADD 1 TO CHECK-ROWS
               IF DETAIL-MATCH-KEY IS GREATER THAN CW-MATCH-KEY
                   MOVE SPACES TO FINDING-KEY
                   STRING CW-STUDENT-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CW-CLASSNAME DELIMITED BY SIZE
                       INTO FINDING-KEY
                   PERFORM WRITE-FINDING
               END-IF
               PERFORM READ-COMPLETED-WORK
           END-IF.

       READ-COMPLETED-WORK.
           READ COMPLETED-WORK NEXT RECORD
               AT END MOVE 1 TO EOF-FLAG
           END-READ.
           IF EOF
               MOVE HIGH-VALUES TO CW-MATCH-KEY
           ELSE
               MOVE CW-STUDENT-ID TO CW-MATCH-KEY(1:9)
               MOVE CW-CLASSNAME TO CW-MATCH-KEY(10:5)
           END-IF.

       READ-SORTED-DETAIL.
           READ SORTED-DETAIL AT END MOVE 1 TO DETAIL-EOF-FLAG.
           IF DETAIL-EOF
               MOVE HIGH-VALUES TO DETAIL-MATCH-KEY
           ELSE
               MOVE SD-STUDENT-ID TO DETAIL-MATCH-KEY(1:9)
               MOVE SD-CLASSNAME TO DETAIL-MATCH-KEY(10:5)
           END-IF.

       LOOKUP-STUDENT.
           MOVE LOOKUP-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER KEY IS SM-STUDENT-ID
               INVALID KEY
                   MOVE "M" TO STUDENT-LOOKUP
               NOT INVALID KEY
                   IF STUDENT-DELETED
                       MOVE "D" TO STUDENT-LOOKUP
                   ELSE
                       MOVE "F" TO STUDENT-LOOKUP
                   END-IF
           END-READ.

       LOOKUP-SECTION.
           MOVE LOOKUP-CRN TO CRN OF STUDENT-RECORD-INDEXED.
           MOVE LOOKUP-TERM-CODE TO TERM-CODE OF STUDENT-RECORD-INDEXED.
           READ COURSES-INDEXED KEY IS CRN-TERM-KEY
               INVALID KEY
                   MOVE "M" TO SECTION-LOOKUP
               NOT INVALID KEY
                   IF SECTION-DELETED OF STUDENT-RECORD-INDEXED
                       MOVE "C" TO SECTION-LOOKUP
                   ELSE
                       MOVE "F" TO SECTION-LOOKUP
                   END-IF
           END-READ.

       SET-STUDENT-TEXT.
           IF STUDENT-MISSING
               MOVE "STUDENT NOT ON StudentMaster" TO FINDING-TEXT
           ELSE
               MOVE "STUDENT DEACTIVATED" TO FINDING-TEXT
           END-IF.

       SET-SECTION-TEXT.
           IF SECTION-MISSING
               MOVE "CRN/TERM NOT ON IndexedCourses" TO FINDING-TEXT
           ELSE
               MOVE "SECTION CANCELLED" TO FINDING-TEXT
           END-IF.

       WRITE-FINDING.
           ADD 1 TO CHECK-FINDINGS.
           IF FINDING-SEVERITY IS EQUAL TO "S"
               ADD 1 TO SEVERE-COUNT
           ELSE
               ADD 1 TO WARNING-COUNT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING FINDING-SEVERITY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FINDING-SOURCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FINDING-KEY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FINDING-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       START-CHECK.
           MOVE ZERO TO CHECK-ROWS.
           MOVE ZERO TO CHECK-FINDINGS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "== " DELIMITED BY SIZE
               CHECK-NAME DELIMITED BY "  "
               " ==" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *>    A side file that is not there yet has nothing to point
      *>    at anything; the run says so and moves on.
       REPORT-NOT-CHECKED.
           MOVE "   NOT ON FILE -- NOT CHECKED" TO REPORT-LINE.
           WRITE REPORT-LINE.

       END-CHECK.
           MOVE CHECK-ROWS TO ROWS-DISPLAY.
           MOVE CHECK-FINDINGS TO COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "   " DELIMITED BY SIZE
               ROWS-DISPLAY DELIMITED BY SIZE
               " ROW(S) CHECKED, " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE
               " FINDING(S)" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM INTEGRITY-CHECK.
