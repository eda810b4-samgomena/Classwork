      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Public class-schedule feed for the website -- the web
      *          schedule used to be keyed from the TERM-BULLETIN PDF
      *          and ran a day or more behind on rooms, instructors
      *          and seats. Every active section of every published
      *          term (one term code per line of PublishedTerms.txt;
      *          the BatchParms.txt run term when that file is
      *          absent) goes to ScheduleFeed.txt as one
      *          "|"-delimited row:
      *            CRN | term | department | course number | title |
      *            credits (min-max on a variable-credit section) |
      *            instructor "Last, First" via FIX-NAME | meetings |
      *            part of term | part-of-term start | end | campus |
      *            room | capacity | enrolled | seats open |
      *            waitlisted | cross-list group | attributes
      *          Meetings are every pattern SECTION-MEETINGS answers,
      *          each as "days start-end room", separated by ";".
      *          Attributes are the catalog course's codes from
      *          COURSE-ATTRIBUTES (WI, GEAH, ONL ...), separated by
      *          ";", empty when it carries none.
      *          Dates are the section's own part-of-term row on
      *          TermCalendar.txt, else the full-term row. Seats
      *          open is capacity less enrolled; waitlisted counts
      *          the section's W rows on WaitlistQueue.txt.
      *          ScheduleFeedChanges.txt carries only the rows added
      *          (A), changed (C) or dropped (D) since the last run's
      *          feed, kept as ScheduleFeedPrevious.txt; the first
      *          run sends every row as an add. Both files open with
      *          a "HDR yyyymmdd" header and close with a
      *          "TRL nnnnnn" trailer holding the row count, the
      *          FEED-GATE convention, so the web side can refuse a
      *          partial file.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEDULE-FEED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT PUBLISHED-TERMS-FILE ASSIGN TO "PublishedTerms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUBLISHED-TERMS-STATUS.
           SELECT BATCH-PARMS-FILE ASSIGN TO "BatchParms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-PARMS-STATUS.
           SELECT TERM-CALENDAR-FILE ASSIGN TO "TermCalendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-CALENDAR-STATUS.
           SELECT WAITLIST-FILE ASSIGN TO "WaitlistQueue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAITLIST-STATUS.
           SELECT FEED-FILE ASSIGN TO "ScheduleFeed.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-STATUS.
           SELECT PREVIOUS-FILE ASSIGN TO "ScheduleFeedPrevious.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREVIOUS-STATUS.
           SELECT CHANGES-FILE ASSIGN TO "ScheduleFeedChanges.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHANGES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COURSES-INDEXED.
       COPY CoursesFormat REPLACING STUDENT-RECORD
           BY STUDENT-RECORD-INDEXED.
       FD PUBLISHED-TERMS-FILE.
       01 PUBLISHED-TERMS-RECORD.
           03 PB-TERM-CODE PIC 9(6).
           03 FILLER PIC X(74).
       FD BATCH-PARMS-FILE.
       01 BATCH-PARMS-RECORD.
           03 BP-TERM-CODE PIC 9(6).
           03 FILLER PIC X(12).
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
       FD FEED-FILE.
       01 FEED-RECORD PIC X(400).
       FD PREVIOUS-FILE.
       01 PREVIOUS-RECORD PIC X(400).
       FD CHANGES-FILE.
       01 CHANGES-RECORD PIC X(402).

       WORKING-STORAGE SECTION.
       77 COURSES-INDEXED-STATUS PIC X(2) VALUE "00".
           88 COURSES-INDEXED-OK VALUE "00".
           88 NO-MORE-SECTIONS VALUE "46".
       77 PUBLISHED-TERMS-STATUS PIC X(2) VALUE "00".
           88 PUBLISHED-TERMS-OK VALUE "00".
       77 BATCH-PARMS-STATUS PIC X(2) VALUE "00".
           88 BATCH-PARMS-OK VALUE "00".
       77 TERM-CALENDAR-STATUS PIC X(2) VALUE "00".
           88 TERM-CALENDAR-OK VALUE "00".
       77 WAITLIST-STATUS PIC X(2) VALUE "00".
           88 WAITLIST-OK VALUE "00".
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
       77 FATAL-FLAG PIC X VALUE "N".
           88 FATAL-ERROR VALUE "Y".
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).

      *>    The terms the website shows.
       77 PUBLISHED-COUNT PIC 9(2) VALUE IS 0.
       01 PUBLISHED-TABLE.
           03 PUBLISHED-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON PUBLISHED-COUNT.
               05 PU-TERM-CODE PIC 9(6).
       77 PU-IDX PIC 9(2).
       77 CHECK-TERM-CODE PIC 9(6).
       77 TERM-PUBLISHED-FLAG PIC X VALUE "N".
           88 TERM-PUBLISHED VALUE "Y".

      *>    Calendar rows of the published terms, by part of term.
       77 PART-COUNT PIC 9(3) VALUE IS 0.
       01 PART-TABLE.
           03 PART-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON PART-COUNT.
               05 PT-TERM-CODE PIC 9(6).
               05 PT-PART-OF-TERM PIC X(1).
               05 PT-START-DATE PIC 9(8).
               05 PT-END-DATE PIC 9(8).
       77 PT-IDX PIC 9(3).
       77 SECTION-START PIC 9(8).
       77 SECTION-END PIC 9(8).

      *>    Waiting students per section of the published terms.
       77 WAIT-COUNT PIC 9(4) VALUE IS 0.
       01 WAIT-TABLE.
           03 WAIT-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WAIT-COUNT.
               05 WT-CRN PIC 9(5).
               05 WT-TERM-CODE PIC 9(6).
               05 WT-WAITING PIC 9(4).
       77 WT-IDX PIC 9(4).
       77 SECTION-WAITING PIC 9(4).

       77 MEETING-COUNT PIC 9(2) VALUE ZERO.
       01 MEETING-TABLE.
           03 MEETING-ENTRY OCCURS 8 TIMES.
               05 MT-DAY PIC X(3).
               05 MT-TIME PIC X(9).
               05 MT-ROOM PIC X(6).
       77 MEETING-IDX PIC 9(2).
       77 MEETING-TEXT PIC X(200).
       77 MEETING-POS PIC 9(3).

       77 ATTRIBUTE-COUNT PIC 9(2) VALUE ZERO.
       01 ATTRIBUTE-TABLE.
           03 ATTRIBUTE-CODE PIC X(4) OCCURS 10 TIMES.
       77 ATTRIBUTE-IDX PIC 9(2).

       77 INSTRUCTOR-LASTFIRST PIC X(33).
       77 TITLE-TEXT PIC X(40).
       77 CREDIT-TEXT PIC X(3).
       77 OPEN-SEATS PIC 9(3).
       77 ROW-POS PIC 9(3).
       77 FEED-ROW-COUNT PIC 9(6) VALUE ZERO.
       77 CHANGE-ROW-COUNT PIC 9(6) VALUE ZERO.
       77 ADD-COUNT PIC 9(6) VALUE ZERO.
       77 CHANGED-COUNT PIC 9(6) VALUE ZERO.
       77 DROP-COUNT PIC 9(6) VALUE ZERO.

      *>    The changes pass merges this run's feed against the last
      *>    one on the leading "CRN|term" of each row -- both files
      *>    come off the CRN-TERM-KEY walk, so both are in order.
       77 CURRENT-EOF-FLAG PIC 9 VALUE IS 0.
           88 CURRENT-EOF VALUE IS 1.
       77 PREVIOUS-EOF-FLAG PIC 9 VALUE IS 0.
           88 PREVIOUS-EOF VALUE IS 1.
       77 CURRENT-ROW PIC X(400).
       77 PRIOR-ROW PIC X(400).
       77 CURRENT-KEY PIC X(12).
       77 PRIOR-KEY PIC X(12).
       01 CHANGE-ROW.
           03 CR-ACTION PIC X(1).
           03 FILLER PIC X(1) VALUE "|".
           03 CR-FEED-ROW PIC X(400).

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
           PERFORM LOAD-PUBLISHED-TERMS THRU LOAD-PUBLISHED-TERMS-EXIT.
           IF PUBLISHED-COUNT IS EQUAL TO ZERO
               DISPLAY "NO PUBLISHED TERMS -- NOTHING TO FEED"
               STOP RUN.
           PERFORM LOAD-TERM-CALENDAR THRU LOAD-TERM-CALENDAR-EXIT.
           PERFORM LOAD-WAITLIST THRU LOAD-WAITLIST-EXIT.

           OPEN INPUT COURSES-INDEXED.
           IF NOT COURSES-INDEXED-OK
               DISPLAY "UNABLE TO OPEN IndexedCourses -- STATUS "
                   COURSES-INDEXED-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT FEED-FILE.
           IF NOT FEED-OK
               DISPLAY "UNABLE TO OPEN ScheduleFeed.txt -- STATUS "
                   FEED-STATUS
               CLOSE COURSES-INDEXED
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE TODAY-DATE TO HR-DATE.
           MOVE "SCHEDULE-FULL" TO HR-KIND.
           WRITE FEED-RECORD FROM HEADER-RECORD.

           PERFORM WRITE-FULL-FEED.

           MOVE FEED-ROW-COUNT TO TR-COUNT.
           WRITE FEED-RECORD FROM TRAILER-RECORD.
           CLOSE FEED-FILE.
           CLOSE COURSES-INDEXED.

           PERFORM WRITE-CHANGES-FEED THRU WRITE-CHANGES-FEED-EXIT.
           IF FATAL-ERROR
               MOVE 8 TO RETURN-CODE
               STOP RUN.

      *>    Today's full feed is what tomorrow's changes are
      *>    measured against.
           CALL "SYSTEM" USING
               "cp ScheduleFeed.txt ScheduleFeedPrevious.txt".

           DISPLAY "SCHEDULE FEED: " FEED-ROW-COUNT " SECTION(S), "
               ADD-COUNT " ADDED, " CHANGED-COUNT " CHANGED, "
               DROP-COUNT " DROPPED".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       LOAD-PUBLISHED-TERMS.
           OPEN INPUT PUBLISHED-TERMS-FILE.
           IF PUBLISHED-TERMS-OK
               MOVE 0 TO EOF-FLAG
               READ PUBLISHED-TERMS-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
               PERFORM UNTIL EOF
                   IF PB-TERM-CODE IS NUMERIC
                           AND PUBLISHED-COUNT IS LESS THAN 20
                       ADD 1 TO PUBLISHED-COUNT
                       MOVE PB-TERM-CODE TO
                           PU-TERM-CODE(PUBLISHED-COUNT)
                   END-IF
                   READ PUBLISHED-TERMS-FILE AT END MOVE 1 TO EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE PUBLISHED-TERMS-FILE
               GO TO LOAD-PUBLISHED-TERMS-EXIT.

      *>    No published list: the run term alone.
           OPEN INPUT BATCH-PARMS-FILE.
           IF BATCH-PARMS-OK
               READ BATCH-PARMS-FILE
                   AT END MOVE ZEROS TO BP-TERM-CODE
               END-READ
               IF BP-TERM-CODE IS NUMERIC
                       AND BP-TERM-CODE IS NOT EQUAL TO ZERO
                   MOVE 1 TO PUBLISHED-COUNT
                   MOVE BP-TERM-CODE TO PU-TERM-CODE(1)
               END-IF
               CLOSE BATCH-PARMS-FILE
           END-IF.
       LOAD-PUBLISHED-TERMS-EXIT.
           EXIT.

       LOAD-TERM-CALENDAR.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF NOT TERM-CALENDAR-OK
               GO TO LOAD-TERM-CALENDAR-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ TERM-CALENDAR-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               MOVE TC-TERM-CODE TO CHECK-TERM-CODE
               PERFORM CHECK-TERM-PUBLISHED
               IF TERM-PUBLISHED
                       AND TC-TERM-START IS NUMERIC
                       AND PART-COUNT IS LESS THAN 200
                   ADD 1 TO PART-COUNT
                   MOVE TC-TERM-CODE TO PT-TERM-CODE(PART-COUNT)
                   MOVE TC-PART-OF-TERM TO PT-PART-OF-TERM(PART-COUNT)
                   MOVE TC-TERM-START TO PT-START-DATE(PART-COUNT)
                   MOVE ZERO TO PT-END-DATE(PART-COUNT)
                   IF TC-TERM-END IS NUMERIC
                       MOVE TC-TERM-END TO PT-END-DATE(PART-COUNT)
                   END-IF
               END-IF
               READ TERM-CALENDAR-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE TERM-CALENDAR-FILE.
       LOAD-TERM-CALENDAR-EXIT.
           EXIT.

      *>    Is CHECK-TERM-CODE one of the published terms?
       CHECK-TERM-PUBLISHED.
           MOVE "N" TO TERM-PUBLISHED-FLAG.
           PERFORM VARYING PU-IDX FROM 1 BY 1
                   UNTIL PU-IDX GREATER THAN PUBLISHED-COUNT
               IF PU-TERM-CODE(PU-IDX) IS EQUAL TO CHECK-TERM-CODE
                   MOVE "Y" TO TERM-PUBLISHED-FLAG
               END-IF
           END-PERFORM.

       LOAD-WAITLIST.
           OPEN INPUT WAITLIST-FILE.
           IF NOT WAITLIST-OK
               GO TO LOAD-WAITLIST-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ WAITLIST-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               MOVE WL-TERM-CODE TO CHECK-TERM-CODE
               PERFORM CHECK-TERM-PUBLISHED
               IF TERM-PUBLISHED AND WL-WAITING
                   PERFORM COUNT-WAITING-STUDENT
               END-IF
               READ WAITLIST-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE WAITLIST-FILE.
       LOAD-WAITLIST-EXIT.
           EXIT.

       COUNT-WAITING-STUDENT.
           PERFORM VARYING WT-IDX FROM 1 BY 1
                   UNTIL WT-IDX GREATER THAN WAIT-COUNT
                   OR (WT-CRN(WT-IDX) IS EQUAL TO WL-CRN
                       AND WT-TERM-CODE(WT-IDX) IS EQUAL TO
                           WL-TERM-CODE)
               CONTINUE
           END-PERFORM.
           IF WT-IDX GREATER THAN WAIT-COUNT
               IF WAIT-COUNT IS EQUAL TO 3000
                   MOVE ZERO TO WT-IDX
               ELSE
                   ADD 1 TO WAIT-COUNT
                   MOVE WL-CRN TO WT-CRN(WAIT-COUNT)
                   MOVE WL-TERM-CODE TO WT-TERM-CODE(WAIT-COUNT)
                   MOVE ZERO TO WT-WAITING(WAIT-COUNT)
               END-IF
           END-IF.
           IF WT-IDX IS GREATER THAN ZERO
               ADD 1 TO WT-WAITING(WT-IDX)
           END-IF.

       WRITE-FULL-FEED.
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
                   AND SECTION-ACTIVE OF STUDENT-RECORD-INDEXED
                   MOVE TERM-CODE OF STUDENT-RECORD-INDEXED
                       TO CHECK-TERM-CODE
                   PERFORM CHECK-TERM-PUBLISHED
                   IF TERM-PUBLISHED
                       PERFORM WRITE-SECTION-ROW
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO COURSES-INDEXED-STATUS.

       WRITE-SECTION-ROW.
           CALL "FIX-NAME" USING BY REFERENCE
               INSTRUCTOR-FIRST OF STUDENT-RECORD-INDEXED
               INSTRUCTOR-LAST OF STUDENT-RECORD-INDEXED
               INSTRUCTOR-LASTFIRST.
      *>    The delimiter can't appear inside a field.
           MOVE COURSE-TITLE OF STUDENT-RECORD-INDEXED TO TITLE-TEXT.
           INSPECT TITLE-TEXT REPLACING ALL "|" BY "/".
           INSPECT INSTRUCTOR-LASTFIRST REPLACING ALL "|" BY "/".
           IF VARIABLE-CREDIT-SECTION OF STUDENT-RECORD-INDEXED
               MOVE SPACES TO CREDIT-TEXT
               STRING MIN-SCH OF STUDENT-RECORD-INDEXED
                       DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   MAX-SCH OF STUDENT-RECORD-INDEXED
                       DELIMITED BY SIZE
                   INTO CREDIT-TEXT
           ELSE
               MOVE SCH OF STUDENT-RECORD-INDEXED TO CREDIT-TEXT
           END-IF.
           PERFORM BUILD-MEETING-TEXT.
           PERFORM FIND-SECTION-DATES.
           PERFORM FIND-SECTION-WAITING.
           IF SEATS-ENROLLED OF STUDENT-RECORD-INDEXED
                   IS LESS THAN
                   SEATS-AVAILABLE OF STUDENT-RECORD-INDEXED
               COMPUTE OPEN-SEATS =
                   SEATS-AVAILABLE OF STUDENT-RECORD-INDEXED
                   - SEATS-ENROLLED OF STUDENT-RECORD-INDEXED
           ELSE
               MOVE ZERO TO OPEN-SEATS
           END-IF.

           MOVE SPACES TO FEED-RECORD.
           MOVE 1 TO ROW-POS.
           STRING CRN OF STUDENT-RECORD-INDEXED DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TERM-CODE OF STUDENT-RECORD-INDEXED DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(DEPARTMENT-CODE OF STUDENT-RECORD-INDEXED)
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(COURSE-NUMBER OF STUDENT-RECORD-INDEXED)
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(TITLE-TEXT) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(CREDIT-TEXT) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(INSTRUCTOR-LASTFIRST) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(MEETING-TEXT) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               INTO FEED-RECORD WITH POINTER ROW-POS.
           STRING PART-OF-TERM OF STUDENT-RECORD-INDEXED
                   DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               SECTION-START DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               SECTION-END DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               CAMPUS-CODE OF STUDENT-RECORD-INDEXED DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               ROOM-NUMBER OF STUDENT-RECORD-INDEXED DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               SEATS-AVAILABLE OF STUDENT-RECORD-INDEXED
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               SEATS-ENROLLED OF STUDENT-RECORD-INDEXED
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               OPEN-SEATS DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               SECTION-WAITING DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               CROSS-LIST-GROUP OF STUDENT-RECORD-INDEXED
                   DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               INTO FEED-RECORD WITH POINTER ROW-POS.
           PERFORM APPEND-ATTRIBUTE-TEXT.
           WRITE FEED-RECORD.
           ADD 1 TO FEED-ROW-COUNT.

      *>    "MWF 0900-0950 SCI101;R 1400-1550 LAB2".
       BUILD-MEETING-TEXT.
           CALL "SECTION-MEETINGS" USING
               CRN OF STUDENT-RECORD-INDEXED
               TERM-CODE OF STUDENT-RECORD-INDEXED
               COURSE-DAY OF STUDENT-RECORD-INDEXED
               COURSE-TIME OF STUDENT-RECORD-INDEXED
               ROOM-NUMBER OF STUDENT-RECORD-INDEXED
               MEETING-COUNT MEETING-TABLE.
           MOVE SPACES TO MEETING-TEXT.
           MOVE 1 TO MEETING-POS.
           PERFORM VARYING MEETING-IDX FROM 1 BY 1
                   UNTIL MEETING-IDX GREATER THAN MEETING-COUNT
               IF MEETING-IDX IS GREATER THAN 1
                   STRING ";" DELIMITED BY SIZE
                       INTO MEETING-TEXT WITH POINTER MEETING-POS
               END-IF
               STRING MT-DAY(MEETING-IDX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   MT-TIME(MEETING-IDX)(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   MT-TIME(MEETING-IDX)(5:4) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MT-ROOM(MEETING-IDX) DELIMITED BY SPACE
                   INTO MEETING-TEXT WITH POINTER MEETING-POS
           END-PERFORM.

      *>    "WI;GEAH" -- the catalog course's attribute codes.
       APPEND-ATTRIBUTE-TEXT.
           CALL "COURSE-ATTRIBUTES" USING
               DEPARTMENT-CODE OF STUDENT-RECORD-INDEXED
               COURSE-NUMBER OF STUDENT-RECORD-INDEXED
               ATTRIBUTE-COUNT ATTRIBUTE-TABLE.
           PERFORM VARYING ATTRIBUTE-IDX FROM 1 BY 1
                   UNTIL ATTRIBUTE-IDX GREATER THAN ATTRIBUTE-COUNT
               IF ATTRIBUTE-IDX IS GREATER THAN 1
                   STRING ";" DELIMITED BY SIZE
                       INTO FEED-RECORD WITH POINTER ROW-POS
               END-IF
               STRING ATTRIBUTE-CODE(ATTRIBUTE-IDX) DELIMITED BY SPACE
                   INTO FEED-RECORD WITH POINTER ROW-POS
           END-PERFORM.

      *>    The section's own part-of-term row, else the full term.
       FIND-SECTION-DATES.
           MOVE ZERO TO SECTION-START.
           MOVE ZERO TO SECTION-END.
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX GREATER THAN PART-COUNT
               IF PT-TERM-CODE(PT-IDX) IS EQUAL TO
                       TERM-CODE OF STUDENT-RECORD-INDEXED
                   IF PT-PART-OF-TERM(PT-IDX) IS EQUAL TO
                           PART-OF-TERM OF STUDENT-RECORD-INDEXED
                       MOVE PT-START-DATE(PT-IDX) TO SECTION-START
                       MOVE PT-END-DATE(PT-IDX) TO SECTION-END
                   END-IF
                   IF PT-PART-OF-TERM(PT-IDX) IS EQUAL TO SPACE
                           AND SECTION-START IS EQUAL TO ZERO
                       MOVE PT-START-DATE(PT-IDX) TO SECTION-START
                       MOVE PT-END-DATE(PT-IDX) TO SECTION-END
                   END-IF
               END-IF
           END-PERFORM.

       FIND-SECTION-WAITING.
           MOVE ZERO TO SECTION-WAITING.
           PERFORM VARYING WT-IDX FROM 1 BY 1
                   UNTIL WT-IDX GREATER THAN WAIT-COUNT
               IF WT-CRN(WT-IDX) IS EQUAL TO
                       CRN OF STUDENT-RECORD-INDEXED
                   AND WT-TERM-CODE(WT-IDX) IS EQUAL TO
                       TERM-CODE OF STUDENT-RECORD-INDEXED
                   MOVE WT-WAITING(WT-IDX) TO SECTION-WAITING
               END-IF
           END-PERFORM.

       WRITE-CHANGES-FEED.
           OPEN INPUT FEED-FILE.
           IF NOT FEED-OK
               DISPLAY "UNABLE TO REOPEN ScheduleFeed.txt -- STATUS "
                   FEED-STATUS
               MOVE "Y" TO FATAL-FLAG
               GO TO WRITE-CHANGES-FEED-EXIT.
           OPEN OUTPUT CHANGES-FILE.
           IF NOT CHANGES-OK
               DISPLAY "UNABLE TO OPEN ScheduleFeedChanges.txt -- "
                   "STATUS " CHANGES-STATUS
               CLOSE FEED-FILE
               MOVE "Y" TO FATAL-FLAG
               GO TO WRITE-CHANGES-FEED-EXIT.
      *>    No earlier feed: every row goes as an add.
           OPEN INPUT PREVIOUS-FILE.
           IF PREVIOUS-OK
               MOVE "Y" TO PREVIOUS-OPEN-FLAG
           ELSE
               MOVE 1 TO PREVIOUS-EOF-FLAG
           END-IF.
           MOVE "SCHEDULE-CHANGES" TO HR-KIND.
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
       WRITE-CHANGES-FEED-EXIT.
           EXIT.

       COMPARE-ROWS.
           EVALUATE TRUE
               WHEN CURRENT-KEY IS LESS THAN PRIOR-KEY
                   MOVE "A" TO CR-ACTION
                   MOVE CURRENT-ROW TO CR-FEED-ROW
                   PERFORM WRITE-CHANGE-ROW
                   ADD 1 TO ADD-COUNT
                   PERFORM READ-CURRENT-ROW
               WHEN CURRENT-KEY IS GREATER THAN PRIOR-KEY
                   MOVE "D" TO CR-ACTION
                   MOVE PRIOR-ROW TO CR-FEED-ROW
                   PERFORM WRITE-CHANGE-ROW
                   ADD 1 TO DROP-COUNT
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
               MOVE CURRENT-ROW(1:12) TO CURRENT-KEY
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
               MOVE PRIOR-ROW(1:12) TO PRIOR-KEY
           END-IF.
