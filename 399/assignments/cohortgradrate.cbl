      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Cohort graduation-rate report -- the four- and
      *          six-year graduation rates the accreditors and the
      *          board ask for, per entering cohort frozen on
      *          EntryCohorts.txt by COHORT-FREEZE. Each cohort
      *          student is followed to one outcome as of the term
      *          keyed at the prompt: GRADUATED (the earliest
      *          conferral on DegreeMaster), ENROLLED (an active
      *          EnrollmentMaster row in that term or later),
      *          TRANSFERRED (on TransfersOut.txt, the registrar's
      *          record of students reported enrolled elsewhere), or
      *          STOPPED OUT. A graduation counts toward the four-
      *          or six-year rate when it is conferred within four
      *          or six years of the entry term's start on
      *          TermCalendar.txt (1 September of the term's year
      *          when the calendar has no row); a window that has not
      *          closed yet is flagged OPEN. Every cohort prints
      *          overall and broken down by residency, entering major
      *          and campus as frozen, to CohortGradRateReport.txt.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COHORT-GRAD-RATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COHORT-FILE ASSIGN TO "EntryCohorts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COHORT-STATUS.
           SELECT DEGREE-MASTER ASSIGN TO "DegreeMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-STUDENT-DEGREE-KEY
               FILE STATUS IS DEGREE-MASTER-STATUS.
           SELECT ENROLLMENT-MASTER ASSIGN TO "EnrollmentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-STUDENT-CRN-TERM-KEY
                   = EN-STUDENT-ID EN-CRN EN-TERM-CODE
               ALTERNATE KEY IS EN-CRN-TERM-KEY
                   = EN-CRN EN-TERM-CODE WITH DUPLICATES
               FILE STATUS IS ENROLLMENT-STATUS.
           SELECT TRANSFER-OUT-FILE ASSIGN TO "TransfersOut.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSFER-OUT-STATUS.
           SELECT TERM-CALENDAR-FILE ASSIGN TO "TermCalendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-CALENDAR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CohortGradRateReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD COHORT-FILE.
       COPY CohortFormat.
       FD DEGREE-MASTER.
       COPY DegreeMasterFormat.
       FD ENROLLMENT-MASTER.
       COPY EnrollmentFormat.
       FD TRANSFER-OUT-FILE.
       01 TRANSFER-OUT-RECORD.
           03 TO-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 TO-REPORTED-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 TO-INSTITUTION PIC X(30).
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
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(90).
       WORKING-STORAGE SECTION.
       77 COHORT-STATUS PIC X(2) VALUE "00".
           88 COHORT-OK VALUE "00".
       77 DEGREE-MASTER-STATUS PIC X(2) VALUE "00".
           88 DEGREE-MASTER-OK VALUE "00".
       77 DEGREE-OPEN-FLAG PIC X VALUE "N".
           88 DEGREE-MASTER-OPEN VALUE "Y".
       77 ENROLLMENT-STATUS PIC X(2) VALUE "00".
           88 ENROLLMENT-OK VALUE "00".
       77 ENROLLMENT-OPEN-FLAG PIC X VALUE "N".
           88 ENROLLMENT-MASTER-OPEN VALUE "Y".
       77 TRANSFER-OUT-STATUS PIC X(2) VALUE "00".
           88 TRANSFER-OUT-OK VALUE "00".
       77 TERM-CALENDAR-STATUS PIC X(2) VALUE "00".
           88 TERM-CALENDAR-OK VALUE "00".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 INPUT-TERM PIC X(6) VALUE SPACES.
       77 TERM-BANNER-CODE PIC X(6).
       77 TERM-REGISTRAR-CODE PIC X(6).
       77 TERM-VALID-FLAG PIC X VALUE "N".
           88 TERM-VALID VALUE "Y".
       77 AS-OF-TERM PIC 9(6) VALUE ZERO.
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8) VALUE ZERO.

      *>    Every frozen cohort row with the outcome worked out for
      *>    it: G graduated, E enrolled, T transferred, S stopped.
       77 MEMBER-COUNT PIC 9(4) VALUE IS 0.
       01 MEMBER-TABLE.
           03 MEMBER-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON MEMBER-COUNT.
               05 MB-ENTRY-TERM PIC 9(6).
               05 MB-STUDENT-ID PIC X(9).
               05 MB-RESIDENCY PIC X(1).
               05 MB-MAJOR PIC X(6).
               05 MB-CAMPUS PIC X(2).
               05 MB-OUTCOME PIC X(1).
                   88 MB-GRADUATED VALUE "G".
                   88 MB-ENROLLED VALUE "E".
                   88 MB-TRANSFERRED VALUE "T".
                   88 MB-STOPPED-OUT VALUE "S".
               05 MB-GRAD-DATE PIC 9(8).
       77 MEMBER-IDX PIC 9(4).

      *>    The distinct entry terms, in ascending order.
       77 COHORT-TERM-COUNT PIC 9(3) VALUE IS 0.
       01 COHORT-TERM-TABLE.
           03 COHORT-TERM-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON COHORT-TERM-COUNT.
               05 CT-TERM PIC 9(6).
       77 TERM-IDX PIC 9(3).
       77 SHIFT-IDX PIC 9(3).
       77 INSERT-IDX PIC 9(3).

       77 CALENDAR-COUNT PIC 9(3) VALUE IS 0.
       01 CALENDAR-TABLE.
           03 CALENDAR-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON CALENDAR-COUNT.
               05 CL-TERM PIC 9(6).
               05 CL-START PIC 9(8).
       77 CALENDAR-IDX PIC 9(3).

       77 TRANSFER-COUNT PIC 9(4) VALUE IS 0.
       01 TRANSFER-TABLE.
           03 TRANSFER-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON TRANSFER-COUNT.
               05 TR-STUDENT-ID PIC X(9).
       77 TRANSFER-IDX PIC 9(4).
       77 FOUND-FLAG PIC X VALUE "N".
           88 FOUND-IT VALUE "Y".

      *>    One cohort's rollups: kind A all, R residency, M major,
      *>    C campus.
       77 GROUP-COUNT PIC 9(3) VALUE IS 0.
       01 GROUP-TABLE.
           03 GROUP-ENTRY OCCURS 1 TO 250 TIMES
                   DEPENDING ON GROUP-COUNT.
               05 GR-KIND PIC X(1).
               05 GR-VALUE PIC X(6).
               05 GR-TOTAL PIC 9(5).
               05 GR-GRAD-4 PIC 9(5).
               05 GR-GRAD-6 PIC 9(5).
               05 GR-GRADUATED PIC 9(5).
               05 GR-ENROLLED PIC 9(5).
               05 GR-TRANSFERRED PIC 9(5).
               05 GR-STOPPED-OUT PIC 9(5).
       77 GROUP-IDX PIC 9(3).
       77 LOOK-IDX PIC 9(3).
       77 GROUP-KIND PIC X(1).
       77 GROUP-VALUE PIC X(6).

       01 TERM-WORK PIC 9(6) VALUE ZERO.
       01 TERM-WORK-PARTS REDEFINES TERM-WORK.
           03 TW-YEAR PIC 9(4).
           03 TW-SUFFIX PIC 9(2).
       77 COHORT-START PIC 9(8) VALUE ZERO.
       77 CUTOFF-4 PIC 9(8) VALUE ZERO.
       77 CUTOFF-6 PIC 9(8) VALUE ZERO.
       77 WINDOW-4-TEXT PIC X(6).
       77 WINDOW-6-TEXT PIC X(6).
       77 RATE-PCT PIC 9(3) VALUE ZERO.
       77 COUNT-DISPLAY PIC ZZZZ9.
       77 GRAD-4-DISPLAY PIC ZZZZ9.
       77 PCT-4-DISPLAY PIC ZZ9.
       77 GRAD-6-DISPLAY PIC ZZZZ9.
       77 PCT-6-DISPLAY PIC ZZ9.
       77 GRADUATED-DISPLAY PIC ZZZZ9.
       77 ENROLLED-DISPLAY PIC ZZZZ9.
       77 TRANSFERRED-DISPLAY PIC ZZZZ9.
       77 STOPPED-DISPLAY PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Enter the term to report outcomes as of: ".
           ACCEPT INPUT-TERM.
           CALL "VALIDATE-TERM-CODE" USING INPUT-TERM
               TERM-BANNER-CODE TERM-REGISTRAR-CODE TERM-VALID-FLAG.
           IF NOT TERM-VALID
               DISPLAY "REJECTED: " INPUT-TERM
                   " IS NOT ON TermMaster.txt"
               STOP RUN.
           MOVE TERM-BANNER-CODE TO AS-OF-TERM.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.

           OPEN INPUT COHORT-FILE.
           IF NOT COHORT-OK
               DISPLAY "NO EntryCohorts.txt ON FILE -- RUN "
                   "COHORT-FREEZE FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM LOAD-CALENDAR THRU LOAD-CALENDAR-EXIT.
           PERFORM LOAD-TRANSFERS THRU LOAD-TRANSFERS-EXIT.

           OPEN INPUT DEGREE-MASTER.
           IF DEGREE-MASTER-OK
               MOVE "Y" TO DEGREE-OPEN-FLAG.
           OPEN INPUT ENROLLMENT-MASTER.
           IF ENROLLMENT-OK
               MOVE "Y" TO ENROLLMENT-OPEN-FLAG.

           MOVE 0 TO EOF-FLAG.
           READ COHORT-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM LOAD-ONE-MEMBER THRU LOAD-ONE-MEMBER-EXIT
               UNTIL EOF OR MEMBER-COUNT IS EQUAL TO 5000.
           CLOSE COHORT-FILE.
           IF DEGREE-MASTER-OPEN
               CLOSE DEGREE-MASTER.
           IF ENROLLMENT-MASTER-OPEN
               CLOSE ENROLLMENT-MASTER.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "COHORT GRADUATION RATES -- OUTCOMES AS OF TERM "
                   DELIMITED BY SIZE
               AS-OF-TERM DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING TERM-IDX FROM 1 BY 1
                   UNTIL TERM-IDX GREATER THAN COHORT-TERM-COUNT
               PERFORM REPORT-ONE-COHORT
           END-PERFORM.
           CLOSE REPORT-FILE.
           DISPLAY COHORT-TERM-COUNT " COHORT(S), " MEMBER-COUNT
               " STUDENT(S) REPORTED TO CohortGradRateReport.txt".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       LOAD-CALENDAR.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF NOT TERM-CALENDAR-OK
               GO TO LOAD-CALENDAR-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ TERM-CALENDAR-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR CALENDAR-COUNT IS EQUAL TO 300
               IF TC-PART-OF-TERM IS EQUAL TO SPACE
                       AND TC-TERM-START IS NUMERIC
                   ADD 1 TO CALENDAR-COUNT
                   MOVE TC-TERM-CODE TO CL-TERM(CALENDAR-COUNT)
                   MOVE TC-TERM-START TO CL-START(CALENDAR-COUNT)
               END-IF
               READ TERM-CALENDAR-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE TERM-CALENDAR-FILE.
       LOAD-CALENDAR-EXIT.
           EXIT.

       LOAD-TRANSFERS.
           OPEN INPUT TRANSFER-OUT-FILE.
           IF NOT TRANSFER-OUT-OK
               GO TO LOAD-TRANSFERS-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ TRANSFER-OUT-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR TRANSFER-COUNT IS EQUAL TO 5000
               ADD 1 TO TRANSFER-COUNT
               MOVE TO-STUDENT-ID TO TR-STUDENT-ID(TRANSFER-COUNT)
               READ TRANSFER-OUT-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE TRANSFER-OUT-FILE.
       LOAD-TRANSFERS-EXIT.
           EXIT.

       LOAD-ONE-MEMBER.
           ADD 1 TO MEMBER-COUNT.
           MOVE CH-ENTRY-TERM TO MB-ENTRY-TERM(MEMBER-COUNT).
           MOVE CH-STUDENT-ID TO MB-STUDENT-ID(MEMBER-COUNT).
           MOVE CH-RESIDENCY TO MB-RESIDENCY(MEMBER-COUNT).
           MOVE CH-MAJOR TO MB-MAJOR(MEMBER-COUNT).
           MOVE CH-CAMPUS TO MB-CAMPUS(MEMBER-COUNT).
           MOVE ZERO TO MB-GRAD-DATE(MEMBER-COUNT).
           PERFORM NOTE-COHORT-TERM THRU NOTE-COHORT-TERM-EXIT.

      *>    Outcome order: a degree outranks everything, then a
      *>    current enrollment, then a reported transfer.
           PERFORM FIND-EARLIEST-DEGREE THRU
               FIND-EARLIEST-DEGREE-EXIT.
           IF MB-GRAD-DATE(MEMBER-COUNT) IS GREATER THAN ZERO
               MOVE "G" TO MB-OUTCOME(MEMBER-COUNT)
               GO TO LOAD-ONE-MEMBER-NEXT.
           PERFORM CHECK-STILL-ENROLLED THRU
               CHECK-STILL-ENROLLED-EXIT.
           IF FOUND-IT
               MOVE "E" TO MB-OUTCOME(MEMBER-COUNT)
               GO TO LOAD-ONE-MEMBER-NEXT.
           MOVE "N" TO FOUND-FLAG.
           PERFORM VARYING TRANSFER-IDX FROM 1 BY 1
                   UNTIL TRANSFER-IDX GREATER THAN TRANSFER-COUNT
                   OR FOUND-IT
               IF TR-STUDENT-ID(TRANSFER-IDX) IS EQUAL TO CH-STUDENT-ID
                   MOVE "Y" TO FOUND-FLAG
               END-IF
           END-PERFORM.
           IF FOUND-IT
               MOVE "T" TO MB-OUTCOME(MEMBER-COUNT)
           ELSE
               MOVE "S" TO MB-OUTCOME(MEMBER-COUNT)
           END-IF.
       LOAD-ONE-MEMBER-NEXT.
           READ COHORT-FILE AT END MOVE 1 TO EOF-FLAG.
       LOAD-ONE-MEMBER-EXIT.
           EXIT.

      *>    Keeps the entry-term list in ascending order as it
      *>    grows.
       NOTE-COHORT-TERM.
           MOVE ZERO TO INSERT-IDX.
           PERFORM VARYING TERM-IDX FROM 1 BY 1
                   UNTIL TERM-IDX GREATER THAN COHORT-TERM-COUNT
                   OR INSERT-IDX IS NOT EQUAL TO ZERO
               IF CT-TERM(TERM-IDX) IS NOT LESS THAN CH-ENTRY-TERM
                   MOVE TERM-IDX TO INSERT-IDX
               END-IF
           END-PERFORM.
           IF INSERT-IDX IS NOT EQUAL TO ZERO
               IF CT-TERM(INSERT-IDX) IS EQUAL TO CH-ENTRY-TERM
                   GO TO NOTE-COHORT-TERM-EXIT
               END-IF
           END-IF.
           IF COHORT-TERM-COUNT IS EQUAL TO 200
               GO TO NOTE-COHORT-TERM-EXIT.
           ADD 1 TO COHORT-TERM-COUNT.
           IF INSERT-IDX IS EQUAL TO ZERO
               MOVE COHORT-TERM-COUNT TO INSERT-IDX
           ELSE
               PERFORM VARYING SHIFT-IDX FROM COHORT-TERM-COUNT BY -1
                       UNTIL SHIFT-IDX IS NOT GREATER THAN INSERT-IDX
                   MOVE CT-TERM(SHIFT-IDX - 1) TO CT-TERM(SHIFT-IDX)
               END-PERFORM
           END-IF.
           MOVE CH-ENTRY-TERM TO CT-TERM(INSERT-IDX).
       NOTE-COHORT-TERM-EXIT.
           EXIT.

       FIND-EARLIEST-DEGREE.
           IF NOT DEGREE-MASTER-OPEN
               GO TO FIND-EARLIEST-DEGREE-EXIT.
           MOVE CH-STUDENT-ID TO DM-STUDENT-ID.
           MOVE LOW-VALUES TO DM-DEGREE.
           START DEGREE-MASTER KEY IS GREATER THAN OR EQUAL
                   DM-STUDENT-DEGREE-KEY
               INVALID KEY
                   GO TO FIND-EARLIEST-DEGREE-EXIT
           END-START.
           PERFORM UNTIL DEGREE-MASTER-STATUS = "46"
               READ DEGREE-MASTER NEXT RECORD
                   AT END MOVE "46" TO DEGREE-MASTER-STATUS
               END-READ
               IF DEGREE-MASTER-STATUS NOT = "46"
                       AND DM-STUDENT-ID NOT EQUAL CH-STUDENT-ID
                   MOVE "46" TO DEGREE-MASTER-STATUS
               END-IF
               IF DEGREE-MASTER-STATUS NOT = "46"
                       AND DM-CONFERRAL-DATE IS NUMERIC
                   IF MB-GRAD-DATE(MEMBER-COUNT) IS EQUAL TO ZERO
                           OR DM-CONFERRAL-DATE IS LESS THAN
                               MB-GRAD-DATE(MEMBER-COUNT)
                       MOVE DM-CONFERRAL-DATE
                           TO MB-GRAD-DATE(MEMBER-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO DEGREE-MASTER-STATUS.
       FIND-EARLIEST-DEGREE-EXIT.
           EXIT.

       CHECK-STILL-ENROLLED.
           MOVE "N" TO FOUND-FLAG.
           IF NOT ENROLLMENT-MASTER-OPEN
               GO TO CHECK-STILL-ENROLLED-EXIT.
           MOVE CH-STUDENT-ID TO EN-STUDENT-ID.
           MOVE ZEROS TO EN-CRN.
           MOVE ZEROS TO EN-TERM-CODE.
           START ENROLLMENT-MASTER KEY IS GREATER THAN OR EQUAL
                   EN-STUDENT-CRN-TERM-KEY
               INVALID KEY
                   GO TO CHECK-STILL-ENROLLED-EXIT
           END-START.
           PERFORM UNTIL ENROLLMENT-STATUS = "46"
               READ ENROLLMENT-MASTER NEXT RECORD
                   AT END MOVE "46" TO ENROLLMENT-STATUS
               END-READ
               IF ENROLLMENT-STATUS NOT = "46"
                       AND EN-STUDENT-ID NOT EQUAL CH-STUDENT-ID
                   MOVE "46" TO ENROLLMENT-STATUS
               END-IF
               IF ENROLLMENT-STATUS NOT = "46"
                       AND ENROLLMENT-ACTIVE
                       AND EN-TERM-CODE IS NOT LESS THAN AS-OF-TERM
                   MOVE "Y" TO FOUND-FLAG
                   MOVE "46" TO ENROLLMENT-STATUS
               END-IF
           END-PERFORM.
           MOVE "00" TO ENROLLMENT-STATUS.
       CHECK-STILL-ENROLLED-EXIT.
           EXIT.

       REPORT-ONE-COHORT.
           MOVE ZERO TO COHORT-START.
           PERFORM VARYING CALENDAR-IDX FROM 1 BY 1
                   UNTIL CALENDAR-IDX GREATER THAN CALENDAR-COUNT
               IF CL-TERM(CALENDAR-IDX) IS EQUAL TO CT-TERM(TERM-IDX)
                   MOVE CL-START(CALENDAR-IDX) TO COHORT-START
               END-IF
           END-PERFORM.
           IF COHORT-START IS EQUAL TO ZERO
               MOVE CT-TERM(TERM-IDX) TO TERM-WORK
               COMPUTE COHORT-START = TW-YEAR * 10000 + 0901
           END-IF.
           COMPUTE CUTOFF-4 = COHORT-START + 40000.
           COMPUTE CUTOFF-6 = COHORT-START + 60000.
           MOVE SPACES TO WINDOW-4-TEXT.
           MOVE SPACES TO WINDOW-6-TEXT.
           IF TODAY-DATE IS LESS THAN CUTOFF-4
               MOVE " OPEN" TO WINDOW-4-TEXT.
           IF TODAY-DATE IS LESS THAN CUTOFF-6
               MOVE " OPEN" TO WINDOW-6-TEXT.

           MOVE ZERO TO GROUP-COUNT.
           PERFORM VARYING MEMBER-IDX FROM 1 BY 1
                   UNTIL MEMBER-IDX GREATER THAN MEMBER-COUNT
               IF MB-ENTRY-TERM(MEMBER-IDX) IS EQUAL TO
                       CT-TERM(TERM-IDX)
                   MOVE "A" TO GROUP-KIND
                   MOVE "ALL" TO GROUP-VALUE
                   PERFORM ROLL-INTO-GROUP THRU ROLL-INTO-GROUP-DONE
                   MOVE "R" TO GROUP-KIND
                   EVALUATE MB-RESIDENCY(MEMBER-IDX)
                       WHEN "R" MOVE "RES" TO GROUP-VALUE
                       WHEN "N" MOVE "NONRES" TO GROUP-VALUE
                       WHEN OTHER MOVE "OTHER" TO GROUP-VALUE
                   END-EVALUATE
                   PERFORM ROLL-INTO-GROUP THRU ROLL-INTO-GROUP-DONE
                   MOVE "M" TO GROUP-KIND
                   MOVE MB-MAJOR(MEMBER-IDX) TO GROUP-VALUE
                   PERFORM ROLL-INTO-GROUP THRU ROLL-INTO-GROUP-DONE
                   MOVE "C" TO GROUP-KIND
                   MOVE SPACES TO GROUP-VALUE
                   MOVE MB-CAMPUS(MEMBER-IDX) TO GROUP-VALUE(1:2)
                   PERFORM ROLL-INTO-GROUP THRU ROLL-INTO-GROUP-DONE
               END-IF
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ENTRY COHORT " DELIMITED BY SIZE
               CT-TERM(TERM-IDX) DELIMITED BY SIZE
               " -- 4-YEAR WINDOW TO " DELIMITED BY SIZE
               CUTOFF-4 DELIMITED BY SIZE
               WINDOW-4-TEXT DELIMITED BY SIZE
               ", 6-YEAR TO " DELIMITED BY SIZE
               CUTOFF-6 DELIMITED BY SIZE
               WINDOW-6-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  GROUP  COHORT  GRAD-4YR      GRAD-6YR      "
                   DELIMITED BY SIZE
               " GRAD   ENRL  XFER   STOP" DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "A" TO GROUP-KIND.
           PERFORM WRITE-GROUP-KIND.
           MOVE "  BY RESIDENCY:" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "R" TO GROUP-KIND.
           PERFORM WRITE-GROUP-KIND.
           MOVE "  BY ENTERING MAJOR:" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "M" TO GROUP-KIND.
           PERFORM WRITE-GROUP-KIND.
           MOVE "  BY CAMPUS:" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "C" TO GROUP-KIND.
           PERFORM WRITE-GROUP-KIND.

       ROLL-INTO-GROUP.
           MOVE ZERO TO GROUP-IDX.
           PERFORM VARYING LOOK-IDX FROM 1 BY 1
                   UNTIL LOOK-IDX GREATER THAN GROUP-COUNT
                       OR GROUP-IDX IS GREATER THAN ZERO
               IF GR-KIND(LOOK-IDX) IS EQUAL TO GROUP-KIND
                   AND GR-VALUE(LOOK-IDX) IS EQUAL TO GROUP-VALUE
                   MOVE LOOK-IDX TO GROUP-IDX
               END-IF
           END-PERFORM.
           IF GROUP-IDX IS EQUAL TO ZERO
               IF GROUP-COUNT IS EQUAL TO 250
                   GO TO ROLL-INTO-GROUP-DONE
               END-IF
               ADD 1 TO GROUP-COUNT
               MOVE GROUP-COUNT TO GROUP-IDX
               MOVE GROUP-KIND TO GR-KIND(GROUP-IDX)
               MOVE GROUP-VALUE TO GR-VALUE(GROUP-IDX)
               MOVE ZERO TO GR-TOTAL(GROUP-IDX)
               MOVE ZERO TO GR-GRAD-4(GROUP-IDX)
               MOVE ZERO TO GR-GRAD-6(GROUP-IDX)
               MOVE ZERO TO GR-GRADUATED(GROUP-IDX)
               MOVE ZERO TO GR-ENROLLED(GROUP-IDX)
               MOVE ZERO TO GR-TRANSFERRED(GROUP-IDX)
               MOVE ZERO TO GR-STOPPED-OUT(GROUP-IDX)
           END-IF.
           ADD 1 TO GR-TOTAL(GROUP-IDX).
           EVALUATE TRUE
               WHEN MB-GRADUATED(MEMBER-IDX)
                   ADD 1 TO GR-GRADUATED(GROUP-IDX)
                   IF MB-GRAD-DATE(MEMBER-IDX) IS NOT GREATER THAN
                           CUTOFF-4
                       ADD 1 TO GR-GRAD-4(GROUP-IDX)
                   END-IF
                   IF MB-GRAD-DATE(MEMBER-IDX) IS NOT GREATER THAN
                           CUTOFF-6
                       ADD 1 TO GR-GRAD-6(GROUP-IDX)
                   END-IF
               WHEN MB-ENROLLED(MEMBER-IDX)
                   ADD 1 TO GR-ENROLLED(GROUP-IDX)
               WHEN MB-TRANSFERRED(MEMBER-IDX)
                   ADD 1 TO GR-TRANSFERRED(GROUP-IDX)
               WHEN OTHER
                   ADD 1 TO GR-STOPPED-OUT(GROUP-IDX)
           END-EVALUATE.
       ROLL-INTO-GROUP-DONE.
           EXIT.

       WRITE-GROUP-KIND.
           PERFORM VARYING GROUP-IDX FROM 1 BY 1
                   UNTIL GROUP-IDX GREATER THAN GROUP-COUNT
               IF GR-KIND(GROUP-IDX) IS EQUAL TO GROUP-KIND
                   PERFORM WRITE-ONE-GROUP
               END-IF
           END-PERFORM.

       WRITE-ONE-GROUP.
           MOVE GR-TOTAL(GROUP-IDX) TO COUNT-DISPLAY.
           MOVE GR-GRAD-4(GROUP-IDX) TO GRAD-4-DISPLAY.
           COMPUTE RATE-PCT = GR-GRAD-4(GROUP-IDX) * 100
               / GR-TOTAL(GROUP-IDX).
           MOVE RATE-PCT TO PCT-4-DISPLAY.
           MOVE GR-GRAD-6(GROUP-IDX) TO GRAD-6-DISPLAY.
           COMPUTE RATE-PCT = GR-GRAD-6(GROUP-IDX) * 100
               / GR-TOTAL(GROUP-IDX).
           MOVE RATE-PCT TO PCT-6-DISPLAY.
           MOVE GR-GRADUATED(GROUP-IDX) TO GRADUATED-DISPLAY.
           MOVE GR-ENROLLED(GROUP-IDX) TO ENROLLED-DISPLAY.
           MOVE GR-TRANSFERRED(GROUP-IDX) TO TRANSFERRED-DISPLAY.
           MOVE GR-STOPPED-OUT(GROUP-IDX) TO STOPPED-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
               GR-VALUE(GROUP-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GRAD-4-DISPLAY DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               PCT-4-DISPLAY DELIMITED BY SIZE
               "%)  " DELIMITED BY SIZE
               GRAD-6-DISPLAY DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               PCT-6-DISPLAY DELIMITED BY SIZE
               "%)  " DELIMITED BY SIZE
               GRADUATED-DISPLAY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ENROLLED-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRANSFERRED-DISPLAY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               STOPPED-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM COHORT-GRAD-RATE.
