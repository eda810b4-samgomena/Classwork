      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Tuition and fee cost estimator -- answers "what
      *          will this schedule cost me" at the counter without
      *          registering anybody. For the term keyed, the clerk
      *          keys a student id (the residency and class level
      *          come off StudentMaster) or a blank id for a
      *          prospect (residency and class level keyed), then
      *          the CRNs of the schedule being considered. The
      *          sections price the way STUDENT-BILLING prices
      *          them: SCH blocks per department and level through
      *          PRICE-SCH-BLOCK (so the plateau band applies),
      *          the per-SCH rate shown through LOOKUP-TUITION-RATE,
      *          the FeeMaster.txt course and flat fees, then any
      *          WaiverMaster.txt waiver and SponsorMaster.txt
      *          coverage on file for the student. The itemized
      *          estimate shows on the console and is appended to
      *          CostEstimate.txt for printing, stamped ESTIMATE
      *          ONLY with the effective date of the rates it used.
      *          Every file opens INPUT except the estimate print
      *          file; EnrollmentMaster and ARMaster are never
      *          opened.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COST-ESTIMATOR.
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
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT RATE-FILE ASSIGN TO "TUITION-RATES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-FILE-STATUS.
           SELECT FEE-MASTER-FILE ASSIGN TO "FeeMaster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-MASTER-FILE-STATUS.
           SELECT WAIVER-MASTER-FILE ASSIGN TO "WaiverMaster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAIVER-MASTER-STATUS.
           SELECT WAIVER-TYPE-FILE ASSIGN TO "WaiverTypes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAIVER-TYPE-STATUS.
           SELECT SPONSOR-MASTER-FILE ASSIGN TO "SponsorMaster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPONSOR-MASTER-STATUS.
           SELECT ESTIMATE-FILE ASSIGN TO "CostEstimate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTIMATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COURSES-INDEXED.
       COPY CoursesFormat REPLACING STUDENT-RECORD
           BY STUDENT-RECORD-INDEXED.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD RATE-FILE.
       01 RATE-RECORD.
           03 TR-DEPT PIC X(6).
           03 FILLER PIC X(1).
           03 TR-LEVEL PIC X(1).
           03 FILLER PIC X(1).
           03 TR-RESIDENCY PIC X(1).
           03 FILLER PIC X(1).
           03 TR-RATE PIC 9(5)V99.
           03 FILLER PIC X(1).
           03 TR-EFF-DATE PIC 9(8).
       FD FEE-MASTER-FILE.
       01 FEE-MASTER-RECORD.
           03 FM-DEPT PIC X(6).
           03 FILLER PIC X(1).
           03 FM-COURSE-NUMBER PIC X(5).
           03 FILLER PIC X(1).
           03 FM-DESCRIPTION PIC X(20).
           03 FILLER PIC X(1).
           03 FM-AMOUNT PIC 9(5)V99.
       FD WAIVER-MASTER-FILE.
       01 WAIVER-MASTER-RECORD.
           03 WV-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 WV-TYPE PIC X(4).
           03 FILLER PIC X(1).
           03 WV-PERCENT PIC 9(3).
           03 FILLER PIC X(1).
           03 WV-SCH-CAP PIC 9(2).
           03 FILLER PIC X(1).
           03 WV-FROM-TERM PIC 9(6).
           03 FILLER PIC X(1).
           03 WV-THRU-TERM PIC 9(6).
       FD WAIVER-TYPE-FILE.
       01 WAIVER-TYPE-RECORD.
           03 WY-TYPE PIC X(4).
           03 FILLER PIC X(1).
           03 WY-DESCRIPTION PIC X(20).
           03 FILLER PIC X(1).
           03 WY-ACCOUNT PIC X(10).
       FD SPONSOR-MASTER-FILE.
       01 SPONSOR-MASTER-RECORD.
           03 SP-SPONSOR-ID PIC X(8).
           03 FILLER PIC X(1).
           03 SP-SPONSOR-NAME PIC X(20).
           03 FILLER PIC X(1).
           03 SP-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 SP-COVER-PCT PIC 9(3).
           03 FILLER PIC X(1).
           03 SP-COVER-CAP PIC 9(7)V99.
       FD ESTIMATE-FILE.
       01 ESTIMATE-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       77 COURSES-INDEXED-STATUS PIC X(2) VALUE "00".
           88 COURSES-INDEXED-OK VALUE "00".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 RATE-FILE-STATUS PIC X(2) VALUE "00".
           88 RATE-FILE-OK VALUE "00".
       77 FEE-MASTER-FILE-STATUS PIC X(2) VALUE "00".
           88 FEE-MASTER-FILE-OK VALUE "00".
       77 WAIVER-MASTER-STATUS PIC X(2) VALUE "00".
           88 WAIVER-MASTER-OK VALUE "00".
       77 WAIVER-TYPE-STATUS PIC X(2) VALUE "00".
           88 WAIVER-TYPE-OK VALUE "00".
       77 SPONSOR-MASTER-STATUS PIC X(2) VALUE "00".
           88 SPONSOR-MASTER-OK VALUE "00".
       77 ESTIMATE-FILE-STATUS PIC X(2) VALUE "00".
           88 ESTIMATE-FILE-OK VALUE "00".
       77 MASTER-OPEN-FLAG PIC X VALUE "N".
           88 MASTER-OPEN VALUE "Y".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 RUN-TERM PIC X(6).
       77 RUN-TERM-CODE PIC 9(6).
       77 TERM-BANNER-CODE PIC X(6).
       77 TERM-REGISTRAR-CODE PIC X(6).
       77 TERM-VALID-FLAG PIC X VALUE "N".
           88 TERM-IS-VALID VALUE "Y".
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
       77 DONE-FLAG PIC X VALUE "N".
           88 ALL-DONE VALUE "Y".
       77 ANOTHER-ANSWER PIC X(1).

      *>    Who the estimate is for: a student off the master or a
      *>    keyed prospect.
       77 ESTIMATE-STUDENT-ID PIC X(9).
       77 ESTIMATE-NAME PIC X(20).
       77 PROSPECT-FLAG PIC X VALUE "N".
           88 PROSPECT VALUE "Y".
       77 ESTIMATE-RESIDENCY PIC X(1).
           88 VALID-RESIDENCY VALUE "R", "N".
       77 ESTIMATE-CLASS-LEVEL PIC X(2).
           88 VALID-CLASS-LEVEL VALUE "FR", "SO", "JR", "SR", "GR".
       77 STUDENT-OK-FLAG PIC X VALUE "N".
           88 STUDENT-OK VALUE "Y".

      *>    The sections keyed for this estimate.
       77 CRN-ENTRY PIC X(5).
       77 CRN-NUM PIC 9(5).
       77 SECTION-COUNT PIC 9(2) VALUE IS 0.
       01 SECTION-TABLE.
           03 SECTION-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON SECTION-COUNT.
               05 SE-CRN PIC 9(5).
               05 SE-DEPT PIC X(6).
               05 SE-COURSE-NUMBER PIC X(5).
               05 SE-TITLE PIC X(30).
               05 SE-SCH PIC 9(3).
       77 SE-IDX PIC 9(2).
       77 DUPLICATE-FLAG PIC X.

      *>    One SCH block per department and level, priced whole
      *>    so the flat band applies the way billing applies it.
       77 BLOCK-COUNT PIC 9(2) VALUE IS 0.
       01 BLOCK-TABLE.
           03 BLOCK-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON BLOCK-COUNT.
               05 BK-DEPT PIC X(6).
               05 BK-LEVEL PIC X(1).
               05 BK-SCH PIC 9(4).
       77 BLOCK-IDX PIC 9(2).
       77 BLOCK-FOUND-FLAG PIC X.
       77 BLOCK-DEPT PIC X(6).
       77 BLOCK-LEVEL PIC X(1).
       77 BLOCK-SCH PIC 9(4).
       77 BLOCK-CHARGE PIC 9(7)V99 VALUE ZERO.
       77 BLOCK-PER-SCH PIC 9(7)V99 VALUE ZERO.
       77 RATE-LEVEL PIC X(1).
       77 RATE-PER-SCH PIC 9(5)V99.
       77 RATE-DEFAULT-FLAG PIC X VALUE "N".
           88 PRICED-AT-DEFAULT VALUE "Y".
       77 SCH-COMP PIC 9(3).

      *>    TUITION-RATES.txt, kept only to name the effective date
      *>    of the row each block priced from -- the same
      *>    best-row rule the pricing routines apply.
       77 RATE-COUNT PIC 9(3) VALUE IS 0.
       01 RATE-TABLE.
           03 RATE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON RATE-COUNT.
               05 RT-DEPT PIC X(6).
               05 RT-LEVEL PIC X(1).
               05 RT-RESIDENCY PIC X(1).
               05 RT-EFF-DATE PIC 9(8).
       77 RT-IDX PIC 9(3).
       77 BEST-IDX PIC 9(3).
       77 BEST-IS-DEFAULT PIC X.
       77 RATES-EFFECTIVE PIC 9(8) VALUE ZERO.

       77 FEE-MASTER-COUNT PIC 9(3) VALUE IS 0.
       01 FEE-MASTER-TABLE.
           03 FEE-MASTER-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON FEE-MASTER-COUNT.
               05 FE-DEPT PIC X(6).
               05 FE-COURSE-NUMBER PIC X(5).
               05 FE-DESCRIPTION PIC X(20).
               05 FE-AMOUNT PIC 9(5)V99.
       77 FEE-IDX PIC 9(3).

       77 WAIVER-TYPE-COUNT PIC 9(2) VALUE IS 0.
       01 WAIVER-TYPE-TABLE.
           03 WAIVER-TYPE-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WAIVER-TYPE-COUNT.
               05 WT-TYPE PIC X(4).
               05 WT-DESCRIPTION PIC X(20).
       77 WAIVER-TYPE-IDX PIC 9(2).
       77 WAIVER-TYPE-SCAN PIC 9(2).
       77 WAIVER-COUNT PIC 9(4) VALUE IS 0.
       01 WAIVER-TABLE.
           03 WAIVER-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WAIVER-COUNT.
               05 WM-STUDENT-ID PIC X(9).
               05 WM-TYPE-IDX PIC 9(2).
               05 WM-PERCENT PIC 9(3).
               05 WM-SCH-CAP PIC 9(2).
       77 WAIVER-IDX PIC 9(4).
       77 WAIVER-BASE PIC 9(7)V99 VALUE ZERO.
       77 WAIVER-AMOUNT PIC 9(7)V99 VALUE ZERO.
       77 WAIVER-TOTAL PIC 9(7)V99 VALUE ZERO.
       77 TUITION-REMAINING PIC 9(7)V99 VALUE ZERO.

       77 SPONSOR-COUNT PIC 9(3) VALUE IS 0.
       01 SPONSOR-TABLE.
           03 SPONSOR-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON SPONSOR-COUNT.
               05 SN-SPONSOR-ID PIC X(8).
               05 SN-STUDENT-ID PIC X(9).
               05 SN-COVER-PCT PIC 9(3).
               05 SN-COVER-CAP PIC 9(7)V99.
       77 SPONSOR-IDX PIC 9(3).
       77 COVER-IDX PIC 9(3) VALUE ZERO.
       77 SPONSOR-SHARE PIC 9(7)V99 VALUE ZERO.

       77 TUITION-TOTAL PIC 9(7)V99 VALUE ZERO.
       77 FEE-TOTAL PIC 9(7)V99 VALUE ZERO.
       77 SCH-TOTAL PIC 9(4) VALUE ZERO.
       77 ESTIMATE-TOTAL PIC 9(7)V99 VALUE ZERO.
       77 STUDENT-SHARE PIC 9(7)V99 VALUE ZERO.
       77 MONEY-DISPLAY PIC $$$,$$$,$$9.99.
       77 RATE-DISPLAY PIC $$$,$$9.99.
       77 SCH-DISPLAY PIC ZZZ9.
       01 DATE-DISPLAY.
           03 DATE-MM PIC 99.
           03 FILLER PIC X VALUE "/".
           03 DATE-DD PIC 99.
           03 FILLER PIC X VALUE "/".
           03 DATE-CCYY PIC 9(4).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL TERM-IS-VALID
               DISPLAY "Enter the term code to estimate "
                   "(e.g. FA26): "
               ACCEPT RUN-TERM
               CALL "VALIDATE-TERM-CODE" USING RUN-TERM
                   TERM-BANNER-CODE TERM-REGISTRAR-CODE
                   TERM-VALID-FLAG
               IF NOT TERM-IS-VALID
                   DISPLAY "REJECTED: " RUN-TERM
                       " IS NOT ON TermMaster.txt"
               END-IF
           END-PERFORM.
           MOVE TERM-REGISTRAR-CODE TO RUN-TERM.
           MOVE TERM-BANNER-CODE TO RUN-TERM-CODE.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.

           PERFORM LOAD-RATE-DATES THRU LOAD-RATE-DATES-EXIT.
           PERFORM LOAD-FEE-MASTER THRU LOAD-FEE-MASTER-EXIT.
           PERFORM LOAD-WAIVERS THRU LOAD-WAIVERS-EXIT.
           PERFORM LOAD-SPONSORS THRU LOAD-SPONSORS-EXIT.

           OPEN INPUT COURSES-INDEXED.
           IF NOT COURSES-INDEXED-OK
               DISPLAY "IndexedCourses WILL NOT OPEN, STATUS "
                   COURSES-INDEXED-STATUS " -- NOTHING TO ESTIMATE"
               STOP RUN.
           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-OK
               MOVE "Y" TO MASTER-OPEN-FLAG
           END-IF.
           OPEN EXTEND ESTIMATE-FILE.
           IF NOT ESTIMATE-FILE-OK
               OPEN OUTPUT ESTIMATE-FILE
           END-IF.

           PERFORM ONE-ESTIMATE THRU ONE-ESTIMATE-EXIT
               UNTIL ALL-DONE.

           CLOSE ESTIMATE-FILE.
           IF MASTER-OPEN
               CLOSE STUDENT-MASTER
           END-IF.
           CLOSE COURSES-INDEXED.
           STOP RUN.

       ONE-ESTIMATE.
           MOVE ZERO TO SECTION-COUNT.
           MOVE ZERO TO BLOCK-COUNT.
           MOVE ZERO TO RATES-EFFECTIVE.
           MOVE ZERO TO TUITION-TOTAL.
           MOVE ZERO TO FEE-TOTAL.
           MOVE ZERO TO SCH-TOTAL.
           MOVE ZERO TO WAIVER-TOTAL.
           MOVE ZERO TO SPONSOR-SHARE.
           PERFORM GET-STUDENT THRU GET-STUDENT-EXIT.
           IF ALL-DONE
               GO TO ONE-ESTIMATE-EXIT.
           IF NOT STUDENT-OK
               GO TO ONE-ESTIMATE-EXIT.
           PERFORM GET-SECTIONS THRU GET-SECTIONS-EXIT.
           IF SECTION-COUNT IS EQUAL TO ZERO
               DISPLAY "NO SECTIONS KEYED -- NO ESTIMATE"
           ELSE
               PERFORM PRINT-ESTIMATE THRU PRINT-ESTIMATE-EXIT
           END-IF.
           DISPLAY "Another estimate? (Y/N): ".
           ACCEPT ANOTHER-ANSWER.
           IF ANOTHER-ANSWER IS NOT EQUAL TO "Y"
                   AND ANOTHER-ANSWER IS NOT EQUAL TO "y"
               MOVE "Y" TO DONE-FLAG
           END-IF.
       ONE-ESTIMATE-EXIT.
           EXIT.

      *>    A student on the master prices at the master's
      *>    residency; a blank id is a prospect whose residency
      *>    and class level are keyed. END quits.
       GET-STUDENT.
           MOVE "N" TO STUDENT-OK-FLAG.
           MOVE "N" TO PROSPECT-FLAG.
           MOVE SPACES TO ESTIMATE-STUDENT-ID.
           DISPLAY "Enter the student id (blank for a prospect, "
               "END to quit): ".
           ACCEPT ESTIMATE-STUDENT-ID.
           IF ESTIMATE-STUDENT-ID IS EQUAL TO "END"
                   OR ESTIMATE-STUDENT-ID IS EQUAL TO "end"
               MOVE "Y" TO DONE-FLAG
               GO TO GET-STUDENT-EXIT.
           IF ESTIMATE-STUDENT-ID IS EQUAL TO SPACES
               GO TO GET-PROSPECT.
           IF NOT MASTER-OPEN
               DISPLAY "StudentMaster IS NOT AVAILABLE -- ESTIMATE "
                   "AS A PROSPECT"
               GO TO GET-STUDENT-EXIT.
           MOVE ESTIMATE-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER KEY IS SM-STUDENT-ID
               INVALID KEY
                   DISPLAY "REJECTED: " ESTIMATE-STUDENT-ID
                       " IS NOT ON StudentMaster"
                   GO TO GET-STUDENT-EXIT
           END-READ.
           IF STUDENT-DELETED
               DISPLAY "REJECTED: " ESTIMATE-STUDENT-ID
                   " IS DEACTIVATED ON StudentMaster"
               GO TO GET-STUDENT-EXIT.
           MOVE SM-NAME TO ESTIMATE-NAME.
           MOVE "R" TO ESTIMATE-RESIDENCY.
           IF SM-NON-RESIDENT
               MOVE "N" TO ESTIMATE-RESIDENCY
           END-IF.
           MOVE SM-CLASS-LEVEL TO ESTIMATE-CLASS-LEVEL.
           MOVE "Y" TO STUDENT-OK-FLAG.
           GO TO GET-STUDENT-EXIT.
       GET-PROSPECT.
           MOVE "Y" TO PROSPECT-FLAG.
           MOVE "PROSPECTIVE STUDENT" TO ESTIMATE-NAME.
           MOVE SPACES TO ESTIMATE-RESIDENCY.
           PERFORM UNTIL VALID-RESIDENCY
               DISPLAY "Residency (R = resident, N = non-resident): "
               ACCEPT ESTIMATE-RESIDENCY
           END-PERFORM.
           MOVE SPACES TO ESTIMATE-CLASS-LEVEL.
           PERFORM UNTIL VALID-CLASS-LEVEL
               DISPLAY "Class level (FR, SO, JR, SR, GR): "
               ACCEPT ESTIMATE-CLASS-LEVEL
           END-PERFORM.
           MOVE "Y" TO STUDENT-OK-FLAG.
       GET-STUDENT-EXIT.
           EXIT.

       GET-SECTIONS.
           MOVE SPACES TO CRN-ENTRY.
           PERFORM UNTIL CRN-ENTRY IS EQUAL TO "00000"
                   OR SECTION-COUNT IS EQUAL TO 20
               DISPLAY "Enter a CRN (00000 when done): "
               ACCEPT CRN-ENTRY
               IF CRN-ENTRY IS NOT EQUAL TO "00000"
                   PERFORM ADD-ONE-SECTION THRU ADD-ONE-SECTION-EXIT
               END-IF
           END-PERFORM.
           IF SECTION-COUNT IS EQUAL TO 20
               DISPLAY "TWENTY SECTIONS KEYED -- PRICING THOSE"
           END-IF.
       GET-SECTIONS-EXIT.
           EXIT.

       ADD-ONE-SECTION.
           IF CRN-ENTRY IS NOT NUMERIC
               DISPLAY "REJECTED: " CRN-ENTRY " IS NOT A CRN"
               GO TO ADD-ONE-SECTION-EXIT.
           MOVE CRN-ENTRY TO CRN-NUM.
           MOVE "N" TO DUPLICATE-FLAG.
           PERFORM VARYING SE-IDX FROM 1 BY 1
                   UNTIL SE-IDX GREATER THAN SECTION-COUNT
               IF SE-CRN(SE-IDX) IS EQUAL TO CRN-NUM
                   MOVE "Y" TO DUPLICATE-FLAG
               END-IF
           END-PERFORM.
           IF DUPLICATE-FLAG IS EQUAL TO "Y"
               DISPLAY "REJECTED: CRN " CRN-NUM " ALREADY KEYED"
               GO TO ADD-ONE-SECTION-EXIT.
           MOVE CRN-NUM TO CRN OF STUDENT-RECORD-INDEXED.
           MOVE RUN-TERM-CODE TO TERM-CODE OF STUDENT-RECORD-INDEXED.
           READ COURSES-INDEXED KEY IS CRN-TERM-KEY
               INVALID KEY
                   DISPLAY "REJECTED: CRN " CRN-NUM
                       " IS NOT OFFERED IN " RUN-TERM
                   GO TO ADD-ONE-SECTION-EXIT
           END-READ.
           IF SECTION-DELETED OF STUDENT-RECORD-INDEXED
               DISPLAY "REJECTED: CRN " CRN-NUM " IS CANCELLED"
               GO TO ADD-ONE-SECTION-EXIT.
           IF SCH OF STUDENT-RECORD-INDEXED IS NUMERIC
               MOVE SCH OF STUDENT-RECORD-INDEXED TO SCH-COMP
           ELSE
               MOVE ZERO TO SCH-COMP
           END-IF.
           ADD 1 TO SECTION-COUNT.
           MOVE CRN-NUM TO SE-CRN(SECTION-COUNT).
           MOVE DEPARTMENT-CODE OF STUDENT-RECORD-INDEXED
               TO SE-DEPT(SECTION-COUNT).
           MOVE COURSE-NUMBER OF STUDENT-RECORD-INDEXED
               TO SE-COURSE-NUMBER(SECTION-COUNT).
           MOVE COURSE-TITLE OF STUDENT-RECORD-INDEXED
               TO SE-TITLE(SECTION-COUNT).
           MOVE SCH-COMP TO SE-SCH(SECTION-COUNT).
           ADD SCH-COMP TO SCH-TOTAL.
      *>    Same course-level split billing uses: a course number
      *>    starting below 5 is undergraduate.
           IF COURSE-NUMBER OF STUDENT-RECORD-INDEXED (1:1)
                   IS LESS THAN "5"
               MOVE "U" TO RATE-LEVEL
           ELSE
               MOVE "G" TO RATE-LEVEL
           END-IF.
           PERFORM NOTE-SCH-BLOCK.
       ADD-ONE-SECTION-EXIT.
           EXIT.

       NOTE-SCH-BLOCK.
           MOVE "N" TO BLOCK-FOUND-FLAG.
           PERFORM VARYING BLOCK-IDX FROM 1 BY 1
                   UNTIL BLOCK-IDX GREATER THAN BLOCK-COUNT
                       OR BLOCK-FOUND-FLAG IS EQUAL TO "Y"
               IF BK-DEPT(BLOCK-IDX) IS EQUAL TO
                       DEPARTMENT-CODE OF STUDENT-RECORD-INDEXED
                   AND BK-LEVEL(BLOCK-IDX) IS EQUAL TO RATE-LEVEL
                   MOVE "Y" TO BLOCK-FOUND-FLAG
                   ADD SCH-COMP TO BK-SCH(BLOCK-IDX)
               END-IF
           END-PERFORM.
           IF BLOCK-FOUND-FLAG IS EQUAL TO "N"
               ADD 1 TO BLOCK-COUNT
               MOVE DEPARTMENT-CODE OF STUDENT-RECORD-INDEXED
                   TO BK-DEPT(BLOCK-COUNT)
               MOVE RATE-LEVEL TO BK-LEVEL(BLOCK-COUNT)
               MOVE SCH-COMP TO BK-SCH(BLOCK-COUNT)
           END-IF.

       PRINT-ESTIMATE.
           MOVE TODAY-DATE(5:2) TO DATE-MM.
           MOVE TODAY-DATE(7:2) TO DATE-DD.
           MOVE TODAY-DATE(1:4) TO DATE-CCYY.
           MOVE SPACES TO ESTIMATE-LINE.
           PERFORM WRITE-ESTIMATE-LINE.
           MOVE "*** ESTIMATE ONLY -- NOT A BILL ***" TO ESTIMATE-LINE.
           PERFORM WRITE-ESTIMATE-LINE.
           MOVE SPACES TO ESTIMATE-LINE.
           STRING "COST ESTIMATE -- TERM " DELIMITED BY SIZE
               RUN-TERM DELIMITED BY SPACE
               "   PREPARED " DELIMITED BY SIZE
               DATE-DISPLAY DELIMITED BY SIZE
               INTO ESTIMATE-LINE.
           PERFORM WRITE-ESTIMATE-LINE.
           MOVE SPACES TO ESTIMATE-LINE.
           IF PROSPECT
               STRING "FOR: " DELIMITED BY SIZE
                   ESTIMATE-NAME DELIMITED BY SIZE
                   "  RESIDENCY " DELIMITED BY SIZE
                   ESTIMATE-RESIDENCY DELIMITED BY SIZE
                   "  CLASS " DELIMITED BY SIZE
                   ESTIMATE-CLASS-LEVEL DELIMITED BY SIZE
                   INTO ESTIMATE-LINE
           ELSE
               STRING "FOR: " DELIMITED BY SIZE
                   ESTIMATE-STUDENT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ESTIMATE-NAME DELIMITED BY SIZE
                   "  RESIDENCY " DELIMITED BY SIZE
                   ESTIMATE-RESIDENCY DELIMITED BY SIZE
                   "  CLASS " DELIMITED BY SIZE
                   ESTIMATE-CLASS-LEVEL DELIMITED BY SIZE
                   INTO ESTIMATE-LINE
           END-IF.
           PERFORM WRITE-ESTIMATE-LINE.
           MOVE SPACES TO ESTIMATE-LINE.
           PERFORM WRITE-ESTIMATE-LINE.
           MOVE "CRN   COURSE      TITLE                           SCH"
               TO ESTIMATE-LINE.
           PERFORM WRITE-ESTIMATE-LINE.
           PERFORM VARYING SE-IDX FROM 1 BY 1
                   UNTIL SE-IDX GREATER THAN SECTION-COUNT
               MOVE SE-SCH(SE-IDX) TO SCH-DISPLAY
               MOVE SPACES TO ESTIMATE-LINE
               STRING SE-CRN(SE-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SE-DEPT(SE-IDX) DELIMITED BY SIZE
                   SE-COURSE-NUMBER(SE-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SE-TITLE(SE-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SCH-DISPLAY DELIMITED BY SIZE
                   INTO ESTIMATE-LINE
               PERFORM WRITE-ESTIMATE-LINE
           END-PERFORM.
           MOVE SCH-TOTAL TO SCH-DISPLAY.
           MOVE SPACES TO ESTIMATE-LINE.
           STRING "TOTAL CREDIT HOURS:" DELIMITED BY SIZE
               "                              " DELIMITED BY SIZE
               SCH-DISPLAY DELIMITED BY SIZE
               INTO ESTIMATE-LINE.
           PERFORM WRITE-ESTIMATE-LINE.
           MOVE SPACES TO ESTIMATE-LINE.
           PERFORM WRITE-ESTIMATE-LINE.

           PERFORM PRICE-ONE-BLOCK
               VARYING BLOCK-IDX FROM 1 BY 1
               UNTIL BLOCK-IDX GREATER THAN BLOCK-COUNT.
           MOVE TUITION-TOTAL TO MONEY-DISPLAY.
           MOVE SPACES TO ESTIMATE-LINE.
           STRING "TUITION:                       " DELIMITED BY SIZE
               MONEY-DISPLAY DELIMITED BY SIZE
               INTO ESTIMATE-LINE.
           PERFORM WRITE-ESTIMATE-LINE.

           PERFORM VARYING SE-IDX FROM 1 BY 1
                   UNTIL SE-IDX GREATER THAN SECTION-COUNT
               PERFORM VARYING FEE-IDX FROM 1 BY 1
                       UNTIL FEE-IDX GREATER THAN FEE-MASTER-COUNT
                   IF FE-DEPT(FEE-IDX) IS EQUAL TO SE-DEPT(SE-IDX)
                       AND FE-COURSE-NUMBER(FEE-IDX) IS EQUAL TO
                           SE-COURSE-NUMBER(SE-IDX)
                       PERFORM PRINT-ONE-FEE
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING FEE-IDX FROM 1 BY 1
                   UNTIL FEE-IDX GREATER THAN FEE-MASTER-COUNT
               IF FE-DEPT(FEE-IDX) IS EQUAL TO SPACES
                   PERFORM PRINT-ONE-FEE
               END-IF
           END-PERFORM.
           COMPUTE ESTIMATE-TOTAL = TUITION-TOTAL + FEE-TOTAL.
           MOVE ESTIMATE-TOTAL TO MONEY-DISPLAY.
           MOVE SPACES TO ESTIMATE-LINE.
           STRING "ESTIMATED CHARGES:             " DELIMITED BY SIZE
               MONEY-DISPLAY DELIMITED BY SIZE
               INTO ESTIMATE-LINE.
           PERFORM WRITE-ESTIMATE-LINE.

      *>    Waivers and sponsor coverage only exist for a student
      *>    on file; a prospect's estimate is the gross charges.
           IF NOT PROSPECT
               PERFORM APPLY-WAIVERS
               SUBTRACT WAIVER-TOTAL FROM ESTIMATE-TOTAL
               PERFORM SPLIT-SPONSOR-SHARE THRU
                   SPLIT-SPONSOR-SHARE-EXIT
           END-IF.
           COMPUTE STUDENT-SHARE = ESTIMATE-TOTAL - SPONSOR-SHARE.
           MOVE STUDENT-SHARE TO MONEY-DISPLAY.
           MOVE SPACES TO ESTIMATE-LINE.
           STRING "ESTIMATED STUDENT COST:        " DELIMITED BY SIZE
               MONEY-DISPLAY DELIMITED BY SIZE
               INTO ESTIMATE-LINE.
           PERFORM WRITE-ESTIMATE-LINE.

           MOVE SPACES TO ESTIMATE-LINE.
           PERFORM WRITE-ESTIMATE-LINE.
           MOVE SPACES TO ESTIMATE-LINE.
           IF RATES-EFFECTIVE IS EQUAL TO ZERO
               MOVE "NO TUITION RATE ON FILE FOR THESE SECTIONS"
                   TO ESTIMATE-LINE
           ELSE
               MOVE RATES-EFFECTIVE(5:2) TO DATE-MM
               MOVE RATES-EFFECTIVE(7:2) TO DATE-DD
               MOVE RATES-EFFECTIVE(1:4) TO DATE-CCYY
               STRING "PRICED AT TUITION RATES EFFECTIVE "
                       DELIMITED BY SIZE
                   DATE-DISPLAY DELIMITED BY SIZE
                   INTO ESTIMATE-LINE
           END-IF.
           PERFORM WRITE-ESTIMATE-LINE.
           MOVE "RATES AND FEES MAY CHANGE BEFORE BILLING. THIS IS NOT"
               TO ESTIMATE-LINE.
           PERFORM WRITE-ESTIMATE-LINE.
           MOVE "A BILL AND NOTHING HAS BEEN REGISTERED OR CHARGED."
               TO ESTIMATE-LINE.
           PERFORM WRITE-ESTIMATE-LINE.
       PRINT-ESTIMATE-EXIT.
           EXIT.

      *>    The block's charge comes from PRICE-SCH-BLOCK exactly
      *>    as billing would compute it; the per-SCH rate comes
      *>    from LOOKUP-TUITION-RATE, and a block whose charge is
      *>    not SCH times that rate priced on the plateau band.
       PRICE-ONE-BLOCK.
           MOVE BK-DEPT(BLOCK-IDX) TO BLOCK-DEPT.
           MOVE BK-LEVEL(BLOCK-IDX) TO BLOCK-LEVEL.
           MOVE BK-SCH(BLOCK-IDX) TO BLOCK-SCH.
           CALL "PRICE-SCH-BLOCK" USING BLOCK-DEPT BLOCK-LEVEL
               ESTIMATE-RESIDENCY TODAY-DATE BLOCK-SCH
               BLOCK-CHARGE RATE-DEFAULT-FLAG.
           CALL "LOOKUP-TUITION-RATE" USING BLOCK-DEPT BLOCK-LEVEL
               ESTIMATE-RESIDENCY TODAY-DATE RATE-PER-SCH
               RATE-DEFAULT-FLAG.
           ADD BLOCK-CHARGE TO TUITION-TOTAL.
           PERFORM FIND-EFFECTIVE-DATE THRU FIND-EFFECTIVE-DATE-EXIT.
           COMPUTE BLOCK-PER-SCH = BLOCK-SCH * RATE-PER-SCH.
           MOVE BLOCK-SCH TO SCH-DISPLAY.
           MOVE RATE-PER-SCH TO RATE-DISPLAY.
           MOVE BLOCK-CHARGE TO MONEY-DISPLAY.
           MOVE SPACES TO ESTIMATE-LINE.
           IF BLOCK-CHARGE IS NOT EQUAL TO BLOCK-PER-SCH
               STRING "  " DELIMITED BY SIZE
                   BLOCK-DEPT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BLOCK-LEVEL DELIMITED BY SIZE
                   SCH-DISPLAY DELIMITED BY SIZE
                   " SCH PLATEAU RATE" DELIMITED BY SIZE
                   MONEY-DISPLAY DELIMITED BY SIZE
                   INTO ESTIMATE-LINE
           ELSE
               STRING "  " DELIMITED BY SIZE
                   BLOCK-DEPT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BLOCK-LEVEL DELIMITED BY SIZE
                   SCH-DISPLAY DELIMITED BY SIZE
                   " SCH @" DELIMITED BY SIZE
                   RATE-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MONEY-DISPLAY DELIMITED BY SIZE
                   INTO ESTIMATE-LINE
           END-IF.
           PERFORM WRITE-ESTIMATE-LINE.
           IF PRICED-AT-DEFAULT
               MOVE "    (NO RATE FOR THE DEPARTMENT -- DEFAULT RATE)"
                   TO ESTIMATE-LINE
               PERFORM WRITE-ESTIMATE-LINE
           END-IF.

      *>    The row the pricing routines chose for this block: a
      *>    department row beats the default row, the latest
      *>    effective date on or before today wins. The estimate
      *>    is stamped with the latest such date across blocks.
       FIND-EFFECTIVE-DATE.
           MOVE ZERO TO BEST-IDX.
           MOVE "Y" TO BEST-IS-DEFAULT.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX GREATER THAN RATE-COUNT
               IF RT-LEVEL(RT-IDX) IS EQUAL TO BLOCK-LEVEL
                   AND RT-RESIDENCY(RT-IDX) IS EQUAL TO
                       ESTIMATE-RESIDENCY
                   AND RT-EFF-DATE(RT-IDX) IS NOT GREATER THAN
                       TODAY-DATE
                   AND (RT-DEPT(RT-IDX) IS EQUAL TO BLOCK-DEPT
                       OR RT-DEPT(RT-IDX) IS EQUAL TO SPACES)
                   PERFORM CONSIDER-RATE-ROW
               END-IF
           END-PERFORM.
           IF BEST-IDX IS EQUAL TO ZERO
               GO TO FIND-EFFECTIVE-DATE-EXIT.
           IF RT-EFF-DATE(BEST-IDX) IS GREATER THAN RATES-EFFECTIVE
               MOVE RT-EFF-DATE(BEST-IDX) TO RATES-EFFECTIVE.
       FIND-EFFECTIVE-DATE-EXIT.
           EXIT.

       CONSIDER-RATE-ROW.
           EVALUATE TRUE
               WHEN BEST-IDX IS EQUAL TO ZERO
                   MOVE RT-IDX TO BEST-IDX
                   IF RT-DEPT(RT-IDX) IS NOT EQUAL TO SPACES
                       MOVE "N" TO BEST-IS-DEFAULT
                   END-IF
               WHEN RT-DEPT(RT-IDX) IS NOT EQUAL TO SPACES
                       AND BEST-IS-DEFAULT IS EQUAL TO "Y"
                   MOVE RT-IDX TO BEST-IDX
                   MOVE "N" TO BEST-IS-DEFAULT
               WHEN RT-DEPT(RT-IDX) IS EQUAL TO SPACES
                       AND BEST-IS-DEFAULT IS EQUAL TO "N"
                   CONTINUE
               WHEN RT-EFF-DATE(RT-IDX) IS GREATER THAN
                       RT-EFF-DATE(BEST-IDX)
                   MOVE RT-IDX TO BEST-IDX
           END-EVALUATE.

       PRINT-ONE-FEE.
           ADD FE-AMOUNT(FEE-IDX) TO FEE-TOTAL.
           MOVE FE-AMOUNT(FEE-IDX) TO MONEY-DISPLAY.
           MOVE SPACES TO ESTIMATE-LINE.
           STRING "  FEE: " DELIMITED BY SIZE
               FE-DESCRIPTION(FEE-IDX) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               MONEY-DISPLAY DELIMITED BY SIZE
               INTO ESTIMATE-LINE.
           PERFORM WRITE-ESTIMATE-LINE.

      *>    Billing's waiver rule: tuition only, the capped hours'
      *>    share times the percent, each waiver against what the
      *>    earlier ones left.
       APPLY-WAIVERS.
           MOVE TUITION-TOTAL TO TUITION-REMAINING.
           PERFORM VARYING WAIVER-IDX FROM 1 BY 1
                   UNTIL WAIVER-IDX GREATER THAN WAIVER-COUNT
               IF WM-STUDENT-ID(WAIVER-IDX) IS EQUAL TO
                       ESTIMATE-STUDENT-ID
                       AND TUITION-REMAINING IS GREATER THAN ZERO
                   IF WM-SCH-CAP(WAIVER-IDX) IS GREATER THAN ZERO
                           AND WM-SCH-CAP(WAIVER-IDX) IS LESS THAN
                               SCH-TOTAL
                       COMPUTE WAIVER-BASE ROUNDED =
                           TUITION-TOTAL
                           * WM-SCH-CAP(WAIVER-IDX) / SCH-TOTAL
                   ELSE
                       MOVE TUITION-TOTAL TO WAIVER-BASE
                   END-IF
                   IF WM-PERCENT(WAIVER-IDX) IS GREATER THAN ZERO
                       COMPUTE WAIVER-AMOUNT ROUNDED =
                           WAIVER-BASE * WM-PERCENT(WAIVER-IDX) / 100
                   ELSE
                       MOVE WAIVER-BASE TO WAIVER-AMOUNT
                   END-IF
                   IF WAIVER-AMOUNT IS GREATER THAN TUITION-REMAINING
                       MOVE TUITION-REMAINING TO WAIVER-AMOUNT
                   END-IF
                   IF WAIVER-AMOUNT IS GREATER THAN ZERO
                       SUBTRACT WAIVER-AMOUNT FROM TUITION-REMAINING
                       ADD WAIVER-AMOUNT TO WAIVER-TOTAL
                       MOVE WM-TYPE-IDX(WAIVER-IDX) TO WAIVER-TYPE-IDX
                       MOVE WAIVER-AMOUNT TO MONEY-DISPLAY
                       MOVE SPACES TO ESTIMATE-LINE
                       STRING "  WAIVER: " DELIMITED BY SIZE
                           WT-DESCRIPTION(WAIVER-TYPE-IDX)
                               DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           MONEY-DISPLAY DELIMITED BY SIZE
                           INTO ESTIMATE-LINE
                       PERFORM WRITE-ESTIMATE-LINE
                   END-IF
               END-IF
           END-PERFORM.

      *>    Billing's sponsor rule: the percent of what is left
      *>    after waivers (zero percent is all of it), held to the
      *>    cap.
       SPLIT-SPONSOR-SHARE.
           MOVE ZERO TO COVER-IDX.
           PERFORM VARYING SPONSOR-IDX FROM 1 BY 1
                   UNTIL SPONSOR-IDX GREATER THAN SPONSOR-COUNT
                       OR COVER-IDX IS GREATER THAN ZERO
               IF SN-STUDENT-ID(SPONSOR-IDX) IS EQUAL TO
                       ESTIMATE-STUDENT-ID
                   MOVE SPONSOR-IDX TO COVER-IDX
               END-IF
           END-PERFORM.
           IF COVER-IDX IS EQUAL TO ZERO
               GO TO SPLIT-SPONSOR-SHARE-EXIT.
           IF SN-COVER-PCT(COVER-IDX) IS EQUAL TO ZERO
               MOVE ESTIMATE-TOTAL TO SPONSOR-SHARE
           ELSE
               COMPUTE SPONSOR-SHARE =
                   ESTIMATE-TOTAL * SN-COVER-PCT(COVER-IDX) / 100
           END-IF.
           IF SN-COVER-CAP(COVER-IDX) IS GREATER THAN ZERO
                   AND SPONSOR-SHARE IS GREATER THAN
                       SN-COVER-CAP(COVER-IDX)
               MOVE SN-COVER-CAP(COVER-IDX) TO SPONSOR-SHARE.
           MOVE SPONSOR-SHARE TO MONEY-DISPLAY.
           MOVE SPACES TO ESTIMATE-LINE.
           STRING "  SPONSOR " DELIMITED BY SIZE
               SN-SPONSOR-ID(COVER-IDX) DELIMITED BY SIZE
               " PAYS:      -" DELIMITED BY SIZE
               MONEY-DISPLAY DELIMITED BY SIZE
               INTO ESTIMATE-LINE.
           PERFORM WRITE-ESTIMATE-LINE.
       SPLIT-SPONSOR-SHARE-EXIT.
           EXIT.

       WRITE-ESTIMATE-LINE.
           DISPLAY ESTIMATE-LINE.
           WRITE ESTIMATE-LINE.
           MOVE SPACES TO ESTIMATE-LINE.

       LOAD-RATE-DATES.
           OPEN INPUT RATE-FILE.
           IF NOT RATE-FILE-OK
               GO TO LOAD-RATE-DATES-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ RATE-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR RATE-COUNT IS EQUAL TO 200
               IF TR-EFF-DATE IS NUMERIC
                   ADD 1 TO RATE-COUNT
                   MOVE TR-DEPT TO RT-DEPT(RATE-COUNT)
                   MOVE TR-LEVEL TO RT-LEVEL(RATE-COUNT)
                   MOVE TR-RESIDENCY TO RT-RESIDENCY(RATE-COUNT)
                   MOVE TR-EFF-DATE TO RT-EFF-DATE(RATE-COUNT)
               END-IF
               READ RATE-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE RATE-FILE.
       LOAD-RATE-DATES-EXIT.
           EXIT.

       LOAD-FEE-MASTER.
           OPEN INPUT FEE-MASTER-FILE.
           IF NOT FEE-MASTER-FILE-OK
               GO TO LOAD-FEE-MASTER-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ FEE-MASTER-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR FEE-MASTER-COUNT IS EQUAL TO 200
               ADD 1 TO FEE-MASTER-COUNT
               MOVE FM-DEPT TO FE-DEPT(FEE-MASTER-COUNT)
               MOVE FM-COURSE-NUMBER TO
                   FE-COURSE-NUMBER(FEE-MASTER-COUNT)
               MOVE FM-DESCRIPTION TO
                   FE-DESCRIPTION(FEE-MASTER-COUNT)
               MOVE FM-AMOUNT TO FE-AMOUNT(FEE-MASTER-COUNT)
               READ FEE-MASTER-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE FEE-MASTER-FILE.
       LOAD-FEE-MASTER-EXIT.
           EXIT.

      *>    The waiver types for their descriptions, then the
      *>    waiver rows in effect for the term; a type missing from
      *>    WaiverTypes.txt still waives, under its own code.
       LOAD-WAIVERS.
           OPEN INPUT WAIVER-TYPE-FILE.
           IF WAIVER-TYPE-OK
               MOVE 0 TO EOF-FLAG
               READ WAIVER-TYPE-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
               PERFORM UNTIL EOF OR WAIVER-TYPE-COUNT IS EQUAL TO 50
                   IF WY-TYPE IS NOT EQUAL TO SPACES
                       ADD 1 TO WAIVER-TYPE-COUNT
                       MOVE WY-TYPE TO WT-TYPE(WAIVER-TYPE-COUNT)
                       MOVE WY-DESCRIPTION TO
                           WT-DESCRIPTION(WAIVER-TYPE-COUNT)
                   END-IF
                   READ WAIVER-TYPE-FILE AT END MOVE 1 TO EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE WAIVER-TYPE-FILE
           END-IF.

           OPEN INPUT WAIVER-MASTER-FILE.
           IF NOT WAIVER-MASTER-OK
               GO TO LOAD-WAIVERS-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ WAIVER-MASTER-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR WAIVER-COUNT IS EQUAL TO 2000
               IF WV-FROM-TERM IS NUMERIC
                       AND WV-THRU-TERM IS NUMERIC
                       AND WV-FROM-TERM IS NOT GREATER THAN
                           RUN-TERM-CODE
                       AND (WV-THRU-TERM IS EQUAL TO ZERO
                           OR WV-THRU-TERM IS NOT LESS THAN
                               RUN-TERM-CODE)
                   PERFORM FIND-WAIVER-TYPE
                   IF WAIVER-TYPE-IDX IS NOT EQUAL TO ZERO
                       ADD 1 TO WAIVER-COUNT
                       MOVE WV-STUDENT-ID TO WM-STUDENT-ID(WAIVER-COUNT)
                       MOVE WAIVER-TYPE-IDX TO WM-TYPE-IDX(WAIVER-COUNT)
                       MOVE ZERO TO WM-PERCENT(WAIVER-COUNT)
                       IF WV-PERCENT IS NUMERIC
                           MOVE WV-PERCENT TO WM-PERCENT(WAIVER-COUNT)
                       END-IF
                       MOVE ZERO TO WM-SCH-CAP(WAIVER-COUNT)
                       IF WV-SCH-CAP IS NUMERIC
                           MOVE WV-SCH-CAP TO WM-SCH-CAP(WAIVER-COUNT)
                       END-IF
                   END-IF
               END-IF
               READ WAIVER-MASTER-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE WAIVER-MASTER-FILE.
       LOAD-WAIVERS-EXIT.
           EXIT.

       FIND-WAIVER-TYPE.
           MOVE ZERO TO WAIVER-TYPE-IDX.
           PERFORM VARYING WAIVER-TYPE-SCAN FROM 1 BY 1
                   UNTIL WAIVER-TYPE-SCAN GREATER THAN WAIVER-TYPE-COUNT
                       OR WAIVER-TYPE-IDX IS NOT EQUAL TO ZERO
               IF WT-TYPE(WAIVER-TYPE-SCAN) IS EQUAL TO WV-TYPE
                   MOVE WAIVER-TYPE-SCAN TO WAIVER-TYPE-IDX
               END-IF
           END-PERFORM.
           IF WAIVER-TYPE-IDX IS EQUAL TO ZERO
                   AND WAIVER-TYPE-COUNT IS LESS THAN 50
               ADD 1 TO WAIVER-TYPE-COUNT
               MOVE WV-TYPE TO WT-TYPE(WAIVER-TYPE-COUNT)
               MOVE WV-TYPE TO WT-DESCRIPTION(WAIVER-TYPE-COUNT)
               MOVE WAIVER-TYPE-COUNT TO WAIVER-TYPE-IDX
           END-IF.

       LOAD-SPONSORS.
           OPEN INPUT SPONSOR-MASTER-FILE.
           IF NOT SPONSOR-MASTER-OK
               GO TO LOAD-SPONSORS-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ SPONSOR-MASTER-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR SPONSOR-COUNT IS EQUAL TO 500
               ADD 1 TO SPONSOR-COUNT
               MOVE SP-SPONSOR-ID TO SN-SPONSOR-ID(SPONSOR-COUNT)
               MOVE SP-STUDENT-ID TO SN-STUDENT-ID(SPONSOR-COUNT)
               MOVE ZERO TO SN-COVER-PCT(SPONSOR-COUNT)
               IF SP-COVER-PCT IS NUMERIC
                   MOVE SP-COVER-PCT TO SN-COVER-PCT(SPONSOR-COUNT)
               END-IF
               MOVE ZERO TO SN-COVER-CAP(SPONSOR-COUNT)
               IF SP-COVER-CAP IS NUMERIC
                   MOVE SP-COVER-CAP TO SN-COVER-CAP(SPONSOR-COUNT)
               END-IF
               READ SPONSOR-MASTER-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE SPONSOR-MASTER-FILE.
       LOAD-SPONSORS-EXIT.
           EXIT.
