      *          every term's GPA in the order the terms posted, with
      *          a cumulative GPA across terms, so advisors stop
      *          asking operations to grep the history file for them.
      *          S prints one student by id; B runs the whole file
      *          in batch, one page per student.
      * Modification History:
      *   10/15/2026 SG - StudentMaster lookups no longer stop after the
      *                   first student not on file; the master is
      *                   closed at end of run.
      *   10/15/2026 SG - The run signs the operator on and asks the
      *                   purpose of access, and every page printed logs
      *                   the student to AccessLog.txt through LOG-
      *                   RECORD-ACCESS.
      *   10/15/2026 SG - Each degree on DegreeMaster prints after the
      *                   honors block: degree, major, conferral date
      *                   and honors.
      *   10/15/2026 SG - Each page closes with the student's class rank
      *                   from LatinHonors.txt (HONORS-RANK) and, for
      *                   the graduating cohort, the cohort rank and
      *                   Latin honors, ties marked.
      *   10/15/2026 SG - Pass/no-pass and audit attempts print with
      *                   their own note and stay out of the GPA; a pass
      *                   earns its hours, and an audit never supersedes
      *                   an earlier graded attempt.
      *   10/15/2026 SG - The history and grade detail are keyed on
      *                   the StudentMaster id now; S asks for the id
      *                   and each page header prints the id and the
      *                   StudentMaster name.
      *   08/24/2026 SG - Students flagged for FERPA directory
      *                   suppression print a CONFIDENTIAL banner on
      *                   their page header instead of their name --
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-STUDENT-TERM-KEY
                   = HIST-STUDENT-ID HIST-TERM
               FILE STATUS IS GPA-HISTORY-STATUS.
           SELECT TRANSCRIPT-FILE ASSIGN TO "TranscriptReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT HONORS-FILE ASSIGN TO "LatinHonors.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HONORS-STATUS.
           SELECT DEGREE-MASTER ASSIGN TO "DegreeMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-STUDENT-DEGREE-KEY
               FILE STATUS IS DEGREE-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD GPA-HISTORY-FILE.
       01 REPORT-LINE PIC X(80).
       FD GRADE-DETAIL-FILE.
       01 GRADE-DETAIL-RECORD.
           03 GD-STUDENT-ID PIC X(9).
           03 FILLER PIC XX.
           03 GD-TERM PIC X(6).
           03 FILLER PIC X.
           03 GD-CLASSNAME PIC X(5).
           03 GD-CREDITS PIC 9.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD HONORS-FILE.
       COPY HonorsFormat.
       FD DEGREE-MASTER.
       COPY DegreeMasterFormat.
       WORKING-STORAGE SECTION.
       77 GPA-HISTORY-STATUS PIC X(2) VALUE "00".
           88 GPA-HISTORY-OK VALUE "00".
           88 EOF VALUE IS 1.
       77 RUN-MODE PIC X VALUE "S".
           88 BATCH-MODE VALUE "B", "b".
       77 WANTED-STUDENT PIC X(9).

      *>    Whole history is loaded once and walked per student, the
      *>    same load-then-work shape DIFF-COURSES uses.
           03 HISTORY-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON HISTORY-COUNT
                   INDEXED BY HS-IDX.
               05 HS-STUDENT-ID PIC X(9).
               05 HS-TERM PIC X(6).
               05 HS-GPA PIC 9V99.
               05 HS-CREDITS PIC 9(3).
       01 DETAIL-TABLE.
           03 DETAIL-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON DETAIL-COUNT.
               05 DT-STUDENT-ID PIC X(9).
               05 DT-TERM PIC X(6).
               05 DT-CLASSNAME PIC X(5).
               05 DT-GRADE PIC XX.
                   88 DT-INCOMPLETE VALUE "I ", "i ".
                   88 DT-WITHDRAWN VALUE "W ", "w ".
                   88 DT-TRANSFER VALUE "T ", "t ".
                   88 DT-PASS VALUE "P ", "p ".
                   88 DT-NO-PASS VALUE "NP", "np".
                   88 DT-AUDIT VALUE "AU", "au".
               05 DT-CREDITS PIC 9.
               05 DT-BANNER PIC X(6).
       77 DETAIL-IDX PIC 9(4).
       77 PAGE-COUNT PIC 9(4) VALUE ZERO.
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 STUDENT-MASTER-OPEN-FLAG PIC X VALUE "N".
           88 STUDENT-MASTER-OPEN VALUE "Y".
       77 SUPPRESSED-FLAG PIC X VALUE "N".
      *>    Class rank and Latin honors from the last HONORS-RANK
      *>    run (LatinHonors.txt), loaded once.
       77 HONORS-STATUS PIC X(2) VALUE "00".
           88 HONORS-OK VALUE "00".
       77 HONORS-EOF-FLAG PIC 9 VALUE IS 0.
           88 HONORS-EOF VALUE IS 1.
       77 HONORS-COUNT PIC 9(4) VALUE IS 0.
       01 HONORS-TABLE.
           03 HONORS-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON HONORS-COUNT.
               05 HT-STUDENT-ID PIC X(9).
               05 HT-CLASS-LEVEL PIC X(2).
               05 HT-LEVEL-RANK PIC 9(5).
               05 HT-LEVEL-SIZE PIC 9(5).
               05 HT-LEVEL-TIE PIC X(1).
               05 HT-COHORT-FLAG PIC X(1).
                   88 HT-GRADUATING VALUE "Y".
               05 HT-COHORT-RANK PIC 9(5).
               05 HT-COHORT-SIZE PIC 9(5).
               05 HT-COHORT-TIE PIC X(1).
               05 HT-HONORS PIC X(16).
               05 HT-RUN-DATE PIC 9(8).
       77 HONORS-IDX PIC 9(4).
       77 DEGREE-MASTER-STATUS PIC X(2) VALUE "00".
           88 DEGREE-MASTER-OK VALUE "00".
       77 DEGREE-OPEN-FLAG PIC X VALUE "N".
           88 DEGREE-MASTER-OPEN VALUE "Y".
       77 RANK-DISPLAY PIC ZZZZ9.
       77 SIZE-DISPLAY PIC ZZZZ9.
       77 TIE-TEXT PIC X(6).
       77 RUN-DATE PIC 9(6).
       01 RUN-DATE-DISPLAY.
           03 RUN-DATE-MM PIC 99.
           03 RUN-DATE-DD PIC 99.
           03 FILLER PIC X VALUE "/".
           03 RUN-DATE-YY PIC 99.
       77 OPERATOR-ID PIC X(8) VALUE SPACES.
       77 AUTH-LEVEL PIC 9 VALUE ZERO.
       77 SIGNED-ON-FLAG PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
      *>    Every student printed is logged to AccessLog.txt under
      *>    the signed-on operator and the purpose keyed at sign-on.
       77 ACCESS-PURPOSE PIC X(3) VALUE SPACES.
       77 ACCESS-PROGRAM PIC X(20) VALUE "TRANSCRIPT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "OPERATOR-SIGN-ON" USING OPERATOR-ID AUTH-LEVEL
               SIGNED-ON-FLAG.
           IF NOT OPERATOR-SIGNED-ON
               STOP RUN.
           CALL "ACCESS-PURPOSE" USING ACCESS-PURPOSE.
           IF ACCESS-PURPOSE IS EQUAL TO SPACES
               STOP RUN.

           DISPLAY "Enter S for a single student's transcript or B "
               "to print every student: ".
           ACCEPT RUN-MODE.
           IF NOT BATCH-MODE
               DISPLAY "STUDENT ID: "
               ACCEPT WANTED-STUDENT
           END-IF.


           PERFORM LOAD-HISTORY THRU LOAD-HISTORY-EXIT.
           PERFORM LOAD-GRADE-DETAIL THRU LOAD-GRADE-DETAIL-EXIT.
           PERFORM LOAD-HONORS THRU LOAD-HONORS-EXIT.
           IF HISTORY-COUNT IS EQUAL TO ZERO
               DISPLAY "NO GPAHistory MASTER ON FILE -- RUN "
                   "ASSIGNMENT-1 FIRST"
               STOP RUN.

           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-OK
               MOVE "Y" TO STUDENT-MASTER-OPEN-FLAG
           END-IF.
           OPEN INPUT DEGREE-MASTER.
           IF DEGREE-MASTER-OK
               MOVE "Y" TO DEGREE-OPEN-FLAG.
           OPEN OUTPUT TRANSCRIPT-FILE.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX GREATER THAN HISTORY-COUNT
               IF NOT HS-PRINTED(SCAN-IDX)
                   AND (BATCH-MODE OR HS-STUDENT-ID(SCAN-IDX)
                       IS EQUAL TO WANTED-STUDENT)
                   PERFORM PRINT-STUDENT-PAGE
               END-IF
           END-PERFORM.
           CLOSE TRANSCRIPT-FILE.
           IF STUDENT-MASTER-OPEN
               CLOSE STUDENT-MASTER
           END-IF.
           IF DEGREE-MASTER-OPEN
               CLOSE DEGREE-MASTER
           END-IF.

           IF PAGE-COUNT IS EQUAL TO ZERO
               DISPLAY "NO HISTORY ON FILE FOR " WANTED-STUDENT
           END-READ.
           PERFORM UNTIL EOF OR HISTORY-COUNT IS EQUAL TO 5000
               ADD 1 TO HISTORY-COUNT
               MOVE HIST-STUDENT-ID TO
                   HS-STUDENT-ID(HISTORY-COUNT)
               MOVE HIST-TERM TO HS-TERM(HISTORY-COUNT)
               MOVE HIST-GPA TO HS-GPA(HISTORY-COUNT)
               IF HIST-CREDITS IS NUMERIC
           READ GRADE-DETAIL-FILE AT END MOVE 1 TO DETAIL-EOF-FLAG.
           PERFORM UNTIL DETAIL-EOF OR DETAIL-COUNT IS EQUAL TO 5000
               ADD 1 TO DETAIL-COUNT
               MOVE GD-STUDENT-ID TO DT-STUDENT-ID(DETAIL-COUNT)
               MOVE GD-TERM TO DT-TERM(DETAIL-COUNT)
               MOVE GD-CLASSNAME TO DT-CLASSNAME(DETAIL-COUNT)
               MOVE GD-GRADE TO DT-GRADE(DETAIL-COUNT)
       LOAD-GRADE-DETAIL-EXIT.
           EXIT.

       LOAD-HONORS.
           OPEN INPUT HONORS-FILE.
           IF NOT HONORS-OK
               GO TO LOAD-HONORS-EXIT.
           READ HONORS-FILE AT END MOVE 1 TO HONORS-EOF-FLAG.
           PERFORM UNTIL HONORS-EOF OR HONORS-COUNT IS EQUAL TO 5000
               ADD 1 TO HONORS-COUNT
               MOVE HN-STUDENT-ID TO HT-STUDENT-ID(HONORS-COUNT)
               MOVE HN-CLASS-LEVEL TO HT-CLASS-LEVEL(HONORS-COUNT)
               MOVE HN-LEVEL-RANK TO HT-LEVEL-RANK(HONORS-COUNT)
               MOVE HN-LEVEL-SIZE TO HT-LEVEL-SIZE(HONORS-COUNT)
               MOVE HN-LEVEL-TIE TO HT-LEVEL-TIE(HONORS-COUNT)
               MOVE HN-COHORT-FLAG TO HT-COHORT-FLAG(HONORS-COUNT)
               MOVE HN-COHORT-RANK TO HT-COHORT-RANK(HONORS-COUNT)
               MOVE HN-COHORT-SIZE TO HT-COHORT-SIZE(HONORS-COUNT)
               MOVE HN-COHORT-TIE TO HT-COHORT-TIE(HONORS-COUNT)
               MOVE HN-HONORS TO HT-HONORS(HONORS-COUNT)
               MOVE HN-RUN-DATE TO HT-RUN-DATE(HONORS-COUNT)
               READ HONORS-FILE AT END MOVE 1 TO HONORS-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE HONORS-FILE.
       LOAD-HONORS-EXIT.
           EXIT.

      *>    One page per student: every term record for the student
      *>    at SCAN-IDX, in the order the terms posted to the
      *>    history, followed by the cumulative GPA across terms.
       PRINT-STUDENT-PAGE.
           ADD 1 TO PAGE-COUNT.
           CALL "LOG-RECORD-ACCESS" USING OPERATOR-ID ACCESS-PROGRAM
               HS-STUDENT-ID(SCAN-IDX) ACCESS-PURPOSE.
           MOVE ZERO TO TERM-COUNT.
           MOVE ZERO TO CREDITS-TOTAL.
           MOVE ZERO TO GPA-TOTAL.

      *>    The header names the student from the StudentMaster; a
      *>    student who demanded directory suppression gets a
      *>    CONFIDENTIAL header.
           MOVE "N" TO SUPPRESSED-FLAG.
           MOVE SPACES TO SM-NAME.
           IF STUDENT-MASTER-OPEN
               MOVE HS-STUDENT-ID(SCAN-IDX) TO SM-STUDENT-ID
               READ STUDENT-MASTER KEY IS SM-STUDENT-ID
                   INVALID KEY
                       MOVE SPACES TO SM-NAME
                   NOT INVALID KEY
                       IF STUDENT-ACTIVE AND SM-CONFIDENTIAL
                           MOVE "Y" TO SUPPRESSED-FLAG
                   TO REPORT-LINE
           ELSE
               STRING "TRANSCRIPT -- " DELIMITED BY SIZE
                   HS-STUDENT-ID(SCAN-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SM-NAME DELIMITED BY SIZE
                   " RUN DATE: " DELIMITED BY SIZE
                   RUN-DATE-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.

           PERFORM VARYING PAGE-IDX FROM 1 BY 1
                   UNTIL PAGE-IDX GREATER THAN HISTORY-COUNT
               IF HS-STUDENT-ID(PAGE-IDX) IS EQUAL TO
                       HS-STUDENT-ID(SCAN-IDX)
                   MOVE "Y" TO HS-PRINTED-FLAG(PAGE-IDX)
                   ADD 1 TO TERM-COUNT
      *>            Cumulative GPA weights each term by its credit
           END-PERFORM.

           PERFORM PRINT-CLASS-DETAIL THRU PRINT-CLASS-DETAIL-EXIT.
           PERFORM PRINT-HONORS-BLOCK THRU PRINT-HONORS-BLOCK-EXIT.
           PERFORM PRINT-DEGREE-BLOCK THRU PRINT-DEGREE-BLOCK-EXIT.

           MOVE SPACES TO REPORT-LINE.
           PERFORM OUTPUT-LINE.
           PERFORM OUTPUT-LINE.
           PERFORM VARYING DETAIL-IDX FROM 1 BY 1
                   UNTIL DETAIL-IDX GREATER THAN DETAIL-COUNT
               IF DT-STUDENT-ID(DETAIL-IDX) IS EQUAL TO
                       HS-STUDENT-ID(SCAN-IDX)
                   PERFORM PRINT-ONE-ATTEMPT THRU
                       PRINT-ONE-ATTEMPT-EXIT
               END-IF
       PRINT-CLASS-DETAIL-EXIT.
           EXIT.

      *>    Class rank as of the last HONORS-RANK run and, for a
      *>    graduating student, the cohort rank and Latin honors.
      *>    A student the run did not rank prints nothing here.
       PRINT-HONORS-BLOCK.
           MOVE ZERO TO HONORS-IDX.
           PERFORM VARYING PAGE-IDX FROM 1 BY 1
                   UNTIL PAGE-IDX GREATER THAN HONORS-COUNT
                   OR HONORS-IDX IS NOT EQUAL TO ZERO
               IF HT-STUDENT-ID(PAGE-IDX) IS EQUAL TO
                       HS-STUDENT-ID(SCAN-IDX)
                   MOVE PAGE-IDX TO HONORS-IDX
               END-IF
           END-PERFORM.
           IF HONORS-IDX IS EQUAL TO ZERO
               GO TO PRINT-HONORS-BLOCK-EXIT.
           MOVE HT-LEVEL-RANK(HONORS-IDX) TO RANK-DISPLAY.
           MOVE HT-LEVEL-SIZE(HONORS-IDX) TO SIZE-DISPLAY.
           MOVE SPACES TO TIE-TEXT.
           IF HT-LEVEL-TIE(HONORS-IDX) IS EQUAL TO "T"
               MOVE " (TIE)" TO TIE-TEXT.
           MOVE SPACES TO REPORT-LINE.
           STRING "CLASS RANK (" DELIMITED BY SIZE
               HT-CLASS-LEVEL(HONORS-IDX) DELIMITED BY SIZE
               "): " DELIMITED BY SIZE
               RANK-DISPLAY DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               SIZE-DISPLAY DELIMITED BY SIZE
               TIE-TEXT DELIMITED BY SIZE
               " AS OF " DELIMITED BY SIZE
               HT-RUN-DATE(HONORS-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM OUTPUT-LINE.
           IF NOT HT-GRADUATING(HONORS-IDX)
               GO TO PRINT-HONORS-BLOCK-EXIT.
           MOVE HT-COHORT-RANK(HONORS-IDX) TO RANK-DISPLAY.
           MOVE HT-COHORT-SIZE(HONORS-IDX) TO SIZE-DISPLAY.
           MOVE SPACES TO TIE-TEXT.
           IF HT-COHORT-TIE(HONORS-IDX) IS EQUAL TO "T"
               MOVE " (TIE)" TO TIE-TEXT.
           MOVE SPACES TO REPORT-LINE.
           STRING "GRADUATING COHORT RANK: " DELIMITED BY SIZE
               RANK-DISPLAY DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               SIZE-DISPLAY DELIMITED BY SIZE
               TIE-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM OUTPUT-LINE.
           IF HT-HONORS(HONORS-IDX) IS NOT EQUAL TO SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "LATIN HONORS: " DELIMITED BY SIZE
                   HT-HONORS(HONORS-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM OUTPUT-LINE
           END-IF.
       PRINT-HONORS-BLOCK-EXIT.
           EXIT.

      *>    Every degree DEGREE-CONFERRAL has posted for the
      *>    student, one line each.
       PRINT-DEGREE-BLOCK.
           IF NOT DEGREE-MASTER-OPEN
               GO TO PRINT-DEGREE-BLOCK-EXIT.
           MOVE HS-STUDENT-ID(SCAN-IDX) TO DM-STUDENT-ID.
           MOVE LOW-VALUES TO DM-DEGREE.
           START DEGREE-MASTER KEY IS GREATER THAN OR EQUAL
                   DM-STUDENT-DEGREE-KEY
               INVALID KEY
                   GO TO PRINT-DEGREE-BLOCK-EXIT
           END-START.
           PERFORM UNTIL DEGREE-MASTER-STATUS = "46"
               READ DEGREE-MASTER NEXT RECORD
                   AT END MOVE "46" TO DEGREE-MASTER-STATUS
               END-READ
               IF DEGREE-MASTER-STATUS NOT = "46"
                       AND DM-STUDENT-ID NOT EQUAL
                           HS-STUDENT-ID(SCAN-IDX)
                   MOVE "46" TO DEGREE-MASTER-STATUS
               END-IF
               IF DEGREE-MASTER-STATUS NOT = "46"
                   PERFORM PRINT-ONE-DEGREE
               END-IF
           END-PERFORM.
           MOVE "00" TO DEGREE-MASTER-STATUS.
       PRINT-DEGREE-BLOCK-EXIT.
           EXIT.

       PRINT-ONE-DEGREE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DEGREE AWARDED: " DELIMITED BY SIZE
               DM-DEGREE DELIMITED BY SIZE
               " MAJOR: " DELIMITED BY SIZE
               DM-MAJOR DELIMITED BY SIZE
               " CONFERRED: " DELIMITED BY SIZE
               DM-CONFERRAL-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM OUTPUT-LINE.
           IF DM-HONORS IS NOT EQUAL TO SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "                WITH HONORS: " DELIMITED BY SIZE
                   DM-HONORS DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM OUTPUT-LINE
           END-IF.

       PRINT-ONE-ATTEMPT.
      *>    A chronologically later real attempt at the same class
      *>    supersedes this one; same-term duplicates cannot occur
           PERFORM VARYING LOOK-IDX FROM 1 BY 1
                   UNTIL LOOK-IDX GREATER THAN DETAIL-COUNT
               IF LOOK-IDX IS NOT EQUAL TO DETAIL-IDX
                       AND DT-STUDENT-ID(LOOK-IDX) IS EQUAL TO
                           DT-STUDENT-ID(DETAIL-IDX)
                       AND DT-CLASSNAME(LOOK-IDX) IS EQUAL TO
                           DT-CLASSNAME(DETAIL-IDX)
                       AND NOT DT-INCOMPLETE(LOOK-IDX)
                       AND NOT DT-WITHDRAWN(LOOK-IDX)
                       AND NOT DT-AUDIT(LOOK-IDX)
                   IF DT-BANNER(LOOK-IDX) IS GREATER THAN
                           DT-BANNER(DETAIL-IDX)
                       OR (DT-BANNER(LOOK-IDX) IS EQUAL TO
                   MOVE "  (TRANSFER -- NOT IN GPA)"
                       TO REPORT-LINE(21:26)
                   ADD DT-CREDITS(DETAIL-IDX) TO EARNED-CREDITS
               WHEN DT-PASS(DETAIL-IDX)
      *>            A pass earns its hours outside the GPA; a no-pass
      *>            earns nothing and an audit never carries credit.
                   MOVE "  (PASS -- NOT IN GPA)"
                       TO REPORT-LINE(21:22)
                   ADD DT-CREDITS(DETAIL-IDX) TO EARNED-CREDITS
               WHEN DT-NO-PASS(DETAIL-IDX)
                   MOVE "  (NO PASS -- NOT IN GPA)"
                       TO REPORT-LINE(21:25)
               WHEN DT-AUDIT(DETAIL-IDX)
                   MOVE "  (AUDIT -- NO CREDIT)"
                       TO REPORT-LINE(21:22)
               WHEN OTHER
                   PERFORM COUNT-ATTEMPT-IN-GPA
           END-EVALUATE.
