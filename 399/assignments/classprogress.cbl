      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Term-end class-level progression -- SM-CLASS-LEVEL
      *          only moved when someone keyed it in
      *          STUDENT-MASTER-MAINT, so a sophomore with 70 earned
      *          credits stayed coded FR and drew the freshman
      *          CreditLimits.txt cap, the freshman time ticket and
      *          the freshman seat pools. Run after grades post, this
      *          totals every student's earned credits off
      *          GradeDetail.txt -- passing grade lines and transfer
      *          "T" lines; F, W, I, no-pass, audit and ungraded
      *          lines earn nothing -- and sets each active
      *          undergraduate's level from ClassLevels.txt (one row
      *          per level: level code, minimum earned credits),
      *          defaulting to the quarter-system 45 / 90 / 135
      *          sophomore / junior / senior thresholds when no table
      *          is on file. Graduate students are left alone. Every
      *          change is rewritten to the StudentMaster with an
      *          UPDATE audit record on SM-CLASS-LEVEL, the record
      *          STUDENT-MASTER-MAINT writes for the same edit, and
      *          ClassProgressionReport.txt lists the changes and a
      *          before/after count by level.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASS-PROGRESSION.
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
           SELECT THRESHOLD-FILE ASSIGN TO "ClassLevels.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS THRESHOLD-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AuditTrail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "ClassProgressionReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD THRESHOLD-FILE.
       01 THRESHOLD-RECORD.
           03 CT-LEVEL PIC X(2).
           03 FILLER PIC X(1).
           03 CT-MIN-CREDITS PIC 9(3).
       FD AUDIT-FILE.
       COPY AuditFormat.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
           88 NO-MORE-STUDENTS VALUE "10", "46".
       77 GRADE-DETAIL-STATUS PIC X(2) VALUE "00".
           88 GRADE-DETAIL-OK VALUE "00".
       77 THRESHOLD-STATUS PIC X(2) VALUE "00".
           88 THRESHOLD-OK VALUE "00".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.

      *>    Minimum earned credits to be coded at each level; a
      *>    ClassLevels.txt row overrides.
       77 SOPHOMORE-MIN PIC 9(3) VALUE 45.
       77 JUNIOR-MIN PIC 9(3) VALUE 90.
       77 SENIOR-MIN PIC 9(3) VALUE 135.

      *>    Earned credits per student, accumulated in one pass of
      *>    the grade detail.
       77 EARNED-COUNT PIC 9(5) VALUE IS 0.
       01 EARNED-TABLE.
           03 EARNED-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON EARNED-COUNT.
               05 ER-STUDENT-ID PIC X(9).
               05 ER-CREDITS PIC 9(4).
       77 ER-IDX PIC 9(5).
       77 FOUND-IDX PIC 9(5).
       77 SEARCH-ID PIC X(9).

      *>    Head counts by level, before the run and after it:
      *>    FR, SO, JR, SR, GR, then anything else.
       01 LEVEL-COUNT-TABLE.
           03 LEVEL-COUNT-ENTRY OCCURS 6 TIMES.
               05 LC-BEFORE PIC 9(5).
               05 LC-AFTER PIC 9(5).
       01 LEVEL-NAME-VALUES.
           03 FILLER PIC X(2) VALUE "FR".
           03 FILLER PIC X(2) VALUE "SO".
           03 FILLER PIC X(2) VALUE "JR".
           03 FILLER PIC X(2) VALUE "SR".
           03 FILLER PIC X(2) VALUE "GR".
           03 FILLER PIC X(2) VALUE "??".
       01 LEVEL-NAME-TABLE REDEFINES LEVEL-NAME-VALUES.
           03 LEVEL-NAME PIC X(2) OCCURS 6 TIMES.
       77 LEVEL-IDX PIC 9.
       77 SLOT-IDX PIC 9.

       77 OLD-LEVEL PIC X(2).
       77 NEW-LEVEL PIC X(2).
       77 STUDENT-CREDITS PIC 9(4).
       77 CREDITS-DISPLAY PIC ZZZ9.
       77 BEFORE-DISPLAY PIC ZZZZ9.
       77 AFTER-DISPLAY PIC ZZZZ9.
       77 STUDENT-COUNT PIC 9(5) VALUE ZERO.
       77 CHANGED-COUNT PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O STUDENT-MASTER.
           IF NOT STUDENT-MASTER-OK
               DISPLAY "UNABLE TO OPEN StudentMaster -- STATUS "
                   STUDENT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           INITIALIZE LEVEL-COUNT-TABLE.
           PERFORM LOAD-THRESHOLDS THRU LOAD-THRESHOLDS-EXIT.
           PERFORM LOAD-EARNED-CREDITS THRU LOAD-EARNED-CREDITS-EXIT.

           OPEN EXTEND AUDIT-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CLASS-LEVEL PROGRESSION -- SO " DELIMITED BY SIZE
               SOPHOMORE-MIN DELIMITED BY SIZE
               " / JR " DELIMITED BY SIZE
               JUNIOR-MIN DELIMITED BY SIZE
               " / SR " DELIMITED BY SIZE
               SENIOR-MIN DELIMITED BY SIZE
               " EARNED CREDIT(S)" DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "STUDENT   NAME                  FROM  TO  EARNED"
               TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE LOW-VALUES TO SM-STUDENT-ID.
           START STUDENT-MASTER KEY IS GREATER THAN SM-STUDENT-ID
               INVALID KEY
                   MOVE "46" TO STUDENT-MASTER-STATUS
           END-START.
           PERFORM PROGRESS-ONE-STUDENT THRU PROGRESS-ONE-STUDENT-EXIT
               UNTIL NO-MORE-STUDENTS.

           PERFORM WRITE-LEVEL-COUNTS.
           CLOSE REPORT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE STUDENT-MASTER.
           DISPLAY STUDENT-COUNT " ACTIVE STUDENT(S) CHECKED, "
               CHANGED-COUNT " CLASS LEVEL(S) CHANGED".
           STOP RUN.

       LOAD-THRESHOLDS.
           OPEN INPUT THRESHOLD-FILE.
           IF NOT THRESHOLD-OK
      *>        No table on file: the published defaults.
               GO TO LOAD-THRESHOLDS-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ THRESHOLD-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               IF CT-MIN-CREDITS IS NUMERIC
                   EVALUATE CT-LEVEL
                       WHEN "SO"
                           MOVE CT-MIN-CREDITS TO SOPHOMORE-MIN
                       WHEN "JR"
                           MOVE CT-MIN-CREDITS TO JUNIOR-MIN
                       WHEN "SR"
                           MOVE CT-MIN-CREDITS TO SENIOR-MIN
                   END-EVALUATE
               END-IF
               READ THRESHOLD-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE THRESHOLD-FILE.
       LOAD-THRESHOLDS-EXIT.
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

       PROGRESS-ONE-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE "46" TO STUDENT-MASTER-STATUS
                   GO TO PROGRESS-ONE-STUDENT-EXIT
           END-READ.
           IF NOT STUDENT-ACTIVE
               GO TO PROGRESS-ONE-STUDENT-EXIT.
           ADD 1 TO STUDENT-COUNT.
           MOVE SM-CLASS-LEVEL TO OLD-LEVEL.
           PERFORM FIND-LEVEL-SLOT.
           ADD 1 TO LC-BEFORE(SLOT-IDX).

      *>    Graduate students do not progress by credits.
           IF SM-GRADUATE
               ADD 1 TO LC-AFTER(SLOT-IDX)
               GO TO PROGRESS-ONE-STUDENT-EXIT.

           MOVE SM-STUDENT-ID TO SEARCH-ID.
           PERFORM FIND-EARNED-ROW.
           MOVE ZERO TO STUDENT-CREDITS.
           IF FOUND-IDX IS NOT EQUAL TO ZERO
               MOVE ER-CREDITS(FOUND-IDX) TO STUDENT-CREDITS.
           EVALUATE TRUE
               WHEN STUDENT-CREDITS IS NOT LESS THAN SENIOR-MIN
                   MOVE "SR" TO NEW-LEVEL
               WHEN STUDENT-CREDITS IS NOT LESS THAN JUNIOR-MIN
                   MOVE "JR" TO NEW-LEVEL
               WHEN STUDENT-CREDITS IS NOT LESS THAN SOPHOMORE-MIN
                   MOVE "SO" TO NEW-LEVEL
               WHEN OTHER
                   MOVE "FR" TO NEW-LEVEL
           END-EVALUATE.
           MOVE NEW-LEVEL TO SM-CLASS-LEVEL.
           PERFORM FIND-LEVEL-SLOT.
           ADD 1 TO LC-AFTER(SLOT-IDX).
           IF NEW-LEVEL IS EQUAL TO OLD-LEVEL
               GO TO PROGRESS-ONE-STUDENT-EXIT.

           REWRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR " SM-STUDENT-ID
                       " -- STATUS " STUDENT-MASTER-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO PROGRESS-ONE-STUDENT-EXIT
           END-REWRITE.
           ADD 1 TO CHANGED-COUNT.

           MOVE SPACES TO AUDIT-RECORD.
           MOVE "UPDATE" TO AUDIT-ACTION.
           MOVE "SM-CLASS-LEVEL" TO AUDIT-FIELD-NAME.
           MOVE OLD-LEVEL TO AUDIT-OLD-VALUE.
           MOVE NEW-LEVEL TO AUDIT-NEW-VALUE.
           MOVE STUDENT-CREDITS TO CREDITS-DISPLAY.
           STRING SM-STUDENT-ID DELIMITED BY SIZE
               " PROGRESSED ON " DELIMITED BY SIZE
               CREDITS-DISPLAY DELIMITED BY SIZE
               " EARNED" DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           ACCEPT AUDIT-DATE FROM DATE.
           MOVE ZEROS TO AUDIT-CRN.
           MOVE "CLASSLVL" TO AUDIT-OPERATOR.
           CALL "AUDIT-SEAL" USING AUDIT-RECORD
           WRITE AUDIT-RECORD.

           MOVE SPACES TO REPORT-LINE.
           STRING SM-STUDENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SM-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               OLD-LEVEL DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               NEW-LEVEL DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CREDITS-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
       PROGRESS-ONE-STUDENT-EXIT.
           EXIT.

      *>    The level to count rides in SM-CLASS-LEVEL; a blank or
      *>    unrecognised code counts in the last slot.
       FIND-LEVEL-SLOT.
           MOVE 6 TO SLOT-IDX.
           PERFORM VARYING LEVEL-IDX FROM 1 BY 1
                   UNTIL LEVEL-IDX GREATER THAN 5
               IF LEVEL-NAME(LEVEL-IDX) IS EQUAL TO SM-CLASS-LEVEL
                   MOVE LEVEL-IDX TO SLOT-IDX
               END-IF
           END-PERFORM.

       WRITE-LEVEL-COUNTS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "LEVEL   BEFORE   AFTER" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING LEVEL-IDX FROM 1 BY 1
                   UNTIL LEVEL-IDX GREATER THAN 6
               MOVE LC-BEFORE(LEVEL-IDX) TO BEFORE-DISPLAY
               MOVE LC-AFTER(LEVEL-IDX) TO AFTER-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING LEVEL-NAME(LEVEL-IDX) DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   BEFORE-DISPLAY DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   AFTER-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTALS: " DELIMITED BY SIZE
               STUDENT-COUNT DELIMITED BY SIZE
               " ACTIVE STUDENT(S), " DELIMITED BY SIZE
               CHANGED-COUNT DELIMITED BY SIZE
               " LEVEL CHANGE(S)" DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM CLASS-PROGRESSION.
