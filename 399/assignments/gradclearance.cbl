      *          thresholds on GradRequirements.txt and prints
      *          CLEARED or the specific shortfall per student to
      *          GradClearanceReport.txt.
      * Modification History:
      *   10/15/2026 SG - Pass grades earn their hours outside the GPA;
      *                   no-pass and audit grades earn nothing and stay
      *                   out of the GPA.
      *   10/15/2026 SG - Each cleared candidate is also written to
      *                   GradCleared.txt (student id, earned credits,
      *                   GPA, run date) for DEGREE-CONFERRAL to post.
      *   10/15/2026 SG - GradRequirements.txt rows after the minimums
      *                   name a required class (C) or a count of passed
      *                   classes carrying a course attribute (A, e.g.
      *                   two WI); an unmet one blocks clearance and
      *                   prints.
      * Tectonics: cobc
      ******************************************************************

           SELECT CLEARANCE-REPORT-FILE
               ASSIGN TO "GradClearanceReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRAD-CLEARED-FILE ASSIGN TO "GradCleared.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CANDIDATE-FILE.
           03 RQ-MIN-CREDITS PIC 9(3).
           03 FILLER PIC X(1).
           03 RQ-MIN-GPA PIC 9V99.
      *>    A course requirement row: C names a class that must be
      *>    passed ("C 01 CS162"); A names a course attribute and
      *>    how many passed classes must carry it ("A 02 WI").
       01 COURSE-REQUIREMENT-RECORD.
           03 RQ-KIND PIC X(1).
               88 RQ-CLASS-ROW VALUE "C".
               88 RQ-ATTRIBUTE-ROW VALUE "A".
           03 FILLER PIC X(1).
           03 RQ-COUNT PIC 9(2).
           03 FILLER PIC X(1).
           03 RQ-VALUE PIC X(5).
       FD GRADE-DETAIL-FILE.
       01 GRADE-DETAIL-RECORD.
           03 GD-STUDENT-ID PIC X(9).
           03 FILLER PIC XX.
           03 GD-TERM PIC X(6).
           03 FILLER PIC X.
           03 GD-CLASSNAME PIC X(5).
           03 GD-CREDITS PIC 9.
       FD CLEARANCE-REPORT-FILE.
       01 REPORT-LINE PIC X(90).
       FD GRAD-CLEARED-FILE.
       COPY GradClearedFormat.
       WORKING-STORAGE SECTION.
       77 CANDIDATE-STATUS PIC X(2) VALUE "00".
           88 CANDIDATE-OK VALUE "00".
       01 DETAIL-TABLE.
           03 DETAIL-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON DETAIL-COUNT.
               05 DT-STUDENT-ID PIC X(9).
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
               05 DT-DEPT PIC X(6).
               05 DT-COURSE-NUMBER PIC X(5).
               05 DT-EARNED-FLAG PIC X(1).
                   88 DT-EARNED VALUE "Y".
       77 DETAIL-IDX PIC 9(4).
       77 LOOK-IDX PIC 9(4).
       77 SUPERSEDED-FLAG PIC X.
       77 CUM-GPA PIC 9V99 VALUE ZERO.
       77 GPA-DISPLAY PIC 9.99.
       77 CREDITS-SHORT PIC 9(5) VALUE ZERO.
       77 RUN-DATE PIC 9(8) VALUE ZERO.
       77 RUN-DATE-YYMMDD PIC 9(6) VALUE ZERO.

      *>    Course requirements off GradRequirements.txt, with what
      *>    the candidate in hand has toward each.
       77 REQUIREMENT-COUNT PIC 9(2) VALUE IS 0.
       01 REQUIREMENT-TABLE.
           03 REQUIREMENT-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON REQUIREMENT-COUNT.
               05 RT-KIND PIC X(1).
                   88 RT-CLASS VALUE "C".
                   88 RT-ATTRIBUTE VALUE "A".
               05 RT-COUNT PIC 9(2).
               05 RT-VALUE PIC X(5).
               05 RT-HAVE PIC 9(2).
       77 REQ-IDX PIC 9(2).
       77 UNMET-COUNT PIC 9(2) VALUE ZERO.
       77 PREFIX-IDX PIC 9.
       77 ATTRIBUTE-COUNT PIC 9(2) VALUE ZERO.
       01 ATTRIBUTE-TABLE.
           03 ATTRIBUTE-CODE PIC X(4) OCCURS 10 TIMES.
       77 ATTRIBUTE-IDX PIC 9(2).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-REQUIREMENTS THRU LOAD-REQUIREMENTS-EXIT.
                   "CLEAR"
               STOP RUN.
           OPEN OUTPUT CLEARANCE-REPORT-FILE.
           OPEN OUTPUT GRAD-CLEARED-FILE.
           ACCEPT RUN-DATE-YYMMDD FROM DATE.
           COMPUTE RUN-DATE = 20000000 + RUN-DATE-YYMMDD.
           MOVE SPACES TO REPORT-LINE.
           STRING "GRADUATION CLEARANCE -- MINIMUMS: "
                   DELIMITED BY SIZE
               MIN-GPA DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF REQUIREMENT-COUNT IS GREATER THAN ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "  PLUS " DELIMITED BY SIZE
                   REQUIREMENT-COUNT DELIMITED BY SIZE
                   " COURSE REQUIREMENT(S) FROM GradRequirements.txt"
                       DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE CLEARANCE-REPORT-FILE.
           CLOSE GRAD-CLEARED-FILE.
           DISPLAY CANDIDATE-COUNT " CANDIDATE(S) CHECKED, "
               CLEARED-COUNT " CLEARED".
           STOP RUN.
           IF RQ-MIN-GPA IS NUMERIC
                   AND RQ-MIN-GPA IS GREATER THAN ZERO
               MOVE RQ-MIN-GPA TO MIN-GPA.
      *>    The minimums row comes first; course requirement rows
      *>    follow it.
           MOVE 0 TO EOF-FLAG.
           PERFORM UNTIL EOF
               IF (RQ-CLASS-ROW OR RQ-ATTRIBUTE-ROW)
                       AND RQ-VALUE IS NOT EQUAL TO SPACES
                       AND REQUIREMENT-COUNT IS LESS THAN 50
                   ADD 1 TO REQUIREMENT-COUNT
                   MOVE RQ-KIND TO RT-KIND(REQUIREMENT-COUNT)
                   MOVE RQ-VALUE TO RT-VALUE(REQUIREMENT-COUNT)
                   IF RQ-COUNT IS NUMERIC
                           AND RQ-COUNT IS GREATER THAN ZERO
                       MOVE RQ-COUNT TO RT-COUNT(REQUIREMENT-COUNT)
                   ELSE
                       MOVE 1 TO RT-COUNT(REQUIREMENT-COUNT)
                   END-IF
                   IF RT-CLASS(REQUIREMENT-COUNT)
                       MOVE 1 TO RT-COUNT(REQUIREMENT-COUNT)
                   END-IF
               END-IF
               READ REQUIREMENTS-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           MOVE 0 TO EOF-FLAG.
       LOAD-REQUIREMENTS-CLOSE.
           CLOSE REQUIREMENTS-FILE.
       LOAD-REQUIREMENTS-EXIT.
           READ GRADE-DETAIL-FILE AT END MOVE 1 TO DETAIL-EOF-FLAG.
           PERFORM UNTIL DETAIL-EOF OR DETAIL-COUNT IS EQUAL TO 5000
               ADD 1 TO DETAIL-COUNT
               MOVE GD-STUDENT-ID TO DT-STUDENT-ID(DETAIL-COUNT)
               MOVE GD-CLASSNAME TO DT-CLASSNAME(DETAIL-COUNT)
               MOVE GD-GRADE TO DT-GRADE(DETAIL-COUNT)
               MOVE GD-CREDITS TO DT-CREDITS(DETAIL-COUNT)
                   TERM-BANNER-CODE TERM-REGISTRAR-CODE
                   TERM-VALID-FLAG
               MOVE TERM-BANNER-CODE TO DT-BANNER(DETAIL-COUNT)
               PERFORM SPLIT-CLASS-NAME
               READ GRADE-DETAIL-FILE
                   AT END MOVE 1 TO DETAIL-EOF-FLAG
               END-READ
           MOVE ZERO TO EARNED-CREDITS.
           PERFORM VARYING DETAIL-IDX FROM 1 BY 1
                   UNTIL DETAIL-IDX GREATER THAN DETAIL-COUNT
               MOVE "N" TO DT-EARNED-FLAG(DETAIL-IDX)
               IF DT-STUDENT-ID(DETAIL-IDX) IS EQUAL TO
                       CA-STUDENT-ID
                   PERFORM COUNT-ONE-ATTEMPT THRU
                       COUNT-ONE-ATTEMPT-EXIT
               END-IF
           END-PERFORM.
           PERFORM CHECK-COURSE-REQUIREMENTS.

           IF GPA-CREDITS IS GREATER THAN ZERO
               DIVIDE GPA-TOTAL BY GPA-CREDITS GIVING CUM-GPA

           IF EARNED-CREDITS IS NOT LESS THAN MIN-CREDITS
                   AND CUM-GPA IS NOT LESS THAN MIN-GPA
                   AND UNMET-COUNT IS EQUAL TO ZERO
               ADD 1 TO CLEARED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING CA-STUDENT-ID DELIMITED BY SIZE
                   GPA-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO GRAD-CLEARED-RECORD
               MOVE CA-STUDENT-ID TO GC-STUDENT-ID
               MOVE EARNED-CREDITS TO GC-EARNED-CREDITS
               MOVE CUM-GPA TO GC-CUM-GPA
               MOVE RUN-DATE TO GC-CLEARED-DATE
               WRITE GRAD-CLEARED-RECORD
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING CA-STUDENT-ID DELIMITED BY SIZE
                       INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               PERFORM REPORT-UNMET-REQUIREMENT
                   VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX GREATER THAN REQUIREMENT-COUNT
           END-IF.
           READ CANDIDATE-FILE AT END MOVE 1 TO EOF-FLAG.

      *>    TRANSCRIPT's repeat-replace rules: a chronologically
      *>    later real attempt at the same class supersedes this
      *>    one; incompletes and withdrawals never count; transfer
      *>    marks and passes earn credits but stay out of the GPA;
      *>    a no-pass or an audit earns nothing; anything else but
      *>    an F earns its hours.
       COUNT-ONE-ATTEMPT.
           IF DT-INCOMPLETE(DETAIL-IDX) OR DT-WITHDRAWN(DETAIL-IDX)
                   OR DT-AUDIT(DETAIL-IDX)
               GO TO COUNT-ONE-ATTEMPT-EXIT.
           MOVE "N" TO SUPERSEDED-FLAG.
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
           IF ATTEMPT-SUPERSEDED
               GO TO COUNT-ONE-ATTEMPT-EXIT.

           IF DT-TRANSFER(DETAIL-IDX) OR DT-PASS(DETAIL-IDX)
               ADD DT-CREDITS(DETAIL-IDX) TO EARNED-CREDITS
               MOVE "Y" TO DT-EARNED-FLAG(DETAIL-IDX)
               GO TO COUNT-ONE-ATTEMPT-EXIT.
           IF DT-NO-PASS(DETAIL-IDX)
               GO TO COUNT-ONE-ATTEMPT-EXIT.

           EVALUATE DT-GRADE(DETAIL-IDX)
           ADD DT-CREDITS(DETAIL-IDX) TO GPA-CREDITS.
           IF DT-GRADE(DETAIL-IDX) IS NOT EQUAL TO "F "
               ADD DT-CREDITS(DETAIL-IDX) TO EARNED-CREDITS
               MOVE "Y" TO DT-EARNED-FLAG(DETAIL-IDX)
           END-IF.
       COUNT-ONE-ATTEMPT-EXIT.
           EXIT.

      *>    The class name is the department's letters run into the
      *>    course number ("CS162", "MTH251") -- the way CompletedWork
      *>    and PrereqRules.txt carry it -- so the catalog key for
      *>    the attribute lookup splits at the first digit.
       SPLIT-CLASS-NAME.
           MOVE SPACES TO DT-DEPT(DETAIL-COUNT).
           MOVE SPACES TO DT-COURSE-NUMBER(DETAIL-COUNT).
           PERFORM VARYING PREFIX-IDX FROM 1 BY 1
                   UNTIL PREFIX-IDX GREATER THAN 5
                   OR GD-CLASSNAME(PREFIX-IDX:1) IS NUMERIC
                   OR GD-CLASSNAME(PREFIX-IDX:1) IS EQUAL TO SPACE
               MOVE GD-CLASSNAME(PREFIX-IDX:1)
                   TO DT-DEPT(DETAIL-COUNT)(PREFIX-IDX:1)
           END-PERFORM.
           IF PREFIX-IDX IS NOT GREATER THAN 5
               MOVE GD-CLASSNAME(PREFIX-IDX:)
                   TO DT-COURSE-NUMBER(DETAIL-COUNT)
           END-IF.

      *>    A class requirement is met by a passed latest attempt at
      *>    that class; an attribute requirement counts the passed
      *>    classes whose catalog course carries the attribute.
      *>    Repeats are already down to one attempt per class.
       CHECK-COURSE-REQUIREMENTS.
           MOVE ZERO TO UNMET-COUNT.
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX GREATER THAN REQUIREMENT-COUNT
               MOVE ZERO TO RT-HAVE(REQ-IDX)
               PERFORM VARYING DETAIL-IDX FROM 1 BY 1
                       UNTIL DETAIL-IDX GREATER THAN DETAIL-COUNT
                   IF DT-EARNED(DETAIL-IDX)
                       PERFORM CHECK-ONE-REQUIREMENT
                   END-IF
               END-PERFORM
               IF RT-HAVE(REQ-IDX) IS LESS THAN RT-COUNT(REQ-IDX)
                   ADD 1 TO UNMET-COUNT
               END-IF
           END-PERFORM.

       CHECK-ONE-REQUIREMENT.
           IF RT-CLASS(REQ-IDX)
               IF DT-CLASSNAME(DETAIL-IDX) IS EQUAL TO
                       RT-VALUE(REQ-IDX)
                   ADD 1 TO RT-HAVE(REQ-IDX)
               END-IF
           ELSE
               CALL "COURSE-ATTRIBUTES" USING DT-DEPT(DETAIL-IDX)
                   DT-COURSE-NUMBER(DETAIL-IDX) ATTRIBUTE-COUNT
                   ATTRIBUTE-TABLE
               PERFORM VARYING ATTRIBUTE-IDX FROM 1 BY 1
                       UNTIL ATTRIBUTE-IDX GREATER THAN ATTRIBUTE-COUNT
                   IF ATTRIBUTE-CODE(ATTRIBUTE-IDX) IS EQUAL TO
                           RT-VALUE(REQ-IDX)(1:4)
                       ADD 1 TO RT-HAVE(REQ-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       REPORT-UNMET-REQUIREMENT.
           IF RT-HAVE(REQ-IDX) IS LESS THAN RT-COUNT(REQ-IDX)
               MOVE SPACES TO REPORT-LINE
               IF RT-CLASS(REQ-IDX)
                   STRING "           MISSING REQUIRED CLASS "
                           DELIMITED BY SIZE
                       RT-VALUE(REQ-IDX) DELIMITED BY SPACE
                       INTO REPORT-LINE
               ELSE
                   STRING "           NEEDS " DELIMITED BY SIZE
                       RT-COUNT(REQ-IDX) DELIMITED BY SIZE
                       " CLASS(ES) WITH ATTRIBUTE " DELIMITED BY SIZE
                       RT-VALUE(REQ-IDX) DELIMITED BY SPACE
                       ", HAS " DELIMITED BY SIZE
                       RT-HAVE(REQ-IDX) DELIMITED BY SIZE
                       INTO REPORT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE REPORT-LINE.
