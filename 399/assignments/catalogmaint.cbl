      *          against the catalog during the indexed build and
      *          the maintenance screens, rejecting mismatched
      *          titles or credit values with a reason.
      * Modification History:
      *   10/15/2026 SG - T action maintains CourseAttributes.txt
      *                   (general-education area, writing-intensive,
      *                   online, lab fee) per catalog course, each
      *                   add or removal audited; V shows them.
      *   10/15/2026 SG - A CourseAttributes.txt larger than the
      *                   3000-row table is no longer cut short on save
      *                   -- attribute changes are refused instead.
      * Tectonics: cobc
      ******************************************************************

           SELECT CATALOG-FILE ASSIGN TO "CourseCatalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.
           SELECT ATTRIBUTE-FILE ASSIGN TO "CourseAttributes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTRIBUTE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AuditTrail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           03 CC-SCH PIC X(3).
           03 FILLER PIC X(1).
           03 CC-ACTIVE-FLAG PIC X(1).
       FD ATTRIBUTE-FILE.
       COPY CourseAttributeFormat.
       FD AUDIT-FILE.
       COPY AuditFormat.
       WORKING-STORAGE SECTION.
       77 CATALOG-STATUS PIC X(2) VALUE "00".
           88 CATALOG-OK VALUE "00".
       77 ATTRIBUTE-STATUS PIC X(2) VALUE "00".
           88 ATTRIBUTE-OK VALUE "00".
       77 LOAD-EOF-FLAG PIC 9 VALUE IS 0.
           88 LOAD-EOF VALUE IS 1.
       77 ACTION PIC X.
               05 CG-SCH PIC X(3).
               05 CG-ACTIVE-FLAG PIC X(1).
                   88 CG-DEACTIVATED VALUE "D".

      *>    CourseAttributes.txt, one row per course + attribute,
      *>    rewritten only when the T action changes it.
       77 ATTRIBUTE-COUNT PIC 9(4) VALUE IS 0.
       01 ATTRIBUTE-TABLE.
           03 ATTRIBUTE-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON ATTRIBUTE-COUNT.
               05 AT-DEPT PIC X(6).
               05 AT-COURSE-NUMBER PIC X(5).
               05 AT-ATTRIBUTE PIC X(4).
       77 ATTR-IDX PIC 9(4).
       77 ATTR-FOUND-IDX PIC 9(4) VALUE ZERO.
       77 ATTR-SHOWN PIC 9(2) VALUE ZERO.
       77 ATTRIBUTE-INPUT PIC X(5) VALUE SPACES.
       77 INPUT-ATTRIBUTE PIC X(4) VALUE SPACES.
       77 ATTRIBUTES-CHANGED-FLAG PIC X VALUE "N".
           88 ATTRIBUTES-CHANGED VALUE "Y".
       77 ATTRIBUTES-OVERFLOW-FLAG PIC X VALUE "N".
           88 ATTRIBUTES-OVERFLOW VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "OPERATOR-SIGN-ON" USING OPERATOR-ID AUTH-LEVEL
           MOVE SPACES TO AUDIT-RECORD.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR.
           PERFORM LOAD-CATALOG THRU LOAD-CATALOG-EXIT.
           PERFORM LOAD-ATTRIBUTES THRU LOAD-ATTRIBUTES-EXIT.

           DISPLAY "Enter an action (V, A, U, X, L, T -- X "
               "deactivates, T course attributes): ".
           ACCEPT ACTION.

      *>    Level 1 views and lists; changes take level 2.
                       CG-TITLE(FOUND-IDX) " "
                       CG-SCH(FOUND-IDX) " "
                       CG-ACTIVE-FLAG(FOUND-IDX)
                   PERFORM SHOW-COURSE-ATTRIBUTES
               ELSE
                   DISPLAY "NOT ON THE CATALOG: " INPUT-DEPT " "
                       INPUT-COURSE-NUMBER
                   END-IF
               END-PERFORM.

           IF ACTION = "T" OR "t"
               PERFORM ASK-COURSE-KEY
               PERFORM MAINTAIN-ATTRIBUTES THRU
                   MAINTAIN-ATTRIBUTES-EXIT.

           PERFORM SAVE-CATALOG.
           IF ATTRIBUTES-CHANGED AND NOT ATTRIBUTES-OVERFLOW
               PERFORM SAVE-ATTRIBUTES.
           CLOSE AUDIT-FILE.
           STOP RUN.

           END-PERFORM.
           CLOSE CATALOG-FILE.

      *>    Level 1 sees a course's attributes; level 2 adds one
      *>    with +CODE and removes one with -CODE, each audited.
      *>    Only an active catalog course takes attributes.
       MAINTAIN-ATTRIBUTES.
           PERFORM FIND-CATALOG-ENTRY.
           IF FOUND-IDX IS EQUAL TO ZERO
               DISPLAY "NOT ON THE CATALOG: " INPUT-DEPT " "
                   INPUT-COURSE-NUMBER
               GO TO MAINTAIN-ATTRIBUTES-EXIT.
           IF CG-DEACTIVATED(FOUND-IDX)
               DISPLAY INPUT-DEPT " " INPUT-COURSE-NUMBER
                   " IS DEACTIVATED -- REACTIVATE IT FIRST"
               GO TO MAINTAIN-ATTRIBUTES-EXIT.
           PERFORM SHOW-COURSE-ATTRIBUTES.
           IF AUTH-LEVEL IS LESS THAN 2
               GO TO MAINTAIN-ATTRIBUTES-EXIT.
      *>    The save rewrites the file from the table, so a file
      *>    the table could not hold takes no changes.
           IF ATTRIBUTES-OVERFLOW
               DISPLAY "CourseAttributes.txt HOLDS MORE THAN 3000 "
                   "ROWS -- CHANGES REFUSED"
               GO TO MAINTAIN-ATTRIBUTES-EXIT.
           MOVE "+" TO ATTRIBUTE-INPUT.
           PERFORM CHANGE-COURSE-ATTRIBUTE THRU
               CHANGE-COURSE-ATTRIBUTE-EXIT
               UNTIL ATTRIBUTE-INPUT IS EQUAL TO SPACES.
       MAINTAIN-ATTRIBUTES-EXIT.
           EXIT.

       SHOW-COURSE-ATTRIBUTES.
           MOVE ZERO TO ATTR-SHOWN.
           PERFORM VARYING ATTR-IDX FROM 1 BY 1
                   UNTIL ATTR-IDX GREATER THAN ATTRIBUTE-COUNT
               IF AT-DEPT(ATTR-IDX) IS EQUAL TO INPUT-DEPT
                   AND AT-COURSE-NUMBER(ATTR-IDX) IS EQUAL TO
                       INPUT-COURSE-NUMBER
                   ADD 1 TO ATTR-SHOWN
                   DISPLAY "  ATTRIBUTE: " AT-ATTRIBUTE(ATTR-IDX)
               END-IF
           END-PERFORM.
           IF ATTR-SHOWN IS EQUAL TO ZERO
               DISPLAY "  NO ATTRIBUTES".

       CHANGE-COURSE-ATTRIBUTE.
           DISPLAY "+CODE TO ADD, -CODE TO REMOVE (BLANK TO END): ".
           MOVE SPACES TO ATTRIBUTE-INPUT.
           ACCEPT ATTRIBUTE-INPUT.
           IF ATTRIBUTE-INPUT IS EQUAL TO SPACES
               GO TO CHANGE-COURSE-ATTRIBUTE-EXIT.
           MOVE ATTRIBUTE-INPUT(2:4) TO INPUT-ATTRIBUTE.
           INSPECT INPUT-ATTRIBUTE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF (ATTRIBUTE-INPUT(1:1) IS NOT EQUAL TO "+"
                   AND ATTRIBUTE-INPUT(1:1) IS NOT EQUAL TO "-")
                   OR INPUT-ATTRIBUTE IS EQUAL TO SPACES
                   OR INPUT-ATTRIBUTE(1:1) IS EQUAL TO SPACE
               DISPLAY "REJECTED: " ATTRIBUTE-INPUT
                   " -- KEY +CODE OR -CODE"
               GO TO CHANGE-COURSE-ATTRIBUTE-EXIT.
           MOVE ZERO TO ATTR-FOUND-IDX.
           PERFORM VARYING ATTR-IDX FROM 1 BY 1
                   UNTIL ATTR-IDX GREATER THAN ATTRIBUTE-COUNT
                       OR ATTR-FOUND-IDX IS GREATER THAN ZERO
               IF AT-DEPT(ATTR-IDX) IS EQUAL TO INPUT-DEPT
                   AND AT-COURSE-NUMBER(ATTR-IDX) IS EQUAL TO
                       INPUT-COURSE-NUMBER
                   AND AT-ATTRIBUTE(ATTR-IDX) IS EQUAL TO
                       INPUT-ATTRIBUTE
                   MOVE ATTR-IDX TO ATTR-FOUND-IDX
               END-IF
           END-PERFORM.
           MOVE "CA-ATTRIBUTE" TO AUDIT-FIELD-NAME.
           MOVE SPACES TO AUDIT-DETAIL.
           IF ATTRIBUTE-INPUT(1:1) IS EQUAL TO "+"
               PERFORM ADD-COURSE-ATTRIBUTE THRU
                   ADD-COURSE-ATTRIBUTE-EXIT
           ELSE
               PERFORM DROP-COURSE-ATTRIBUTE THRU
                   DROP-COURSE-ATTRIBUTE-EXIT
           END-IF.
       CHANGE-COURSE-ATTRIBUTE-EXIT.
           EXIT.

       ADD-COURSE-ATTRIBUTE.
           IF ATTR-FOUND-IDX IS GREATER THAN ZERO
               DISPLAY INPUT-DEPT " " INPUT-COURSE-NUMBER
                   " ALREADY CARRIES " INPUT-ATTRIBUTE
               GO TO ADD-COURSE-ATTRIBUTE-EXIT.
           IF ATTRIBUTE-COUNT IS EQUAL TO 3000
               DISPLAY "ATTRIBUTE TABLE IS FULL -- NOT ADDED"
               GO TO ADD-COURSE-ATTRIBUTE-EXIT.
           ADD 1 TO ATTRIBUTE-COUNT.
           MOVE INPUT-DEPT TO AT-DEPT(ATTRIBUTE-COUNT).
           MOVE INPUT-COURSE-NUMBER
               TO AT-COURSE-NUMBER(ATTRIBUTE-COUNT).
           MOVE INPUT-ATTRIBUTE TO AT-ATTRIBUTE(ATTRIBUTE-COUNT).
           MOVE "Y" TO ATTRIBUTES-CHANGED-FLAG.
           MOVE "ADD" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-OLD-VALUE.
           MOVE INPUT-ATTRIBUTE TO AUDIT-NEW-VALUE.
           STRING "COURSE ATTRIBUTE ADDED " DELIMITED BY SIZE
               INPUT-DEPT DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               INPUT-COURSE-NUMBER DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           PERFORM WRITE-CATALOG-AUDIT.
           DISPLAY INPUT-ATTRIBUTE " ADDED TO " INPUT-DEPT " "
               INPUT-COURSE-NUMBER.
       ADD-COURSE-ATTRIBUTE-EXIT.
           EXIT.

      *>    The removed row is closed up so the table stays dense.
       DROP-COURSE-ATTRIBUTE.
           IF ATTR-FOUND-IDX IS EQUAL TO ZERO
               DISPLAY INPUT-DEPT " " INPUT-COURSE-NUMBER
                   " DOES NOT CARRY " INPUT-ATTRIBUTE
               GO TO DROP-COURSE-ATTRIBUTE-EXIT.
           PERFORM VARYING ATTR-IDX FROM ATTR-FOUND-IDX BY 1
                   UNTIL ATTR-IDX IS NOT LESS THAN ATTRIBUTE-COUNT
               MOVE ATTRIBUTE-ENTRY(ATTR-IDX + 1)
                   TO ATTRIBUTE-ENTRY(ATTR-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM ATTRIBUTE-COUNT.
           MOVE "Y" TO ATTRIBUTES-CHANGED-FLAG.
           MOVE "DROP" TO AUDIT-ACTION.
           MOVE INPUT-ATTRIBUTE TO AUDIT-OLD-VALUE.
           MOVE SPACES TO AUDIT-NEW-VALUE.
           STRING "COURSE ATTRIBUTE REMOVED " DELIMITED BY SIZE
               INPUT-DEPT DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               INPUT-COURSE-NUMBER DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           PERFORM WRITE-CATALOG-AUDIT.
           DISPLAY INPUT-ATTRIBUTE " REMOVED FROM " INPUT-DEPT " "
               INPUT-COURSE-NUMBER.
       DROP-COURSE-ATTRIBUTE-EXIT.
           EXIT.

       LOAD-ATTRIBUTES.
           MOVE 0 TO LOAD-EOF-FLAG.
           OPEN INPUT ATTRIBUTE-FILE.
           IF NOT ATTRIBUTE-OK
               GO TO LOAD-ATTRIBUTES-EXIT.
           READ ATTRIBUTE-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF OR ATTRIBUTES-OVERFLOW
               IF ATTRIBUTE-COUNT IS EQUAL TO 3000
                   MOVE "Y" TO ATTRIBUTES-OVERFLOW-FLAG
               ELSE
                   ADD 1 TO ATTRIBUTE-COUNT
                   MOVE CA-DEPT TO AT-DEPT(ATTRIBUTE-COUNT)
                   MOVE CA-COURSE-NUMBER TO
                       AT-COURSE-NUMBER(ATTRIBUTE-COUNT)
                   MOVE CA-ATTRIBUTE TO AT-ATTRIBUTE(ATTRIBUTE-COUNT)
                   READ ATTRIBUTE-FILE
                       AT END MOVE 1 TO LOAD-EOF-FLAG
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE ATTRIBUTE-FILE.
       LOAD-ATTRIBUTES-EXIT.
           EXIT.

       SAVE-ATTRIBUTES.
           OPEN OUTPUT ATTRIBUTE-FILE.
           PERFORM VARYING ATTR-IDX FROM 1 BY 1
                   UNTIL ATTR-IDX GREATER THAN ATTRIBUTE-COUNT
               MOVE SPACES TO COURSE-ATTRIBUTE-RECORD
               MOVE AT-DEPT(ATTR-IDX) TO CA-DEPT
               MOVE AT-COURSE-NUMBER(ATTR-IDX) TO CA-COURSE-NUMBER
               MOVE AT-ATTRIBUTE(ATTR-IDX) TO CA-ATTRIBUTE
               WRITE COURSE-ATTRIBUTE-RECORD
           END-PERFORM.
           CLOSE ATTRIBUTE-FILE.

       WRITE-CATALOG-AUDIT.
           ACCEPT AUDIT-DATE FROM DATE.
           MOVE ZEROS TO AUDIT-CRN.
