      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Shared course-attribute lookup -- answers the
      *          attributes (general-education area, writing
      *          intensive, online, lab fee and so on) that
      *          CourseAttributes.txt gives a catalog course. A caller
      *          passes the department and course number; the routine
      *          answers how many attributes the course carries and
      *          the codes, up to ten, in file order (a zero count
      *          means none). The file is loaded once on the first
      *          CALL, the shape SECTION-MEETINGS uses, so a walker
      *          asking for every section pays one file pass per run.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-ATTRIBUTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTRIBUTE-FILE ASSIGN TO "CourseAttributes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTRIBUTE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ATTRIBUTE-FILE.
       COPY CourseAttributeFormat.
       WORKING-STORAGE SECTION.
       77 ATTRIBUTE-STATUS PIC X(2) VALUE "00".
           88 ATTRIBUTE-OK VALUE "00".
       77 TABLES-LOADED PIC X VALUE "N".
           88 TABLES-ARE-LOADED VALUE "Y".
       77 LOAD-EOF-FLAG PIC 9 VALUE IS 0.
           88 LOAD-EOF VALUE IS 1.
       77 ROW-COUNT PIC 9(4) VALUE IS 0.
       01 ROW-TABLE.
           03 ROW-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON ROW-COUNT.
               05 RW-DEPT PIC X(6).
               05 RW-COURSE-NUMBER PIC X(5).
               05 RW-ATTRIBUTE PIC X(4).
       77 SCAN-IDX PIC 9(4).
       LINKAGE SECTION.
       01 LK-DEPT PIC X(6).
       01 LK-COURSE-NUMBER PIC X(5).
       01 LK-ATTRIBUTE-COUNT PIC 9(2).
       01 LK-ATTRIBUTE-TABLE.
           03 LK-ATTRIBUTE PIC X(4) OCCURS 10 TIMES.
       PROCEDURE DIVISION USING LK-DEPT LK-COURSE-NUMBER
               LK-ATTRIBUTE-COUNT LK-ATTRIBUTE-TABLE.
       MAIN-PROCEDURE.
           IF NOT TABLES-ARE-LOADED
               PERFORM LOAD-ATTRIBUTE-TABLE THRU
                   LOAD-ATTRIBUTE-TABLE-EXIT
               MOVE "Y" TO TABLES-LOADED
           END-IF.

           MOVE ZERO TO LK-ATTRIBUTE-COUNT.
           MOVE SPACES TO LK-ATTRIBUTE-TABLE.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX GREATER THAN ROW-COUNT
               IF RW-DEPT(SCAN-IDX) IS EQUAL TO LK-DEPT
                       AND RW-COURSE-NUMBER(SCAN-IDX) IS EQUAL TO
                           LK-COURSE-NUMBER
                       AND LK-ATTRIBUTE-COUNT IS LESS THAN 10
                   ADD 1 TO LK-ATTRIBUTE-COUNT
                   MOVE RW-ATTRIBUTE(SCAN-IDX) TO
                       LK-ATTRIBUTE(LK-ATTRIBUTE-COUNT)
               END-IF
           END-PERFORM.
           GOBACK.

       LOAD-ATTRIBUTE-TABLE.
           MOVE 0 TO LOAD-EOF-FLAG.
           OPEN INPUT ATTRIBUTE-FILE.
           IF NOT ATTRIBUTE-OK
      *>        No attribute file on disk: no course carries any.
               GO TO LOAD-ATTRIBUTE-TABLE-EXIT.
           READ ATTRIBUTE-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF OR ROW-COUNT IS EQUAL TO 3000
               IF CA-ATTRIBUTE IS NOT EQUAL TO SPACES
                   ADD 1 TO ROW-COUNT
                   MOVE CA-DEPT TO RW-DEPT(ROW-COUNT)
                   MOVE CA-COURSE-NUMBER TO
                       RW-COURSE-NUMBER(ROW-COUNT)
                   MOVE CA-ATTRIBUTE TO RW-ATTRIBUTE(ROW-COUNT)
               END-IF
               READ ATTRIBUTE-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE ATTRIBUTE-FILE.
       LOAD-ATTRIBUTE-TABLE-EXIT.
           EXIT.

       END PROGRAM COURSE-ATTRIBUTES.
