      *          order via FIX-NAME, day, time, and room, one line per
      *          active section of the requested term, written to
      *          TermBulletin.txt.
      * Modification History:
      *   10/15/2026 SG - Each section's catalog course attributes
      *                   (COURSE-ATTRIBUTES) print on a line under it.
      * Tectonics: cobc
      ******************************************************************

       77 TERM-REGISTRAR-CODE PIC X(6).
       77 TERM-VALID-FLAG PIC X VALUE "N".
           88 TERM-IS-VALID VALUE "Y".
       77 ATTRIBUTE-COUNT PIC 9(2) VALUE ZERO.
       01 ATTRIBUTE-TABLE.
           03 ATTRIBUTE-CODE PIC X(4) OCCURS 10 TIMES.
       77 ATTRIBUTE-IDX PIC 9(2).
       77 ATTRIBUTE-POS PIC 9(3).

       01 DETAIL-LINE.
           03 DL-DEPT PIC X(6).
               MOVE ROOM-NUMBER TO DL-ROOM
               MOVE DETAIL-LINE TO BULLETIN-LINE
               PERFORM OUTPUT-LINE
               PERFORM PRINT-COURSE-ATTRIBUTES
           END-IF.
           READ COURSES AT END MOVE 1 TO EOF-FLAG.
           IF STUDENT-RECORD(1:3) IS EQUAL TO "TRL"
           MOVE "COURSES.txt" TO CFS-FILE-NAME.
           CALL "CHECK-FILE-STATUS" USING CFS-FILE-NAME COURSES-STATUS.

      *>    The catalog course's attributes print on a line of
      *>    their own under the section, when it carries any.
       PRINT-COURSE-ATTRIBUTES.
           CALL "COURSE-ATTRIBUTES" USING DEPARTMENT-CODE
               COURSE-NUMBER ATTRIBUTE-COUNT ATTRIBUTE-TABLE.
           IF ATTRIBUTE-COUNT IS GREATER THAN ZERO
               MOVE SPACES TO BULLETIN-LINE
               MOVE "ATTRIBUTES:" TO BULLETIN-LINE(14:11)
               MOVE 26 TO ATTRIBUTE-POS
               PERFORM VARYING ATTRIBUTE-IDX FROM 1 BY 1
                       UNTIL ATTRIBUTE-IDX GREATER THAN ATTRIBUTE-COUNT
                   STRING ATTRIBUTE-CODE(ATTRIBUTE-IDX)
                           DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       INTO BULLETIN-LINE WITH POINTER ATTRIBUTE-POS
               END-PERFORM
               PERFORM OUTPUT-LINE
           END-IF.

       OUTPUT-LINE.
           DISPLAY BULLETIN-LINE.
           WRITE BULLETIN-LINE.
