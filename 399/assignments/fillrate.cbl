      *                   registration check applies -- so
      *                   departments can see whether their held
      *                   seats are actually being used.
      *   10/15/2026 SG - Each section's enrolled student credit hours
      *                   are summed off the roster -- the credits
      *                   chosen on a variable-credit section, else the
      *                   section's SCH -- with a line per variable-
      *                   credit section and an enrolled-SCH total per
      *                   department.
      * Tectonics: cobc
      ******************************************************************

       77 POOL-CRN PIC 9(5).
       77 FILL-COUNT-DISPLAY PIC ZZ9.
       77 RESERVED-DISPLAY PIC ZZ9.
      *>    Student credit hours actually enrolled -- the credits
      *>    each active enrollment carries on a variable-credit
      *>    section, else the section's SCH.
       77 SECTION-SCH PIC 9(5) VALUE ZERO.
       77 DEPT-SCH-TOTAL PIC 9(7) VALUE ZERO.
       77 SCH-COMP PIC 9(3) VALUE ZERO.
       77 ENROLLMENT-ON-FILE-FLAG PIC X VALUE "N".
           88 ENROLLMENT-ON-FILE VALUE "Y".
       77 SCH-DISPLAY PIC ZZZZ9.
       77 DEPT-SCH-DISPLAY PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       010-MAIN.
               COURSES-INDEXED-STATUS.

           PERFORM 022-LOAD-SEAT-POOLS THRU 022-EXIT.
           OPEN INPUT ENROLLMENT-MASTER.
           IF ENROLLMENT-OK
               MOVE "Y" TO ENROLLMENT-ON-FILE-FLAG.
           IF POOLS-ON-FILE
               OPEN INPUT STUDENT-MASTER
           END-IF.

           END-IF.
           ADD 1 TO DEPT-SECTION-COUNT.
           ADD FILL-PCT TO DEPT-FILL-TOTAL.
           PERFORM 044-SUM-SECTION-SCH.
           ADD SECTION-SCH TO DEPT-SCH-TOTAL.
           IF VARIABLE-CREDIT-SECTION OF STUDENT-RECORD-INDEXED
               MOVE SECTION-SCH TO SCH-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "  VARIABLE CREDIT: CRN " DELIMITED BY SIZE
                   CRN OF STUDENT-RECORD-INDEXED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   COURSE-NUMBER OF STUDENT-RECORD-INDEXED
                       DELIMITED BY SIZE
                   " ENROLLED SCH " DELIMITED BY SIZE
                   SCH-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM 036-WRITE-OUTPUT-LINE
           END-IF.

      *>    Below the cancellation threshold goes straight onto the
      *>    deans' cancel-candidates list.
               END-IF
           END-PERFORM.

      *>    Enrolled student credit hours for the section off the
      *>    live roster.
       044-SUM-SECTION-SCH.
           MOVE ZERO TO SECTION-SCH.
      *>    No enrollment file falls back to seats times the
      *>    section's SCH.
           IF NOT ENROLLMENT-ON-FILE
               IF SEATS-ENROLLED OF STUDENT-RECORD-INDEXED IS NUMERIC
                       AND SCH OF STUDENT-RECORD-INDEXED IS NUMERIC
                   MOVE SCH OF STUDENT-RECORD-INDEXED TO SCH-COMP
                   COMPUTE SECTION-SCH =
                       SEATS-ENROLLED OF STUDENT-RECORD-INDEXED
                       * SCH-COMP
               END-IF
           ELSE
               MOVE CRN OF STUDENT-RECORD-INDEXED TO EN-CRN
               MOVE RUN-TERM-CODE TO EN-TERM-CODE
               START ENROLLMENT-MASTER KEY IS EQUAL TO EN-CRN-TERM-KEY
                   INVALID KEY
                       MOVE "46" TO ENROLLMENT-STATUS
               END-START
               PERFORM UNTIL NO-MORE-ENROLLEES
                   READ ENROLLMENT-MASTER NEXT RECORD
                       AT END MOVE "46" TO ENROLLMENT-STATUS
                   END-READ
                   IF NOT NO-MORE-ENROLLEES
                       AND (EN-CRN NOT EQUAL
                               CRN OF STUDENT-RECORD-INDEXED
                           OR EN-TERM-CODE NOT EQUAL RUN-TERM-CODE)
                       MOVE "46" TO ENROLLMENT-STATUS
                   END-IF
                   IF NOT NO-MORE-ENROLLEES AND ENROLLMENT-ACTIVE
                       IF EN-CREDITS IS NUMERIC
                               AND EN-CREDITS IS GREATER THAN ZERO
                           ADD EN-CREDITS TO SECTION-SCH
                       ELSE
                           IF SCH OF STUDENT-RECORD-INDEXED IS NUMERIC
                               MOVE SCH OF STUDENT-RECORD-INDEXED
                                   TO SCH-COMP
                               ADD SCH-COMP TO SECTION-SCH
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "00" TO ENROLLMENT-STATUS
           END-IF.

       038-DETAIL-DISPLAY.
           IF DEPT-SECTION-COUNT IS GREATER THAN ZERO
               COMPUTE AVERAGE-FILL =
               "%" DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM 036-WRITE-OUTPUT-LINE.
           MOVE DEPT-SCH-TOTAL TO DEPT-SCH-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING LAST-DEPT DELIMITED BY SIZE
               " ENROLLED STUDENT CREDIT HOURS " DELIMITED BY SIZE
               DEPT-SCH-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM 036-WRITE-OUTPUT-LINE.

           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX GREATER THAN COURSE-COUNT
           MOVE DEPARTMENT-CODE OF STUDENT-RECORD-INDEXED TO LAST-DEPT.
           MOVE ZERO TO DEPT-SECTION-COUNT.
           MOVE ZERO TO DEPT-FILL-TOTAL.
           MOVE ZERO TO DEPT-SCH-TOTAL.
           MOVE ZERO TO COURSE-COUNT.

       036-WRITE-OUTPUT-LINE.
           PERFORM 036-WRITE-OUTPUT-LINE.
           CLOSE COURSES-INDEXED.
           CLOSE FILL-REPORT-FILE.
           IF ENROLLMENT-ON-FILE
               CLOSE ENROLLMENT-MASTER
           END-IF.
           IF POOLS-ON-FILE
               CLOSE STUDENT-MASTER
           END-IF.
       END PROGRAM FILL-RATE.
