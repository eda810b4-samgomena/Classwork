      *          filled-in file is what GRADE-LOAD posts.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Modification History:
      *   10/15/2026 SG - Each student line notes a pass/no-pass or
      *                   audit enrollment after the grade column, so
      *                   the instructor enters P/NP or AU where GRADE-
      *                   LOAD expects them.
      *   10/15/2026 SG - Each student line carries the student's credit
      *                   hours, the credits chosen at registration on a
      *                   variable-credit section.
      *   10/15/2026 SG - Each student line ends with the student's
      *                   preferred name (the legal name when none is on
      *                   file) for the instructor.
      *   10/15/2026 SG - Roster names are still looked up after a
      *                   student not on file; StudentMaster is closed
      *                   at end of run.
      * Tectonics: cobc
      ******************************************************************

           SELECT BATCH-PARMS-FILE ASSIGN TO "BatchParms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-PARMS-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COURSES-INDEXED.
       01 BATCH-PARMS-RECORD.
           03 BP-TERM-CODE PIC 9(6).
           03 FILLER PIC X(12).
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       WORKING-STORAGE SECTION.
       77 COURSES-INDEXED-STATUS PIC X(2) VALUE "00".
           88 COURSES-INDEXED-OK VALUE "00".
           88 NO-MORE-ENROLLEES VALUE "46".
       77 BATCH-PARMS-STATUS PIC X(2) VALUE "00".
           88 BATCH-PARMS-OK VALUE "00".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 STUDENT-MASTER-OPEN-FLAG PIC X VALUE "N".
           88 STUDENT-MASTER-OPEN VALUE "Y".
       77 RUN-TERM-CODE PIC 9(6) VALUE ZERO.
       77 SECTION-COUNT PIC 9(5) VALUE ZERO.
       77 STUDENT-LINE-COUNT PIC 9(6) VALUE ZERO.
           03 SD-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SD-GRADE PIC X(2).
      *>    The elected basis rides along past the grade column so
      *>    the instructor knows which marks the load will take.
           03 FILLER PIC X(1) VALUE SPACE.
           03 SD-BASIS-NOTE PIC X(11).
      *>    The student's own credit hours -- the section's SCH, or
      *>    on a variable-credit section the credits chosen at
      *>    registration.
           03 FILLER PIC X(1) VALUE SPACE.
           03 SD-CREDITS PIC 9(1).
      *>    The name the student goes by, for the instructor's eye
      *>    only -- the load run reads nothing past the columns
      *>    above.
           03 FILLER PIC X(2) VALUE SPACES.
           03 SD-NAME PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT BATCH-PARMS-FILE.
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-OK
               MOVE "Y" TO STUDENT-MASTER-OPEN-FLAG
           END-IF.
           OPEN OUTPUT ROSTER-FILE.

           MOVE ZEROS TO CRN OF STUDENT-RECORD-INDEXED.
           CLOSE ROSTER-FILE.
           CLOSE COURSES-INDEXED.
           CLOSE ENROLLMENT-MASTER.
           IF STUDENT-MASTER-OPEN
               CLOSE STUDENT-MASTER
           END-IF.
           DISPLAY SECTION-COUNT " ROSTER(S) WITH "
               STUDENT-LINE-COUNT " STUDENT LINE(S) WRITTEN TO "
               "GradeRosters.txt".
               IF NOT NO-MORE-ENROLLEES AND ENROLLMENT-ACTIVE
                   ADD 1 TO STUDENT-LINE-COUNT
                   MOVE EN-STUDENT-ID TO SD-STUDENT-ID
                   PERFORM LOOKUP-ROSTER-NAME
                   MOVE SPACES TO SD-GRADE
                   EVALUATE TRUE
                       WHEN EN-BASIS-PASS-NO-PASS
                           MOVE "P/NP ONLY" TO SD-BASIS-NOTE
                       WHEN EN-BASIS-AUDIT
                           MOVE "AUDIT -- AU" TO SD-BASIS-NOTE
                       WHEN OTHER
                           MOVE SPACES TO SD-BASIS-NOTE
                   END-EVALUATE
                   IF EN-CREDITS IS NUMERIC
                           AND EN-CREDITS IS GREATER THAN ZERO
                       MOVE EN-CREDITS TO SD-CREDITS
                   ELSE
                       MOVE CLASS-CREDITS TO SD-CREDITS
                   END-IF
                   MOVE SPACES TO ROSTER-LINE
                   MOVE STUDENT-DETAIL-LINE TO ROSTER-LINE
                   WRITE ROSTER-LINE
           END-PERFORM.
           MOVE "00" TO ENROLLMENT-STATUS.

      *>    Preferred name when one is on file, else the legal name;
      *>    blank for an id missing from the StudentMaster.
       LOOKUP-ROSTER-NAME.
           MOVE SPACES TO SD-NAME.
           IF STUDENT-MASTER-OPEN
               MOVE EN-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER KEY IS SM-STUDENT-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SM-PREFERRED-NAME IS NOT EQUAL TO SPACES
                           MOVE SM-PREFERRED-NAME TO SD-NAME
                       ELSE
                           MOVE SM-NAME TO SD-NAME
                       END-IF
               END-READ
           END-IF.

       END PROGRAM GRADE-ROSTER-GEN.
