      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Shared FERPA record-access logger -- the audit trail
      *          records who changed a student's record but not who
      *          looked at it, and FERPA has us produce that list on
      *          request. Every program that displays or prints a
      *          student's education record CALLs here once per
      *          student shown, with the operator OPERATOR-SIGN-ON
      *          signed on, the program name, the student id and the
      *          purpose code ACCESS-PURPOSE took at sign-on, and one
      *          dated, timed row appends to AccessLog.txt for
      *          ACCESS-LOG-QUERY and ACCESS-WATCH to read. The file
      *          opens and closes per call, the ENROLL-JOURNAL shape,
      *          so a crashed session still leaves its trail.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOG-RECORD-ACCESS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG-FILE ASSIGN TO "AccessLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCESS-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCESS-LOG-FILE.
       COPY AccessLogFormat.
       WORKING-STORAGE SECTION.
       77 ACCESS-LOG-STATUS PIC X(2) VALUE "00".
           88 ACCESS-LOG-MISSING VALUE "35".
       77 RUN-DATE PIC 9(6).
       LINKAGE SECTION.
       01 LK-OPERATOR PIC X(8).
       01 LK-PROGRAM PIC X(20).
       01 LK-STUDENT-ID PIC X(9).
       01 LK-PURPOSE PIC X(3).
       PROCEDURE DIVISION USING LK-OPERATOR LK-PROGRAM
               LK-STUDENT-ID LK-PURPOSE.
       MAIN-PROCEDURE.
           OPEN EXTEND ACCESS-LOG-FILE.
           IF ACCESS-LOG-MISSING
               OPEN OUTPUT ACCESS-LOG-FILE.
           MOVE SPACES TO ACCESS-LOG-RECORD.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE AL-DATE = 20000000 + RUN-DATE.
           ACCEPT AL-TIME FROM TIME.
           MOVE LK-OPERATOR TO AL-OPERATOR.
           MOVE LK-PROGRAM TO AL-PROGRAM.
           MOVE LK-STUDENT-ID TO AL-STUDENT-ID.
           MOVE LK-PURPOSE TO AL-PURPOSE.
           WRITE ACCESS-LOG-RECORD.
           CLOSE ACCESS-LOG-FILE.
           GOBACK.

       END PROGRAM LOG-RECORD-ACCESS.
