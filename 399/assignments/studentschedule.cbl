      *                   out of TermCalendar.txt --
      *                   so orientation stops being a data-entry
      *                   workshop.
      *   10/15/2026 SG - The grid heading and the iCal calendar name
      *                   (X-WR-CALNAME) carry the student's preferred
      *                   name, or the legal name when none is on file.
      *   10/15/2026 SG - The run signs the operator on and asks the
      *                   purpose of access, and the student logs to
      *                   AccessLog.txt through LOG-RECORD-ACCESS when
      *                   the grid or calendar is produced.
      * Tectonics: cobc
      ******************************************************************

           SELECT TERM-CALENDAR-FILE ASSIGN TO "TermCalendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-CALENDAR-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT-MASTER.
           03 TC-FINALS-START PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-DESCRIPTION PIC X(20).
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       WORKING-STORAGE SECTION.
       77 ENROLLMENT-STATUS PIC X(2) VALUE "00".
           88 ENROLLMENT-OK VALUE "00".
       77 COURSES-INDEXED-STATUS PIC X(2) VALUE "00".
           88 COURSES-INDEXED-OK VALUE "00".
       77 INPUT-STUDENT-ID PIC X(9).
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 SCHEDULE-NAME PIC X(20) VALUE SPACES.
       77 INPUT-TERM-CODE PIC 9(6).
       77 RUN-MODE PIC X VALUE "G".
           88 EXPORT-MODE VALUE "C", "c".
       77 OPERATOR-ID PIC X(8) VALUE SPACES.
       77 AUTH-LEVEL PIC 9 VALUE ZERO.
       77 SIGNED-ON-FLAG PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
      *>    The student whose grid or calendar is produced is logged
      *>    to AccessLog.txt under the signed-on operator and the
      *>    purpose keyed at sign-on.
       77 ACCESS-PURPOSE PIC X(3) VALUE SPACES.
       77 ACCESS-PROGRAM PIC X(20) VALUE "STUDENT-SCHEDULE".
       77 TERM-CALENDAR-STATUS PIC X(2) VALUE "00".
           88 TERM-CALENDAR-OK VALUE "00".
       77 CALENDAR-EOF-FLAG PIC 9 VALUE IS 0.
           03 SW-ROOM PIC X(6).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "OPERATOR-SIGN-ON" USING OPERATOR-ID AUTH-LEVEL
               SIGNED-ON-FLAG.
           IF NOT OPERATOR-SIGNED-ON
               STOP RUN.
           CALL "ACCESS-PURPOSE" USING ACCESS-PURPOSE.
           IF ACCESS-PURPOSE IS EQUAL TO SPACES
               STOP RUN.

           DISPLAY "STUDENT ID: ".
           ACCEPT INPUT-STUDENT-ID.
           DISPLAY "TERM CODE: ".
           DISPLAY "Enter G for the weekly grid or C for the "
               "calendar (iCal) export: ".
           ACCEPT RUN-MODE.
           PERFORM LOOKUP-SCHEDULE-NAME.

           IF EXPORT-MODE
               PERFORM EXPORT-CALENDAR THRU EXPORT-CALENDAR-EXIT

           PERFORM SORT-WEEK-SLOTS.

           CALL "LOG-RECORD-ACCESS" USING OPERATOR-ID ACCESS-PROGRAM
               INPUT-STUDENT-ID ACCESS-PURPOSE.
           OPEN OUTPUT SCHEDULE-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "WEEKLY SCHEDULE -- " DELIMITED BY SIZE
               INPUT-STUDENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SCHEDULE-NAME DELIMITED BY SIZE
               "  TERM " DELIMITED BY SIZE
               INPUT-TERM-CODE DELIMITED BY SIZE
               INTO REPORT-LINE.
                   COURSES-INDEXED-STATUS
               GO TO EXPORT-CALENDAR-EXIT.

           CALL "LOG-RECORD-ACCESS" USING OPERATOR-ID ACCESS-PROGRAM
               INPUT-STUDENT-ID ACCESS-PURPOSE.
           OPEN OUTPUT ICAL-FILE.
           MOVE "BEGIN:VCALENDAR" TO ICAL-LINE.
           WRITE ICAL-LINE.
           MOVE "PRODID:-//REGISTRAR//STUDENT-SCHEDULE//EN"
               TO ICAL-LINE.
           WRITE ICAL-LINE.
           IF SCHEDULE-NAME IS NOT EQUAL TO SPACES
               MOVE SPACES TO ICAL-LINE
               STRING "X-WR-CALNAME:" DELIMITED BY SIZE
                   SCHEDULE-NAME DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   INPUT-TERM-CODE DELIMITED BY SIZE
                   INTO ICAL-LINE
               WRITE ICAL-LINE
           END-IF.

           MOVE INPUT-STUDENT-ID TO EN-STUDENT-ID.
           MOVE ZEROS TO EN-CRN.
           DISPLAY REPORT-LINE.
           WRITE REPORT-LINE.

      *>    The name the student goes by heads the grid and names
      *>    the calendar; the legal name when no preferred name is
      *>    on file, and the bare id when the student is not.
       LOOKUP-SCHEDULE-NAME.
           MOVE SPACES TO SCHEDULE-NAME.
           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-OK
               MOVE INPUT-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER KEY IS SM-STUDENT-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SM-PREFERRED-NAME IS NOT EQUAL TO SPACES
                           MOVE SM-PREFERRED-NAME TO SCHEDULE-NAME
                       ELSE
                           MOVE SM-NAME TO SCHEDULE-NAME
                       END-IF
               END-READ
               CLOSE STUDENT-MASTER
           END-IF.

       END PROGRAM STUDENT-SCHEDULE.
