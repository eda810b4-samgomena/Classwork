      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: FERPA record-access query -- a student has the right
      *          to see who has looked at their education record, and
      *          the compliance office has to answer "what has this
      *          operator been looking at". LOG-RECORD-ACCESS appends
      *          a row to AccessLog.txt every time an inquiry screen
      *          or report shows a student; S lists every access to
      *          one student id and O every access by one operator id,
      *          in a date range, to AccessLogReport.txt -- date,
      *          time, operator, program, student and purpose code --
      *          with a count at the end. A zero from-date starts at
      *          the beginning of the file and a zero to-date runs
      *          through today.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-LOG-QUERY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG-FILE ASSIGN TO "AccessLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCESS-LOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "AccessLogReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ACCESS-LOG-FILE.
       COPY AccessLogFormat.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       77 ACCESS-LOG-STATUS PIC X(2) VALUE "00".
           88 ACCESS-LOG-OK VALUE "00".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 QUERY-MODE PIC X VALUE "S".
           88 BY-STUDENT VALUE "S", "s".
           88 BY-OPERATOR VALUE "O", "o".
       77 WANTED-STUDENT PIC X(9) VALUE SPACES.
       77 WANTED-OPERATOR PIC X(8) VALUE SPACES.
       77 FROM-DATE PIC 9(8) VALUE ZERO.
       77 TO-DATE PIC 9(8) VALUE ZERO.
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
       77 ACCESS-COUNT PIC 9(6) VALUE ZERO.
       77 ACCESS-COUNT-DISPLAY PIC ZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.
           DISPLAY "Enter S to list access to one student or O to "
               "list access by one operator: ".
           ACCEPT QUERY-MODE.
           IF BY-OPERATOR
               DISPLAY "OPERATOR ID: "
               ACCEPT WANTED-OPERATOR
           ELSE
               MOVE "S" TO QUERY-MODE
               DISPLAY "STUDENT ID: "
               ACCEPT WANTED-STUDENT
           END-IF.
           DISPLAY "ACCESS FROM (YYYYMMDD, 0 FOR ALL): ".
           ACCEPT FROM-DATE.
           DISPLAY "THROUGH (YYYYMMDD, 0 FOR TODAY): ".
           ACCEPT TO-DATE.
           IF TO-DATE IS EQUAL TO ZERO
               MOVE TODAY-DATE TO TO-DATE.

           OPEN INPUT ACCESS-LOG-FILE.
           IF NOT ACCESS-LOG-OK
               DISPLAY "NO AccessLog.txt ON FILE -- NO RECORD ACCESS "
                   "HAS BEEN LOGGED"
               STOP RUN.
           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO REPORT-LINE.
           IF BY-OPERATOR
               STRING "RECORD ACCESS BY OPERATOR " DELIMITED BY SIZE
                   WANTED-OPERATOR DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "RECORD ACCESS TO STUDENT " DELIMITED BY SIZE
                   WANTED-STUDENT DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "FROM " DELIMITED BY SIZE
               FROM-DATE DELIMITED BY SIZE
               " THROUGH " DELIMITED BY SIZE
               TO-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DATE     TIME     OPERATOR " DELIMITED BY SIZE
               "PROGRAM              STUDENT   PURPOSE"
                   DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           READ ACCESS-LOG-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM LIST-ONE-ACCESS UNTIL EOF.
           CLOSE ACCESS-LOG-FILE.

           MOVE ACCESS-COUNT TO ACCESS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING ACCESS-COUNT-DISPLAY DELIMITED BY SIZE
               " ACCESS RECORD(S)" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY ACCESS-COUNT " ACCESS RECORD(S) WRITTEN TO "
               "AccessLogReport.txt".
           STOP RUN.

       LIST-ONE-ACCESS.
           IF AL-DATE IS NOT LESS THAN FROM-DATE
                   AND AL-DATE IS NOT GREATER THAN TO-DATE
                   AND ((BY-STUDENT AND AL-STUDENT-ID IS EQUAL TO
                           WANTED-STUDENT)
                       OR (BY-OPERATOR AND AL-OPERATOR IS EQUAL TO
                           WANTED-OPERATOR))
               ADD 1 TO ACCESS-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING AL-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AL-TIME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AL-OPERATOR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AL-PROGRAM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AL-STUDENT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AL-PURPOSE DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           READ ACCESS-LOG-FILE AT END MOVE 1 TO EOF-FLAG.

       END PROGRAM ACCESS-LOG-QUERY.
