      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: FERPA record-access watch -- an operator who pulls up
      *          a few dozen students on a registration day is doing
      *          their job; one who pulls up hundreds is browsing, and
      *          nobody would know until a student asked. This sorts
      *          the AccessLog.txt rows LOG-RECORD-ACCESS writes for
      *          a date range by date, operator and student, counts
      *          the distinct students each operator looked at each
      *          day, and lists to AccessWatch.txt every operator-day
      *          over DISTINCT-LIMIT with its distinct-student and
      *          total-access counts, for the compliance office to
      *          follow up with ACCESS-LOG-QUERY. The limit is keyed
      *          at the prompt (zero takes the standard 40). A zero
      *          from-date starts at the beginning of the file and a
      *          zero to-date runs through today.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-WATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG-FILE ASSIGN TO "AccessLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCESS-LOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "AccessWatch.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "ACCESSWK.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD ACCESS-LOG-FILE.
       COPY AccessLogFormat.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       SD SORT-FILE.
       01 SORT-RECORD.
           03 SK-DATE PIC 9(8).
           03 SK-OPERATOR PIC X(8).
           03 SK-STUDENT-ID PIC X(9).
       WORKING-STORAGE SECTION.
       77 ACCESS-LOG-STATUS PIC X(2) VALUE "00".
           88 ACCESS-LOG-OK VALUE "00".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 SORT-EOF-FLAG PIC 9 VALUE IS 0.
           88 SORT-EOF VALUE IS 1.
       77 FROM-DATE PIC 9(8) VALUE ZERO.
       77 TO-DATE PIC 9(8) VALUE ZERO.
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
       77 DISTINCT-LIMIT PIC 9(4) VALUE ZERO.
       77 STANDARD-LIMIT PIC 9(4) VALUE 40.
       77 PRIOR-DATE PIC 9(8).
       77 PRIOR-OPERATOR PIC X(8).
       77 PRIOR-STUDENT-ID PIC X(9).
       77 DISTINCT-COUNT PIC 9(6) VALUE ZERO.
       77 ACCESS-COUNT PIC 9(6) VALUE ZERO.
       77 OPERATOR-DAY-COUNT PIC 9(6) VALUE ZERO.
       77 FLAGGED-COUNT PIC 9(6) VALUE ZERO.
       77 COUNT-DISPLAY PIC ZZZZZ9.
       77 TOTAL-DISPLAY PIC ZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.
           DISPLAY "CHECK ACCESS FROM (YYYYMMDD, 0 FOR ALL): ".
           ACCEPT FROM-DATE.
           DISPLAY "THROUGH (YYYYMMDD, 0 FOR TODAY): ".
           ACCEPT TO-DATE.
           IF TO-DATE IS EQUAL TO ZERO
               MOVE TODAY-DATE TO TO-DATE.
           DISPLAY "DISTINCT STUDENTS PER OPERATOR PER DAY BEFORE "
               "FLAGGING (0 FOR " STANDARD-LIMIT "): ".
           ACCEPT DISTINCT-LIMIT.
           IF DISTINCT-LIMIT IS EQUAL TO ZERO
               MOVE STANDARD-LIMIT TO DISTINCT-LIMIT.

           OPEN INPUT ACCESS-LOG-FILE.
           IF NOT ACCESS-LOG-OK
               DISPLAY "NO AccessLog.txt ON FILE -- NO RECORD ACCESS "
                   "HAS BEEN LOGGED"
               STOP RUN.
           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO REPORT-LINE.
           STRING "RECORD-ACCESS WATCH " DELIMITED BY SIZE
               FROM-DATE DELIMITED BY SIZE
               " THROUGH " DELIMITED BY SIZE
               TO-DATE DELIMITED BY SIZE
               " -- OVER " DELIMITED BY SIZE
               DISTINCT-LIMIT DELIMITED BY SIZE
               " STUDENTS A DAY" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DATE     OPERATOR  STUDENTS  ACCESSES" TO REPORT-LINE.
           WRITE REPORT-LINE.

           SORT SORT-FILE
               ON ASCENDING KEY SK-DATE
               ON ASCENDING KEY SK-OPERATOR
               ON ASCENDING KEY SK-STUDENT-ID
               INPUT PROCEDURE IS SELECT-ACCESS
               OUTPUT PROCEDURE IS COUNT-OPERATOR-DAYS
                   THRU COUNT-OPERATOR-DAYS-EXIT.
           CLOSE ACCESS-LOG-FILE.

           MOVE OPERATOR-DAY-COUNT TO TOTAL-DISPLAY.
           MOVE FLAGGED-COUNT TO COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING COUNT-DISPLAY DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               TOTAL-DISPLAY DELIMITED BY SIZE
               " OPERATOR-DAY(S) FLAGGED" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY FLAGGED-COUNT " OPERATOR-DAY(S) FLAGGED IN "
               "AccessWatch.txt".
           STOP RUN.

       SELECT-ACCESS.
           READ ACCESS-LOG-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               IF AL-DATE IS NOT LESS THAN FROM-DATE
                       AND AL-DATE IS NOT GREATER THAN TO-DATE
                   MOVE AL-DATE TO SK-DATE
                   MOVE AL-OPERATOR TO SK-OPERATOR
                   MOVE AL-STUDENT-ID TO SK-STUDENT-ID
                   RELEASE SORT-RECORD
               END-IF
               READ ACCESS-LOG-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.

      *>    Rows come back grouped by day and operator with each
      *>    operator's students together, so a change of student id
      *>    inside the group is one more distinct student.
       COUNT-OPERATOR-DAYS.
           RETURN SORT-FILE AT END MOVE 1 TO SORT-EOF-FLAG.
           IF SORT-EOF
               GO TO COUNT-OPERATOR-DAYS-EXIT.
           PERFORM START-OPERATOR-DAY.
           PERFORM UNTIL SORT-EOF
               IF SK-DATE IS NOT EQUAL TO PRIOR-DATE
                       OR SK-OPERATOR IS NOT EQUAL TO PRIOR-OPERATOR
                   PERFORM CLOSE-OPERATOR-DAY
                   PERFORM START-OPERATOR-DAY
               END-IF
               ADD 1 TO ACCESS-COUNT
               IF SK-STUDENT-ID IS NOT EQUAL TO PRIOR-STUDENT-ID
                   ADD 1 TO DISTINCT-COUNT
                   MOVE SK-STUDENT-ID TO PRIOR-STUDENT-ID
               END-IF
               RETURN SORT-FILE AT END MOVE 1 TO SORT-EOF-FLAG
           END-PERFORM.
           PERFORM CLOSE-OPERATOR-DAY.
       COUNT-OPERATOR-DAYS-EXIT.
           EXIT.

       START-OPERATOR-DAY.
           MOVE SK-DATE TO PRIOR-DATE.
           MOVE SK-OPERATOR TO PRIOR-OPERATOR.
           MOVE HIGH-VALUES TO PRIOR-STUDENT-ID.
           MOVE ZERO TO DISTINCT-COUNT.
           MOVE ZERO TO ACCESS-COUNT.

       CLOSE-OPERATOR-DAY.
           ADD 1 TO OPERATOR-DAY-COUNT.
           IF DISTINCT-COUNT IS GREATER THAN DISTINCT-LIMIT
               ADD 1 TO FLAGGED-COUNT
               MOVE DISTINCT-COUNT TO COUNT-DISPLAY
               MOVE ACCESS-COUNT TO TOTAL-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING PRIOR-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PRIOR-OPERATOR DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   COUNT-DISPLAY DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   TOTAL-DISPLAY DELIMITED BY SIZE
                   "  ** UNUSUAL **" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       END PROGRAM ACCESS-WATCH.
