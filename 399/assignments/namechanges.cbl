      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Legal-name change report -- financial aid has to
      *          match a student's legal name to the federal record
      *          and payroll to the W-4 for student employees, and
      *          both used to learn of a name change when a document
      *          bounced. STUDENT-MASTER-MAINT appends a row to
      *          NameHistory.txt for every legal (L) and preferred
      *          (P) name change; this lists the legal-name changes
      *          keyed in a date range -- date, student id, old and
      *          new legal name, and the operator who keyed it -- to
      *          LegalNameChanges.txt with a count at the end.
      *          Preferred-name changes are the student's own
      *          business and never appear here. A zero from-date
      *          starts at the beginning of the file and a zero
      *          to-date runs through today.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGAL-NAME-CHANGES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAME-HISTORY-FILE ASSIGN TO "NameHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NAME-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LegalNameChanges.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD NAME-HISTORY-FILE.
       COPY NameHistoryFormat.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       77 NAME-HISTORY-STATUS PIC X(2) VALUE "00".
           88 NAME-HISTORY-OK VALUE "00".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 FROM-DATE PIC 9(8) VALUE ZERO.
       77 TO-DATE PIC 9(8) VALUE ZERO.
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
       77 CHANGE-COUNT PIC 9(5) VALUE ZERO.
       77 CHANGE-COUNT-DISPLAY PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.
           DISPLAY "LEGAL-NAME CHANGES FROM (YYYYMMDD, 0 FOR ALL): ".
           ACCEPT FROM-DATE.
           DISPLAY "THROUGH (YYYYMMDD, 0 FOR TODAY): ".
           ACCEPT TO-DATE.
           IF TO-DATE IS EQUAL TO ZERO
               MOVE TODAY-DATE TO TO-DATE.

           OPEN INPUT NAME-HISTORY-FILE.
           IF NOT NAME-HISTORY-OK
               DISPLAY "NO NameHistory.txt ON FILE -- NO NAME CHANGES "
                   "HAVE BEEN KEYED"
               STOP RUN.
           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO REPORT-LINE.
           STRING "LEGAL-NAME CHANGES " DELIMITED BY SIZE
               FROM-DATE DELIMITED BY SIZE
               " THROUGH " DELIMITED BY SIZE
               TO-DATE DELIMITED BY SIZE
               " -- FINANCIAL AID AND PAYROLL" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DATE     STUDENT   OLD LEGAL NAME       NEW LEGAL NAME"
               TO REPORT-LINE.
           WRITE REPORT-LINE.

           READ NAME-HISTORY-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM LIST-ONE-CHANGE UNTIL EOF.
           CLOSE NAME-HISTORY-FILE.

           MOVE CHANGE-COUNT TO CHANGE-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING CHANGE-COUNT-DISPLAY DELIMITED BY SIZE
               " LEGAL-NAME CHANGE(S)" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY CHANGE-COUNT " LEGAL-NAME CHANGE(S) WRITTEN TO "
               "LegalNameChanges.txt".
           STOP RUN.

       LIST-ONE-CHANGE.
           IF NH-LEGAL-NAME
                   AND NH-DATE IS NOT LESS THAN FROM-DATE
                   AND NH-DATE IS NOT GREATER THAN TO-DATE
               ADD 1 TO CHANGE-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING NH-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NH-STUDENT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NH-OLD-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NH-NEW-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NH-OPERATOR DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           READ NAME-HISTORY-FILE AT END MOVE 1 TO EOF-FLAG.

       END PROGRAM LEGAL-NAME-CHANGES.
