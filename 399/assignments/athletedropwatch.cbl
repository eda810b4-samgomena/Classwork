      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Nightly mid-term eligibility watch -- an athlete
      *          certified full-time before the season used to stay
      *          certified after dropping to part time until someone
      *          in compliance noticed. For the batch term (off
      *          BatchParms.txt, else keyed), every athlete whose
      *          AthleteCertification.txt row for the term is still
      *          C has their current active EnrollmentMaster load
      *          re-measured from the IndexedCourses SCH; one below
      *          full time (12 SCH, 9 for class level GR) is
      *          re-flagged N with rule DROPPED BELOW FULL TIME and
      *          today's date, and an alert line is appended to
      *          AthleteAlerts.txt for the compliance office.
      *          Return codes follow the NIGHTLY-BATCH scheme: 0
      *          clean (including no certification file yet), 8
      *          when EnrollmentMaster cannot be opened or the
      *          certification file cannot be rewritten.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATHLETE-DROP-WATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-PARMS-FILE ASSIGN TO "BatchParms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-PARMS-STATUS.
           SELECT CERT-FILE ASSIGN TO "AthleteCertification.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERT-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "AthleteAlerts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
           SELECT ENROLLMENT-MASTER ASSIGN TO "EnrollmentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-STUDENT-CRN-TERM-KEY
                   = EN-STUDENT-ID EN-CRN EN-TERM-CODE
               ALTERNATE KEY IS EN-CRN-TERM-KEY
                   = EN-CRN EN-TERM-CODE WITH DUPLICATES
               FILE STATUS IS ENROLLMENT-STATUS.
           SELECT COURSES-INDEXED ASSIGN TO "IndexedCourses"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRN-TERM-KEY
                   = CRN OF STUDENT-RECORD-INDEXED
                   TERM-CODE OF STUDENT-RECORD-INDEXED
               ALTERNATE KEY IS DEPARTMENT-CODE
                   OF STUDENT-RECORD-INDEXED WITH DUPLICATES
               ALTERNATE KEY IS INSTRUCTOR-LAST
                   OF STUDENT-RECORD-INDEXED WITH DUPLICATES
               FILE STATUS IS COURSES-INDEXED-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BATCH-PARMS-FILE.
       01 BATCH-PARMS-RECORD.
           03 BP-TERM-CODE PIC 9(6).
           03 FILLER PIC X(12).
       FD CERT-FILE.
       COPY AthleteCertFormat.
       FD ALERT-FILE.
       01 ALERT-LINE PIC X(80).
       FD ENROLLMENT-MASTER.
       COPY EnrollmentFormat.
       FD COURSES-INDEXED.
       COPY CoursesFormat REPLACING STUDENT-RECORD
           BY STUDENT-RECORD-INDEXED.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       WORKING-STORAGE SECTION.
       77 BATCH-PARMS-STATUS PIC X(2) VALUE "00".
           88 BATCH-PARMS-OK VALUE "00".
       77 CERT-FILE-STATUS PIC X(2) VALUE "00".
           88 CERT-FILE-OK VALUE "00".
       77 ALERT-FILE-STATUS PIC X(2) VALUE "00".
           88 ALERT-FILE-OK VALUE "00".
           88 ALERT-FILE-MISSING VALUE "35".
       77 ENROLLMENT-STATUS PIC X(2) VALUE "00".
           88 ENROLLMENT-OK VALUE "00".
       77 COURSES-INDEXED-STATUS PIC X(2) VALUE "00".
           88 COURSES-INDEXED-OK VALUE "00".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 MASTER-OPEN-FLAG PIC X VALUE "N".
           88 MASTER-OPEN VALUE "Y".
       77 COURSES-OPEN-FLAG PIC X VALUE "N".
           88 COURSES-OPEN VALUE "Y".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 RUN-TERM-CODE PIC 9(6).
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
       77 FULL-SCH PIC 9(2).
       77 LOAD-SCH PIC 9(3).
       77 SCH-COMP PIC 9(3).
       77 NUM-DISPLAY PIC ZZ9.
       77 CHECKED-COUNT PIC 9(4) VALUE ZERO.
       77 FLAGGED-COUNT PIC 9(4) VALUE ZERO.

      *>    The whole certification file, rewritten in place once
      *>    the term's certified rows are re-measured.
       77 CERT-ROW-COUNT PIC 9(5) VALUE IS 0.
       01 CERT-ROW-TABLE.
           03 CERT-ROW-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON CERT-ROW-COUNT.
               05 CR-RECORD PIC X(64).
       77 CR-IDX PIC 9(5).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-RUN-TERM.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.

           OPEN INPUT CERT-FILE.
           IF NOT CERT-FILE-OK
               DISPLAY "NO AthleteCertification.txt -- NOTHING TO "
                   "WATCH"
               MOVE 0 TO RETURN-CODE
               STOP RUN.
           MOVE 0 TO EOF-FLAG.
           READ CERT-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR CERT-ROW-COUNT IS EQUAL TO 10000
               ADD 1 TO CERT-ROW-COUNT
               MOVE ATHLETE-CERT-RECORD TO CR-RECORD(CERT-ROW-COUNT)
               READ CERT-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE CERT-FILE.

           OPEN INPUT ENROLLMENT-MASTER.
           IF NOT ENROLLMENT-OK
               DISPLAY "UNABLE TO OPEN EnrollmentMaster -- STATUS "
                   ENROLLMENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT COURSES-INDEXED.
           IF COURSES-INDEXED-OK
               MOVE "Y" TO COURSES-OPEN-FLAG
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-OK
               MOVE "Y" TO MASTER-OPEN-FLAG
           END-IF.
           OPEN EXTEND ALERT-FILE.
           IF ALERT-FILE-MISSING
               OPEN OUTPUT ALERT-FILE.

           PERFORM CHECK-ONE-ROW THRU CHECK-ONE-ROW-EXIT
               VARYING CR-IDX FROM 1 BY 1
               UNTIL CR-IDX GREATER THAN CERT-ROW-COUNT.

           CLOSE ALERT-FILE.
           IF MASTER-OPEN
               CLOSE STUDENT-MASTER
           END-IF.
           IF COURSES-OPEN
               CLOSE COURSES-INDEXED
           END-IF.
           CLOSE ENROLLMENT-MASTER.

           IF FLAGGED-COUNT IS GREATER THAN ZERO
               OPEN OUTPUT CERT-FILE
               IF NOT CERT-FILE-OK
                   DISPLAY "UNABLE TO REWRITE AthleteCertification.txt"
                       " -- STATUS " CERT-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING CR-IDX FROM 1 BY 1
                       UNTIL CR-IDX GREATER THAN CERT-ROW-COUNT
                   MOVE CR-RECORD(CR-IDX) TO ATHLETE-CERT-RECORD
                   WRITE ATHLETE-CERT-RECORD
               END-PERFORM
               CLOSE CERT-FILE
           END-IF.

           DISPLAY CHECKED-COUNT " CERTIFIED ATHLETES CHECKED, "
               FLAGGED-COUNT " RE-FLAGGED BELOW FULL TIME".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       GET-RUN-TERM.
           OPEN INPUT BATCH-PARMS-FILE.
           IF BATCH-PARMS-OK
               READ BATCH-PARMS-FILE
                   AT END MOVE ZEROS TO BP-TERM-CODE
               END-READ
               MOVE BP-TERM-CODE TO RUN-TERM-CODE
               CLOSE BATCH-PARMS-FILE
           ELSE
               DISPLAY "Enter the term code for this run "
                   "(e.g. 202680):"
               ACCEPT RUN-TERM-CODE
           END-IF.

       CHECK-ONE-ROW.
           MOVE CR-RECORD(CR-IDX) TO ATHLETE-CERT-RECORD.
           IF AC-TERM-CODE IS NOT EQUAL TO RUN-TERM-CODE
                   OR NOT AC-CERTIFIED
               GO TO CHECK-ONE-ROW-EXIT.
           ADD 1 TO CHECKED-COUNT.

           MOVE SPACES TO SM-CLASS-LEVEL.
           IF MASTER-OPEN
               MOVE AC-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER KEY IS SM-STUDENT-ID
                   INVALID KEY
                       MOVE SPACES TO STUDENT-MASTER-RECORD
               END-READ
           END-IF.
           IF SM-GRADUATE
               MOVE 9 TO FULL-SCH
           ELSE
               MOVE 12 TO FULL-SCH
           END-IF.

           PERFORM MEASURE-ACTIVE-LOAD THRU MEASURE-ACTIVE-LOAD-EXIT.
           IF LOAD-SCH IS NOT LESS THAN FULL-SCH
               GO TO CHECK-ONE-ROW-EXIT.

           MOVE CR-RECORD(CR-IDX) TO ATHLETE-CERT-RECORD.
           MOVE "N" TO AC-STATUS.
           MOVE "DROPPED BELOW FULL TIME" TO AC-RULE.
           MOVE TODAY-DATE TO AC-STATUS-DATE.
           MOVE ATHLETE-CERT-RECORD TO CR-RECORD(CR-IDX).
           ADD 1 TO FLAGGED-COUNT.

           MOVE LOAD-SCH TO NUM-DISPLAY.
           MOVE SPACES TO ALERT-LINE.
           STRING TODAY-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AC-STUDENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AC-SPORT DELIMITED BY SIZE
               " TERM " DELIMITED BY SIZE
               AC-TERM-CODE DELIMITED BY SIZE
               " NOW" DELIMITED BY SIZE
               NUM-DISPLAY DELIMITED BY SIZE
               " SCH -- NO LONGER CERTIFIED" DELIMITED BY SIZE
               INTO ALERT-LINE.
           WRITE ALERT-LINE.
       CHECK-ONE-ROW-EXIT.
           EXIT.

       MEASURE-ACTIVE-LOAD.
           MOVE ZERO TO LOAD-SCH.
           MOVE AC-STUDENT-ID TO EN-STUDENT-ID.
           MOVE ZEROS TO EN-CRN.
           MOVE ZEROS TO EN-TERM-CODE.
           START ENROLLMENT-MASTER KEY IS GREATER THAN OR EQUAL
                   EN-STUDENT-CRN-TERM-KEY
               INVALID KEY
                   GO TO MEASURE-ACTIVE-LOAD-EXIT
           END-START.
           MOVE 0 TO EOF-FLAG.
           READ ENROLLMENT-MASTER NEXT RECORD
               AT END MOVE 1 TO EOF-FLAG
           END-READ.
           PERFORM UNTIL EOF OR EN-STUDENT-ID IS NOT EQUAL TO
                   AC-STUDENT-ID
      *>    Audited sections carry no credit toward eligibility.
               IF EN-TERM-CODE IS EQUAL TO RUN-TERM-CODE
                       AND ENROLLMENT-ACTIVE
                       AND NOT EN-BASIS-AUDIT
                   MOVE EN-CRN TO CRN OF STUDENT-RECORD-INDEXED
                   MOVE EN-TERM-CODE TO
                       TERM-CODE OF STUDENT-RECORD-INDEXED
                   READ COURSES-INDEXED KEY IS CRN-TERM-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF EN-CREDITS IS NUMERIC
                                   AND EN-CREDITS IS GREATER THAN ZERO
                               ADD EN-CREDITS TO LOAD-SCH
                           ELSE
                               IF SCH OF STUDENT-RECORD-INDEXED
                                       IS NUMERIC
                                   MOVE SCH OF STUDENT-RECORD-INDEXED
                                       TO SCH-COMP
                                   ADD SCH-COMP TO LOAD-SCH
                               END-IF
                           END-IF
                   END-READ
               END-IF
               READ ENROLLMENT-MASTER NEXT RECORD
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
       MEASURE-ACTIVE-LOAD-EXIT.
           EXIT.

       END PROGRAM ATHLETE-DROP-WATCH.
