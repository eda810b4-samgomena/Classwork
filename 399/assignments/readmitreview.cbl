      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Pre-registration readmission review -- run before
      *          the registration windows open so the registrar can
      *          decide the returning students ahead of the desk
      *          instead of at it. Given the upcoming term, walks the
      *          active StudentMaster, finds each student's last
      *          term with an active EnrollmentMaster row before it,
      *          and asks READMIT-CLEARANCE whether the gap needs a
      *          readmission decision. Every student over the gap
      *          with no decision yet, or with a denial standing, is
      *          listed on ReadmitReviewReport.txt with the last term
      *          attended, the terms away, and the major and class
      *          level on file (the old major and standing the
      *          decision should look at); those already readmitted
      *          are counted. Students already holding a section in
      *          the term, and students with no earlier enrollment,
      *          are not returning and are skipped.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. READMIT-REVIEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-MASTER ASSIGN TO "EnrollmentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-STUDENT-CRN-TERM-KEY
                   = EN-STUDENT-ID EN-CRN EN-TERM-CODE
               ALTERNATE KEY IS EN-CRN-TERM-KEY
                   = EN-CRN EN-TERM-CODE WITH DUPLICATES
               FILE STATUS IS ENROLLMENT-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ReadmitReviewReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT-MASTER.
       COPY EnrollmentFormat.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       77 ENROLLMENT-STATUS PIC X(2) VALUE "00".
           88 ENROLLMENT-OK VALUE "00".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
           88 NO-MORE-STUDENTS VALUE "10", "46".
       77 INPUT-TERM PIC X(6).
       77 TERM-BANNER-CODE PIC X(6).
       77 TERM-REGISTRAR-CODE PIC X(6).
       77 TERM-VALID-FLAG PIC X VALUE "N".
           88 TERM-IS-VALID VALUE "Y".
       77 REVIEW-TERM PIC 9(6) VALUE ZERO.
       77 LAST-ACTIVE-TERM PIC 9(6) VALUE ZERO.
       77 TERMS-AWAY PIC 9(3) VALUE ZERO.
       77 READMIT-STATE PIC X VALUE "N".
           88 READMIT-CLEARED VALUE "C".
           88 READMIT-DENIED VALUE "D".
           88 READMIT-REVIEW-NEEDED VALUE "R".
       77 HELD-FLAG PIC X VALUE "N".
           88 HOLDS-SECTION-THIS-TERM VALUE "Y".
       77 STUDENT-COUNT PIC 9(7) VALUE ZERO.
       77 REVIEW-COUNT PIC 9(5) VALUE ZERO.
       77 DENIED-COUNT PIC 9(5) VALUE ZERO.
       77 CLEARED-COUNT PIC 9(5) VALUE ZERO.
       77 STATE-TEXT PIC X(14).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL TERM-IS-VALID
               DISPLAY "Enter the upcoming term (e.g. 202680 or FA26):"
               ACCEPT INPUT-TERM
               CALL "VALIDATE-TERM-CODE" USING INPUT-TERM
                   TERM-BANNER-CODE TERM-REGISTRAR-CODE
                   TERM-VALID-FLAG
               IF NOT TERM-IS-VALID
                   DISPLAY "REJECTED: " INPUT-TERM
                       " IS NOT ON TermMaster.txt"
               END-IF
           END-PERFORM.
           MOVE TERM-BANNER-CODE TO REVIEW-TERM.

           OPEN INPUT STUDENT-MASTER.
           IF NOT STUDENT-MASTER-OK
               DISPLAY "UNABLE TO OPEN StudentMaster -- STATUS "
                   STUDENT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ENROLLMENT-MASTER.
           IF NOT ENROLLMENT-OK
               DISPLAY "UNABLE TO OPEN EnrollmentMaster -- STATUS "
                   ENROLLMENT-STATUS
               CLOSE STUDENT-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RETURNING STUDENTS NEEDING READMISSION -- TERM "
               DELIMITED BY SIZE
               REVIEW-TERM DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "STUDENT   NAME                 LAST   AWAY MAJOR  LV "
               & "STATUS" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE LOW-VALUES TO SM-STUDENT-ID.
           START STUDENT-MASTER KEY IS GREATER THAN SM-STUDENT-ID
               INVALID KEY
                   MOVE "46" TO STUDENT-MASTER-STATUS
           END-START.
           PERFORM REVIEW-ONE-STUDENT THRU REVIEW-ONE-STUDENT-EXIT
               UNTIL NO-MORE-STUDENTS.

           CLOSE STUDENT-MASTER.
           CLOSE ENROLLMENT-MASTER.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACTIVE STUDENTS SCANNED:     " DELIMITED BY SIZE
               STUDENT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "AWAITING A DECISION:         " DELIMITED BY SIZE
               REVIEW-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DENIED, DENIAL STANDING:     " DELIMITED BY SIZE
               DENIED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ALREADY READMITTED:          " DELIMITED BY SIZE
               CLEARED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY REVIEW-COUNT " RETURNING STUDENT(S) AWAITING "
               "READMISSION FOR " REVIEW-TERM.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       REVIEW-ONE-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE "46" TO STUDENT-MASTER-STATUS
                   GO TO REVIEW-ONE-STUDENT-EXIT
           END-READ.
           IF NOT STUDENT-ACTIVE
               GO TO REVIEW-ONE-STUDENT-EXIT.
           ADD 1 TO STUDENT-COUNT.

           PERFORM FIND-LAST-ACTIVE-TERM.
           IF HOLDS-SECTION-THIS-TERM
                   OR LAST-ACTIVE-TERM IS EQUAL TO ZERO
               GO TO REVIEW-ONE-STUDENT-EXIT.
           CALL "READMIT-CLEARANCE" USING SM-STUDENT-ID
               LAST-ACTIVE-TERM REVIEW-TERM TERMS-AWAY
               READMIT-STATE.
           IF READMIT-CLEARED
               ADD 1 TO CLEARED-COUNT
               GO TO REVIEW-ONE-STUDENT-EXIT.
           IF READMIT-DENIED
               ADD 1 TO DENIED-COUNT
               MOVE "DENIED" TO STATE-TEXT
               PERFORM WRITE-STUDENT-LINE
               GO TO REVIEW-ONE-STUDENT-EXIT.
           IF READMIT-REVIEW-NEEDED
               ADD 1 TO REVIEW-COUNT
               MOVE "NEEDS REVIEW" TO STATE-TEXT
               PERFORM WRITE-STUDENT-LINE.
       REVIEW-ONE-STUDENT-EXIT.
           EXIT.

      *>    The latest term before the review term with an active
      *>    enrollment; an active row in the review term itself
      *>    means the student is already registered.
       FIND-LAST-ACTIVE-TERM.
           MOVE ZERO TO LAST-ACTIVE-TERM.
           MOVE "N" TO HELD-FLAG.
           MOVE SM-STUDENT-ID TO EN-STUDENT-ID.
           MOVE ZEROS TO EN-CRN.
           MOVE ZEROS TO EN-TERM-CODE.
           START ENROLLMENT-MASTER KEY IS GREATER THAN OR EQUAL
                   EN-STUDENT-CRN-TERM-KEY
               INVALID KEY
                   MOVE "46" TO ENROLLMENT-STATUS
           END-START.
           PERFORM UNTIL ENROLLMENT-STATUS = "46"
               READ ENROLLMENT-MASTER NEXT RECORD
                   AT END MOVE "46" TO ENROLLMENT-STATUS
               END-READ
               IF ENROLLMENT-STATUS NOT = "46"
                       AND EN-STUDENT-ID NOT EQUAL SM-STUDENT-ID
                   MOVE "46" TO ENROLLMENT-STATUS
               END-IF
               IF ENROLLMENT-STATUS NOT = "46"
                       AND ENROLLMENT-ACTIVE
                   IF EN-TERM-CODE IS EQUAL TO REVIEW-TERM
                       MOVE "46" TO ENROLLMENT-STATUS
                       MOVE "Y" TO HELD-FLAG
                   END-IF
                   IF EN-TERM-CODE IS LESS THAN REVIEW-TERM
                           AND EN-TERM-CODE IS GREATER THAN
                               LAST-ACTIVE-TERM
                       MOVE EN-TERM-CODE TO LAST-ACTIVE-TERM
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO ENROLLMENT-STATUS.

       WRITE-STUDENT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING SM-STUDENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SM-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LAST-ACTIVE-TERM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TERMS-AWAY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SM-MAJOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SM-CLASS-LEVEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STATE-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM READMIT-REVIEW.
