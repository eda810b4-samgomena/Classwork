      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Shared readmission test -- a student coming back
      *          after sitting out several terms has to be readmitted
      *          before registering again, so an old major and an
      *          old standing get a second look. The caller walks
      *          the student's EnrollmentMaster rows and passes the
      *          last term before this one with an active
      *          enrollment; this counts the TermMaster.txt terms
      *          strictly between that term and the one being
      *          registered. At or over the gap threshold
      *          (ReadmitControl.txt, three terms when there is no
      *          control file) the student needs a readmission
      *          decision in Readmissions.txt dated into the gap --
      *          after the last term attended and on or before this
      *          one; the latest such row stands. A zero last term
      *          (a new student) never needs one. The term table and
      *          the threshold are loaded once on the first CALL,
      *          the same shape VALIDATE-TERM-CODE uses; the
      *          decisions are read fresh every CALL so a decision
      *          recorded mid-session counts.
      *          LK-READMIT-STATE comes back "N" not required, "C"
      *          cleared, "D" denied, "R" review still needed, with
      *          the terms away in LK-TERMS-AWAY.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. READMIT-CLEARANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-MASTER-FILE ASSIGN TO "TermMaster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-MASTER-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "ReadmitControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-STATUS.
           SELECT READMIT-FILE ASSIGN TO "Readmissions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS READMIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TERM-MASTER-FILE.
       01 TERM-MASTER-RECORD.
           03 TM-BANNER-CODE PIC X(6).
           03 FILLER PIC X(1).
           03 TM-REGISTRAR-CODE PIC X(6).
           03 FILLER PIC X(1).
           03 TM-DESCRIPTION PIC X(20).
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           03 RC-GAP-TERMS PIC 9(2).
       FD READMIT-FILE.
       COPY ReadmissionFormat.
       WORKING-STORAGE SECTION.
       77 TERM-MASTER-STATUS PIC X(2) VALUE "00".
           88 TERM-MASTER-OK VALUE "00".
       77 CONTROL-STATUS PIC X(2) VALUE "00".
           88 CONTROL-OK VALUE "00".
       77 READMIT-STATUS PIC X(2) VALUE "00".
           88 READMIT-OK VALUE "00".
       77 TABLES-LOADED PIC X VALUE "N".
           88 TABLES-ARE-LOADED VALUE "Y".
       77 LOAD-EOF-FLAG PIC 9 VALUE IS 0.
           88 LOAD-EOF VALUE IS 1.
       77 READMIT-EOF-FLAG PIC 9 VALUE IS 0.
           88 READMIT-EOF VALUE IS 1.
       77 GAP-THRESHOLD PIC 9(2) VALUE 3.
       77 TERM-COUNT PIC 9(3) VALUE IS 0.
       01 TERM-TABLE.
           03 TERM-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON TERM-COUNT INDEXED BY TM-IDX.
               05 TE-BANNER PIC X(6).
       77 LAST-TERM-TEXT PIC X(6).
       77 REQUESTED-TERM-TEXT PIC X(6).
       LINKAGE SECTION.
       01 LK-STUDENT-ID PIC X(9).
       01 LK-LAST-TERM PIC 9(6).
       01 LK-REQUESTED-TERM PIC 9(6).
       01 LK-TERMS-AWAY PIC 9(3).
       01 LK-READMIT-STATE PIC X.
           88 LK-NOT-REQUIRED VALUE "N".
           88 LK-CLEARED VALUE "C".
           88 LK-DENIED VALUE "D".
           88 LK-REVIEW-NEEDED VALUE "R".
       PROCEDURE DIVISION USING LK-STUDENT-ID LK-LAST-TERM
               LK-REQUESTED-TERM LK-TERMS-AWAY LK-READMIT-STATE.
       MAIN-PROCEDURE.
           IF NOT TABLES-ARE-LOADED
               PERFORM LOAD-TABLES THRU LOAD-TABLES-EXIT
               MOVE "Y" TO TABLES-LOADED
           END-IF.

           MOVE "N" TO LK-READMIT-STATE.
           MOVE ZERO TO LK-TERMS-AWAY.
           IF LK-LAST-TERM IS EQUAL TO ZERO
                   OR LK-LAST-TERM IS NOT LESS THAN LK-REQUESTED-TERM
               GOBACK.

           MOVE LK-LAST-TERM TO LAST-TERM-TEXT.
           MOVE LK-REQUESTED-TERM TO REQUESTED-TERM-TEXT.
           PERFORM VARYING TM-IDX FROM 1 BY 1
                   UNTIL TM-IDX IS GREATER THAN TERM-COUNT
               IF TE-BANNER(TM-IDX) IS GREATER THAN LAST-TERM-TEXT
                       AND TE-BANNER(TM-IDX) IS LESS THAN
                           REQUESTED-TERM-TEXT
                   ADD 1 TO LK-TERMS-AWAY
               END-IF
           END-PERFORM.
           IF LK-TERMS-AWAY IS LESS THAN GAP-THRESHOLD
               GOBACK.

           MOVE "R" TO LK-READMIT-STATE.
           MOVE 0 TO READMIT-EOF-FLAG.
           OPEN INPUT READMIT-FILE.
           IF NOT READMIT-OK
               GOBACK.
           READ READMIT-FILE AT END MOVE 1 TO READMIT-EOF-FLAG.
           PERFORM UNTIL READMIT-EOF
               IF RA-STUDENT-ID IS EQUAL TO LK-STUDENT-ID
                       AND RA-TERM-CODE IS GREATER THAN LK-LAST-TERM
                       AND RA-TERM-CODE IS NOT GREATER THAN
                           LK-REQUESTED-TERM
                   IF RA-APPROVED
                       MOVE "C" TO LK-READMIT-STATE
                   END-IF
                   IF RA-DENIED
                       MOVE "D" TO LK-READMIT-STATE
                   END-IF
               END-IF
               READ READMIT-FILE AT END MOVE 1 TO READMIT-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE READMIT-FILE.
           GOBACK.

      *>    No TermMaster.txt leaves the table empty, so nobody
      *>    counts as away; VALIDATE-TERM-CODE already complains
      *>    about the missing file wherever a term is keyed.
       LOAD-TABLES.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-OK
               READ CONTROL-FILE
                   NOT AT END
                       IF RC-GAP-TERMS IS NUMERIC
                               AND RC-GAP-TERMS IS GREATER THAN ZERO
                           MOVE RC-GAP-TERMS TO GAP-THRESHOLD
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

           MOVE 0 TO LOAD-EOF-FLAG.
           OPEN INPUT TERM-MASTER-FILE.
           IF NOT TERM-MASTER-OK
               GO TO LOAD-TABLES-EXIT.
           READ TERM-MASTER-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF OR TERM-COUNT IS EQUAL TO 100
               ADD 1 TO TERM-COUNT
               MOVE TM-BANNER-CODE TO TE-BANNER(TERM-COUNT)
               READ TERM-MASTER-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
           END-PERFORM.
           CLOSE TERM-MASTER-FILE.
       LOAD-TABLES-EXIT.
           EXIT.

       END PROGRAM READMIT-CLEARANCE.
