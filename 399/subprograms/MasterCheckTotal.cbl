      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Record count and check total for one master or
      *          control file, wherever it sits -- the live copy or
      *          the one in a backup set -- so BACKUP-SET can write
      *          both into its manifest and RESTORE-SET can prove a
      *          restored file against them. LK-PATH names the file;
      *          LK-LAYOUT says how to read it: one of the indexed
      *          masters by name (StudentMaster, EnrollmentMaster,
      *          ARMaster, GPAHistory, CompletedWork, IndexedCourses,
      *          DegreeMaster), read in primary-key order through
      *          its own key, or SEQUENTIAL for any line-sequential
      *          file. The check total folds every non-blank byte of
      *          each record in by position, as AUDIT-SEAL does, and
      *          sums the records, so the same data always totals
      *          the same. LK-RESULT comes back "Y" counted, "M" not
      *          on file, or "N" unreadable with the status in
      *          LK-STATUS.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-CHECK-TOTAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO COUNT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS COUNT-STATUS.
           SELECT ENROLLMENT-MASTER ASSIGN TO COUNT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EN-STUDENT-CRN-TERM-KEY
                   = EN-STUDENT-ID EN-CRN EN-TERM-CODE
               ALTERNATE KEY IS EN-CRN-TERM-KEY
                   = EN-CRN EN-TERM-CODE WITH DUPLICATES
               FILE STATUS IS COUNT-STATUS.
           SELECT AR-MASTER ASSIGN TO COUNT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-STUDENT-TERM-KEY
                   = AR-STUDENT-ID AR-TERM-CODE
               FILE STATUS IS COUNT-STATUS.
           SELECT GPA-HISTORY-FILE ASSIGN TO COUNT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-STUDENT-TERM-KEY
                   = HIST-STUDENT-ID HIST-TERM
               FILE STATUS IS COUNT-STATUS.
           SELECT COMPLETED-WORK ASSIGN TO COUNT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CW-STUDENT-CLASS-KEY
                   = CW-STUDENT-ID CW-CLASSNAME
               FILE STATUS IS COUNT-STATUS.
           SELECT COURSES-INDEXED ASSIGN TO COUNT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRN-TERM-KEY
                   = CRN OF STUDENT-RECORD-INDEXED
                   TERM-CODE OF STUDENT-RECORD-INDEXED
               ALTERNATE KEY IS DEPARTMENT-CODE
                   OF STUDENT-RECORD-INDEXED WITH DUPLICATES
               ALTERNATE KEY IS INSTRUCTOR-LAST
                   OF STUDENT-RECORD-INDEXED WITH DUPLICATES
               FILE STATUS IS COUNT-STATUS.
           SELECT DEGREE-MASTER ASSIGN TO COUNT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DM-STUDENT-DEGREE-KEY
               FILE STATUS IS COUNT-STATUS.
           SELECT SEQUENTIAL-FILE ASSIGN TO COUNT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD ENROLLMENT-MASTER.
       COPY EnrollmentFormat.
       FD AR-MASTER.
       COPY ArMasterFormat.
       FD GPA-HISTORY-FILE.
       COPY GpaHistoryFormat.
       FD COMPLETED-WORK.
       COPY CompletedWorkFormat.
       FD COURSES-INDEXED.
       COPY CoursesFormat REPLACING STUDENT-RECORD
           BY STUDENT-RECORD-INDEXED.
       FD DEGREE-MASTER.
       COPY DegreeMasterFormat.
       FD SEQUENTIAL-FILE.
       01 SEQUENTIAL-RECORD PIC X(400).
       WORKING-STORAGE SECTION.
       77 COUNT-PATH PIC X(80).
       77 COUNT-STATUS PIC X(2) VALUE "00".
           88 COUNT-OK VALUE "00".
           88 COUNT-NOT-ON-FILE VALUE "35".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 FILE-OPEN-FLAG PIC X VALUE "N".
           88 FILE-OPENED VALUE "Y".
       01 HASH-RECORD PIC X(400).
       77 HASH-LENGTH PIC 9(3).
       77 BYTE-IDX PIC 9(3).
       77 RECORD-HASH PIC 9(9).
       LINKAGE SECTION.
       01 LK-PATH PIC X(80).
       01 LK-LAYOUT PIC X(16).
       01 LK-RECORD-COUNT PIC 9(9).
       01 LK-CHECK-TOTAL PIC 9(15).
       01 LK-RESULT PIC X.
           88 LK-COUNTED VALUE "Y".
           88 LK-NOT-ON-FILE VALUE "M".
           88 LK-UNREADABLE VALUE "N".
       01 LK-STATUS PIC X(2).
       PROCEDURE DIVISION USING LK-PATH LK-LAYOUT LK-RECORD-COUNT
               LK-CHECK-TOTAL LK-RESULT LK-STATUS.
       MAIN-PROCEDURE.
           MOVE LK-PATH TO COUNT-PATH.
           MOVE ZERO TO LK-RECORD-COUNT.
           MOVE ZERO TO LK-CHECK-TOTAL.
           MOVE "Y" TO LK-RESULT.
           MOVE "00" TO LK-STATUS.
           MOVE 0 TO EOF-FLAG.
           MOVE "N" TO FILE-OPEN-FLAG.
           EVALUATE LK-LAYOUT
               WHEN "StudentMaster"
                   PERFORM COUNT-STUDENT-MASTER
               WHEN "EnrollmentMaster"
                   PERFORM COUNT-ENROLLMENT-MASTER
               WHEN "ARMaster"
                   PERFORM COUNT-AR-MASTER
               WHEN "GPAHistory"
                   PERFORM COUNT-GPA-HISTORY
               WHEN "CompletedWork"
                   PERFORM COUNT-COMPLETED-WORK
               WHEN "IndexedCourses"
                   PERFORM COUNT-COURSES-INDEXED
               WHEN "DegreeMaster"
                   PERFORM COUNT-DEGREE-MASTER
               WHEN OTHER
                   PERFORM COUNT-SEQUENTIAL-FILE
           END-EVALUATE.
           GOBACK.

       COUNT-STUDENT-MASTER.
           MOVE 143 TO HASH-LENGTH.
           OPEN INPUT STUDENT-MASTER.
           PERFORM CHECK-OPEN.
           PERFORM UNTIL EOF
               READ STUDENT-MASTER NEXT RECORD
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
               MOVE STUDENT-MASTER-RECORD TO HASH-RECORD
               PERFORM ADD-RECORD
           END-PERFORM.
           IF FILE-OPENED
               CLOSE STUDENT-MASTER.

       COUNT-ENROLLMENT-MASTER.
           MOVE 35 TO HASH-LENGTH.
           OPEN INPUT ENROLLMENT-MASTER.
           PERFORM CHECK-OPEN.
           PERFORM UNTIL EOF
               READ ENROLLMENT-MASTER NEXT RECORD
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
               MOVE ENROLLMENT-RECORD TO HASH-RECORD
               PERFORM ADD-RECORD
           END-PERFORM.
           IF FILE-OPENED
               CLOSE ENROLLMENT-MASTER.

       COUNT-AR-MASTER.
           MOVE 124 TO HASH-LENGTH.
           OPEN INPUT AR-MASTER.
           PERFORM CHECK-OPEN.
           PERFORM UNTIL EOF
               READ AR-MASTER NEXT RECORD
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
               MOVE AR-RECORD TO HASH-RECORD
               PERFORM ADD-RECORD
           END-PERFORM.
           IF FILE-OPENED
               CLOSE AR-MASTER.

       COUNT-GPA-HISTORY.
           MOVE 26 TO HASH-LENGTH.
           OPEN INPUT GPA-HISTORY-FILE.
           PERFORM CHECK-OPEN.
           PERFORM UNTIL EOF
               READ GPA-HISTORY-FILE NEXT RECORD
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
               MOVE HISTORY-RECORD TO HASH-RECORD
               PERFORM ADD-RECORD
           END-PERFORM.
           IF FILE-OPENED
               CLOSE GPA-HISTORY-FILE.

       COUNT-COMPLETED-WORK.
           MOVE 32 TO HASH-LENGTH.
           OPEN INPUT COMPLETED-WORK.
           PERFORM CHECK-OPEN.
           PERFORM UNTIL EOF
               READ COMPLETED-WORK NEXT RECORD
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
               MOVE COMPLETED-WORK-RECORD TO HASH-RECORD
               PERFORM ADD-RECORD
           END-PERFORM.
           IF FILE-OPENED
               CLOSE COMPLETED-WORK.

       COUNT-COURSES-INDEXED.
           MOVE 206 TO HASH-LENGTH.
           OPEN INPUT COURSES-INDEXED.
           PERFORM CHECK-OPEN.
           PERFORM UNTIL EOF
               READ COURSES-INDEXED NEXT RECORD
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
               MOVE STUDENT-RECORD-INDEXED TO HASH-RECORD
               PERFORM ADD-RECORD
           END-PERFORM.
           IF FILE-OPENED
               CLOSE COURSES-INDEXED.

       COUNT-DEGREE-MASTER.
           MOVE 60 TO HASH-LENGTH.
           OPEN INPUT DEGREE-MASTER.
           PERFORM CHECK-OPEN.
           PERFORM UNTIL EOF
               READ DEGREE-MASTER NEXT RECORD
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
               MOVE DEGREE-MASTER-RECORD TO HASH-RECORD
               PERFORM ADD-RECORD
           END-PERFORM.
           IF FILE-OPENED
               CLOSE DEGREE-MASTER.

       COUNT-SEQUENTIAL-FILE.
           MOVE 400 TO HASH-LENGTH.
           OPEN INPUT SEQUENTIAL-FILE.
           PERFORM CHECK-OPEN.
           PERFORM UNTIL EOF
               READ SEQUENTIAL-FILE
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
               MOVE SEQUENTIAL-RECORD TO HASH-RECORD
               PERFORM ADD-RECORD
           END-PERFORM.
           IF FILE-OPENED
               CLOSE SEQUENTIAL-FILE.

      *>    A file that is not there is reported, not failed -- most
      *>    side files only exist once their feature has been used.
       CHECK-OPEN.
           IF COUNT-OK
               MOVE "Y" TO FILE-OPEN-FLAG
           ELSE
               MOVE 1 TO EOF-FLAG
               MOVE COUNT-STATUS TO LK-STATUS
               IF COUNT-NOT-ON-FILE
                   MOVE "M" TO LK-RESULT
               ELSE
                   MOVE "N" TO LK-RESULT
               END-IF
           END-IF.

      *>    A read status outside the successful class stops the
      *>    count; the caller sees "N" and the status.
       ADD-RECORD.
           IF EOF
               CONTINUE
           ELSE
               IF COUNT-STATUS(1:1) IS NOT EQUAL TO "0"
                   MOVE "N" TO LK-RESULT
                   MOVE COUNT-STATUS TO LK-STATUS
                   MOVE 1 TO EOF-FLAG
               ELSE
                   ADD 1 TO LK-RECORD-COUNT
                   MOVE ZERO TO RECORD-HASH
                   PERFORM VARYING BYTE-IDX FROM 1 BY 1
                           UNTIL BYTE-IDX GREATER THAN HASH-LENGTH
                       IF HASH-RECORD(BYTE-IDX:1) IS NOT EQUAL TO SPACE
                           COMPUTE RECORD-HASH = RECORD-HASH
                               + FUNCTION ORD(HASH-RECORD(BYTE-IDX:1))
                               * BYTE-IDX
                       END-IF
                   END-PERFORM
                   ADD RECORD-HASH TO LK-CHECK-TOTAL
               END-IF
           END-IF.

       END PROGRAM MASTER-CHECK-TOTAL.
