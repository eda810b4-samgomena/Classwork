      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Indexed-file health check and unload/reload
      *          reorganization -- after a term of add/drop the
      *          EnrollmentMaster, ARMaster, StudentMaster,
      *          CompletedWork and GPAHistory masters slow down and
      *          now and then hand back an odd status, and only
      *          IndexedCourses had a rebuild path. For each master
      *          this reads every record in primary-key order and
      *          again by each alternate key (EnrollmentMaster's
      *          EN-CRN-TERM-KEY; the others have none), and lists to
      *          IndexHealth.txt every key out of sequence, every
      *          record that will not read, and any difference in
      *          record count or hash total between the passes. The
      *          hash total folds each record's bytes in by position,
      *          the way AUDIT-SEAL seals the audit trail, and is
      *          summed so it does not depend on the order read.
      *          Answering R at the prompt also reorganizes: each
      *          master is unloaded to a flat file, reloaded into a
      *          fresh copy, and the copy read back; only when the
      *          unload, reload and read-back counts and hash totals
      *          all match the primary pass is the live file kept
      *          aside as <master>.PREREORG and the copy put over
      *          it, the way GRADE-KEY-CONVERT puts GPAHistory back,
      *          with an audit-trail row for each master replaced.
      *          A master with unreadable records is not reorganized
      *          -- the unload would drop them -- and reorganize
      *          takes the course lock and refuses to start while
      *          anyone else holds it.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 4
      * findings listed or a master left unreplaced, 8 fatal I/O or
      * the course lock held.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDEX-HEALTH.
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
           SELECT AR-MASTER ASSIGN TO "ARMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-STUDENT-TERM-KEY
                   = AR-STUDENT-ID AR-TERM-CODE
               FILE STATUS IS AR-MASTER-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT COMPLETED-WORK ASSIGN TO "CompletedWork"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CW-STUDENT-CLASS-KEY
                   = CW-STUDENT-ID CW-CLASSNAME
               FILE STATUS IS COMPLETED-WORK-STATUS.
           SELECT GPA-HISTORY-FILE ASSIGN TO "GPAHistory"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-STUDENT-TERM-KEY
                   = HIST-STUDENT-ID HIST-TERM
               FILE STATUS IS GPA-HISTORY-STATUS.
      *>    The fresh copies each master is reloaded into, keyed
      *>    exactly as the live file.
           SELECT REORG-ENROLLMENT ASSIGN TO "EnrollmentMasterReorg"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-EN-STUDENT-CRN-TERM-KEY
                   = RG-EN-STUDENT-ID RG-EN-CRN RG-EN-TERM-CODE
               ALTERNATE KEY IS RG-EN-CRN-TERM-KEY
                   = RG-EN-CRN RG-EN-TERM-CODE WITH DUPLICATES
               FILE STATUS IS REORG-STATUS.
           SELECT REORG-AR ASSIGN TO "ARMasterReorg"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-AR-STUDENT-TERM-KEY
                   = RG-AR-STUDENT-ID RG-AR-TERM-CODE
               FILE STATUS IS REORG-STATUS.
           SELECT REORG-STUDENT ASSIGN TO "StudentMasterReorg"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-SM-STUDENT-ID
               FILE STATUS IS REORG-STATUS.
           SELECT REORG-COMPLETED ASSIGN TO "CompletedWorkReorg"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-CW-STUDENT-CLASS-KEY
                   = RG-CW-STUDENT-ID RG-CW-CLASSNAME
               FILE STATUS IS REORG-STATUS.
           SELECT REORG-HISTORY ASSIGN TO "GPAHistoryReorg"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-HIST-STUDENT-TERM-KEY
                   = RG-HIST-STUDENT-ID RG-HIST-TERM
               FILE STATUS IS REORG-STATUS.
           SELECT UNLOAD-FILE ASSIGN TO "IndexReorgUnload.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNLOAD-STATUS.
           SELECT REPORT-FILE ASSIGN TO "IndexHealth.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AuditTrail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT-MASTER.
       COPY EnrollmentFormat.
       FD AR-MASTER.
       COPY ArMasterFormat.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD COMPLETED-WORK.
       COPY CompletedWorkFormat.
       FD GPA-HISTORY-FILE.
       COPY GpaHistoryFormat.
       FD REORG-ENROLLMENT.
       01 RG-ENROLLMENT-RECORD.
           03 RG-EN-STUDENT-ID PIC X(9).
           03 RG-EN-CRN PIC 9(5).
           03 RG-EN-TERM-CODE PIC 9(6).
           03 FILLER PIC X(15).
       FD REORG-AR.
       01 RG-AR-RECORD.
           03 RG-AR-STUDENT-ID PIC X(9).
           03 RG-AR-TERM-CODE PIC 9(6).
           03 FILLER PIC X(109).
       FD REORG-STUDENT.
       01 RG-STUDENT-RECORD.
           03 RG-SM-STUDENT-ID PIC X(9).
           03 FILLER PIC X(134).
       FD REORG-COMPLETED.
       01 RG-COMPLETED-RECORD.
           03 RG-CW-STUDENT-ID PIC X(9).
           03 RG-CW-CLASSNAME PIC X(5).
           03 FILLER PIC X(18).
       FD REORG-HISTORY.
       01 RG-HISTORY-RECORD.
           03 RG-HIST-STUDENT-ID PIC X(9).
           03 FILLER PIC X(2).
           03 RG-HIST-TERM PIC X(6).
           03 FILLER PIC X(9).
       FD UNLOAD-FILE.
       01 UNLOAD-RECORD PIC X(150).
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).
       FD AUDIT-FILE.
       COPY AuditFormat.
       WORKING-STORAGE SECTION.
       77 ENROLLMENT-STATUS PIC X(2) VALUE "00".
           88 ENROLLMENT-OK VALUE "00".
       77 AR-MASTER-STATUS PIC X(2) VALUE "00".
           88 AR-MASTER-OK VALUE "00".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 COMPLETED-WORK-STATUS PIC X(2) VALUE "00".
           88 COMPLETED-WORK-OK VALUE "00".
       77 GPA-HISTORY-STATUS PIC X(2) VALUE "00".
           88 GPA-HISTORY-OK VALUE "00".
       77 REORG-STATUS PIC X(2) VALUE "00".
           88 REORG-OK VALUE "00".
       77 UNLOAD-STATUS PIC X(2) VALUE "00".
           88 UNLOAD-OK VALUE "00".
       77 RUN-DATE PIC 9(6).
       77 RUN-MODE PIC X VALUE "C".
           88 REORGANIZE-MODE VALUE "R", "r".
       77 LOCK-ACTION PIC X.
       77 LOCK-HOLDER-NAME PIC X(20).
       77 LOCK-RESULT PIC X.
       77 LOCK-CURRENT-HOLDER PIC X(20).
       77 FATAL-FLAG PIC X VALUE "N".
           88 FATAL-ERROR VALUE "Y".

      *>    The master being worked, its record length for the hash,
      *>    and what its last open or read said.
       77 FILE-LABEL PIC X(16).
       77 HASH-LENGTH PIC 9(3).
       77 READ-STATUS PIC X(2).
       01 HASH-RECORD PIC X(150).
       77 BYTE-IDX PIC 9(3).
       77 RECORD-HASH PIC 9(9).

      *>    One pass over a master: how many records, their hash
      *>    total, and what went wrong on the way.
       77 PASS-NAME PIC X(30).
       77 PASS-DONE-FLAG PIC 9 VALUE 0.
           88 PASS-DONE VALUE 1.
       77 PASS-KIND PIC X VALUE "P".
           88 PRIMARY-PASS VALUE "P".
           88 ALTERNATE-PASS VALUE "A".
       77 PASS-COUNT PIC 9(7) VALUE ZERO.
       77 PASS-HASH PIC 9(15) VALUE ZERO.
       77 PASS-OUT-OF-SEQUENCE PIC 9(5) VALUE ZERO.
       77 PASS-UNREADABLE PIC 9(5) VALUE ZERO.
       77 CURRENT-KEY PIC X(20).
       77 PRIOR-KEY PIC X(20).

       77 PRIMARY-COUNT PIC 9(7) VALUE ZERO.
       77 PRIMARY-HASH PIC 9(15) VALUE ZERO.
       77 FILE-UNREADABLE PIC 9(5) VALUE ZERO.
       77 UNLOAD-COUNT PIC 9(7) VALUE ZERO.
       77 UNLOAD-HASH PIC 9(15) VALUE ZERO.
       77 RELOAD-COUNT PIC 9(7) VALUE ZERO.
       77 RELOAD-HASH PIC 9(15) VALUE ZERO.
       77 RELOAD-REJECTS PIC 9(7) VALUE ZERO.
       77 VERIFY-COUNT PIC 9(7) VALUE ZERO.
       77 VERIFY-HASH PIC 9(15) VALUE ZERO.
       77 REORG-COMMAND PIC X(100).

       77 FILES-CHECKED PIC 9(2) VALUE ZERO.
       77 TOTAL-FINDINGS PIC 9(5) VALUE ZERO.
       77 FILES-REORGANIZED PIC 9(2) VALUE ZERO.
       77 FILES-NOT-REPLACED PIC 9(2) VALUE ZERO.
       77 COUNT-DISPLAY PIC Z(6)9.
       77 SECOND-COUNT-DISPLAY PIC Z(6)9.
       77 THIRD-COUNT-DISPLAY PIC Z(6)9.
       77 HASH-DISPLAY PIC Z(14)9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE.
           DISPLAY "Enter C to check the indexed masters or R to "
               "check and reorganize them: ".
           ACCEPT RUN-MODE.
           IF REORGANIZE-MODE
               MOVE "A" TO LOCK-ACTION
               MOVE "INDEX REORGANIZE" TO LOCK-HOLDER-NAME
               CALL "COURSE-LOCK" USING LOCK-ACTION LOCK-HOLDER-NAME
                   LOCK-RESULT LOCK-CURRENT-HOLDER
               IF LOCK-RESULT IS NOT EQUAL TO "Y"
                   DISPLAY "COURSE LOCK HELD BY " LOCK-CURRENT-HOLDER
                       " -- REORGANIZE NOT STARTED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE "C" TO RUN-MODE
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           IF REORGANIZE-MODE
               STRING "INDEXED-FILE HEALTH CHECK AND REORGANIZE   RUN "
                       DELIMITED BY SIZE
                   "DATE: " DELIMITED BY SIZE
                   RUN-DATE DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "INDEXED-FILE HEALTH CHECK   RUN DATE: "
                       DELIMITED BY SIZE
                   RUN-DATE DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

           PERFORM CHECK-ENROLLMENT THRU CHECK-ENROLLMENT-EXIT.
           PERFORM CHECK-AR THRU CHECK-AR-EXIT.
           PERFORM CHECK-STUDENT THRU CHECK-STUDENT-EXIT.
           PERFORM CHECK-COMPLETED THRU CHECK-COMPLETED-EXIT.
           PERFORM CHECK-HISTORY THRU CHECK-HISTORY-EXIT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MASTERS CHECKED: " DELIMITED BY SIZE
               FILES-CHECKED DELIMITED BY SIZE
               "   FINDINGS: " DELIMITED BY SIZE
               TOTAL-FINDINGS DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF REORGANIZE-MODE
               MOVE SPACES TO REPORT-LINE
               STRING "MASTERS REORGANIZED: " DELIMITED BY SIZE
                   FILES-REORGANIZED DELIMITED BY SIZE
                   "   LEFT AS THEY WERE: " DELIMITED BY SIZE
                   FILES-NOT-REPLACED DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "R" TO LOCK-ACTION
               CALL "COURSE-LOCK" USING LOCK-ACTION LOCK-HOLDER-NAME
                   LOCK-RESULT LOCK-CURRENT-HOLDER
           END-IF.
           CLOSE REPORT-FILE.

           DISPLAY FILES-CHECKED " MASTER(S) CHECKED, "
               TOTAL-FINDINGS " FINDING(S) -- SEE IndexHealth.txt".
           IF REORGANIZE-MODE
               DISPLAY FILES-REORGANIZED " REORGANIZED, "
                   FILES-NOT-REPLACED " LEFT AS THEY WERE".
           EVALUATE TRUE
               WHEN FATAL-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN TOTAL-FINDINGS IS GREATER THAN ZERO
                       OR FILES-NOT-REPLACED IS GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      ******************************************************************
      *    EnrollmentMaster -- primary key, then EN-CRN-TERM-KEY.
      ******************************************************************
       CHECK-ENROLLMENT.
           MOVE "EnrollmentMaster" TO FILE-LABEL.
           MOVE 35 TO HASH-LENGTH.
           PERFORM START-FILE.
           OPEN INPUT ENROLLMENT-MASTER.
           IF NOT ENROLLMENT-OK
               MOVE ENROLLMENT-STATUS TO READ-STATUS
               PERFORM REPORT-NOT-OPENED
               GO TO CHECK-ENROLLMENT-EXIT.
           ADD 1 TO FILES-CHECKED.
           MOVE "PRIMARY KEY" TO PASS-NAME.
           MOVE "P" TO PASS-KIND.
           PERFORM START-PASS.
           PERFORM READ-ENROLLMENT-NEXT UNTIL PASS-DONE.
           PERFORM END-PASS.
           MOVE PASS-COUNT TO PRIMARY-COUNT.
           MOVE PASS-HASH TO PRIMARY-HASH.

           MOVE "ALTERNATE KEY EN-CRN-TERM-KEY" TO PASS-NAME.
           MOVE "A" TO PASS-KIND.
           PERFORM START-PASS.
           MOVE ZEROS TO EN-CRN.
           MOVE ZEROS TO EN-TERM-CODE.
           START ENROLLMENT-MASTER KEY IS NOT LESS THAN EN-CRN-TERM-KEY
               INVALID KEY MOVE 1 TO PASS-DONE-FLAG
           END-START.
           PERFORM READ-ENROLLMENT-NEXT UNTIL PASS-DONE.
           PERFORM END-PASS.
           PERFORM COMPARE-PASSES.
           CLOSE ENROLLMENT-MASTER.
           IF REORGANIZE-MODE
               PERFORM REORGANIZE-ENROLLMENT
                   THRU REORGANIZE-ENROLLMENT-EXIT.
       CHECK-ENROLLMENT-EXIT.
           EXIT.

       READ-ENROLLMENT-NEXT.
           READ ENROLLMENT-MASTER NEXT RECORD
               AT END MOVE 1 TO PASS-DONE-FLAG
           END-READ.
           MOVE ENROLLMENT-STATUS TO READ-STATUS.
           IF ALTERNATE-PASS
               MOVE ENROLLMENT-RECORD(10:11) TO CURRENT-KEY
           ELSE
               MOVE ENROLLMENT-RECORD(1:20) TO CURRENT-KEY
           END-IF.
           MOVE ENROLLMENT-RECORD TO HASH-RECORD.
           PERFORM TALLY-RECORD THRU TALLY-RECORD-EXIT.

       REORGANIZE-ENROLLMENT.
           PERFORM START-REORG THRU START-REORG-EXIT.
           IF PASS-DONE
               GO TO REORGANIZE-ENROLLMENT-EXIT.
           OPEN INPUT ENROLLMENT-MASTER.
           PERFORM START-PASS.
           PERFORM UNLOAD-ENROLLMENT UNTIL PASS-DONE.
           CLOSE ENROLLMENT-MASTER.
           PERFORM END-UNLOAD.

           OPEN OUTPUT REORG-ENROLLMENT.
           IF NOT REORG-OK
               PERFORM REPORT-NOT-CREATED
               GO TO REORGANIZE-ENROLLMENT-EXIT.
           OPEN INPUT UNLOAD-FILE.
           PERFORM START-PASS.
           PERFORM RELOAD-ENROLLMENT UNTIL PASS-DONE.
           CLOSE UNLOAD-FILE.
           CLOSE REORG-ENROLLMENT.
           PERFORM END-RELOAD.

           OPEN INPUT REORG-ENROLLMENT.
           PERFORM START-PASS.
           PERFORM VERIFY-ENROLLMENT UNTIL PASS-DONE.
           CLOSE REORG-ENROLLMENT.
           PERFORM FINISH-REORG THRU FINISH-REORG-EXIT.
       REORGANIZE-ENROLLMENT-EXIT.
           EXIT.

       UNLOAD-ENROLLMENT.
           READ ENROLLMENT-MASTER NEXT RECORD
               AT END MOVE 1 TO PASS-DONE-FLAG
           END-READ.
           IF ENROLLMENT-OK
               MOVE ENROLLMENT-RECORD TO UNLOAD-RECORD
               WRITE UNLOAD-RECORD
               MOVE ENROLLMENT-RECORD TO HASH-RECORD
               PERFORM COUNT-AND-HASH
           ELSE
               MOVE 1 TO PASS-DONE-FLAG
           END-IF.

       RELOAD-ENROLLMENT.
           READ UNLOAD-FILE AT END MOVE 1 TO PASS-DONE-FLAG.
           IF NOT PASS-DONE
               MOVE UNLOAD-RECORD TO RG-ENROLLMENT-RECORD
               WRITE RG-ENROLLMENT-RECORD
                   INVALID KEY
                       ADD 1 TO RELOAD-REJECTS
                   NOT INVALID KEY
                       MOVE RG-ENROLLMENT-RECORD TO HASH-RECORD
                       PERFORM COUNT-AND-HASH
               END-WRITE
           END-IF.

       VERIFY-ENROLLMENT.
           READ REORG-ENROLLMENT NEXT RECORD
               AT END MOVE 1 TO PASS-DONE-FLAG
           END-READ.
           IF REORG-OK
               MOVE RG-ENROLLMENT-RECORD TO HASH-RECORD
               PERFORM COUNT-AND-HASH
           ELSE
               MOVE 1 TO PASS-DONE-FLAG
           END-IF.

      ******************************************************************
      *    ARMaster -- primary key only.
      ******************************************************************
       CHECK-AR.
           MOVE "ARMaster" TO FILE-LABEL.
           MOVE 124 TO HASH-LENGTH.
           PERFORM START-FILE.
           OPEN INPUT AR-MASTER.
           IF NOT AR-MASTER-OK
               MOVE AR-MASTER-STATUS TO READ-STATUS
               PERFORM REPORT-NOT-OPENED
               GO TO CHECK-AR-EXIT.
           ADD 1 TO FILES-CHECKED.
           MOVE "PRIMARY KEY" TO PASS-NAME.
           MOVE "P" TO PASS-KIND.
           PERFORM START-PASS.
           PERFORM READ-AR-NEXT UNTIL PASS-DONE.
           PERFORM END-PASS.
           MOVE PASS-COUNT TO PRIMARY-COUNT.
           MOVE PASS-HASH TO PRIMARY-HASH.
           PERFORM REPORT-NO-ALTERNATE.
           CLOSE AR-MASTER.
           IF REORGANIZE-MODE
               PERFORM REORGANIZE-AR
                   THRU REORGANIZE-AR-EXIT.
       CHECK-AR-EXIT.
           EXIT.

       READ-AR-NEXT.
           READ AR-MASTER NEXT RECORD
               AT END MOVE 1 TO PASS-DONE-FLAG
           END-READ.
           MOVE AR-MASTER-STATUS TO READ-STATUS.
           MOVE AR-RECORD(1:15) TO CURRENT-KEY.
           MOVE AR-RECORD TO HASH-RECORD.
           PERFORM TALLY-RECORD THRU TALLY-RECORD-EXIT.

       REORGANIZE-AR.
           PERFORM START-REORG THRU START-REORG-EXIT.
           IF PASS-DONE
               GO TO REORGANIZE-AR-EXIT.
           OPEN INPUT AR-MASTER.
           PERFORM START-PASS.
           PERFORM UNLOAD-AR UNTIL PASS-DONE.
           CLOSE AR-MASTER.
           PERFORM END-UNLOAD.

           OPEN OUTPUT REORG-AR.
           IF NOT REORG-OK
               PERFORM REPORT-NOT-CREATED
               GO TO REORGANIZE-AR-EXIT.
           OPEN INPUT UNLOAD-FILE.
           PERFORM START-PASS.
           PERFORM RELOAD-AR UNTIL PASS-DONE.
           CLOSE UNLOAD-FILE.
           CLOSE REORG-AR.
           PERFORM END-RELOAD.

           OPEN INPUT REORG-AR.
           PERFORM START-PASS.
           PERFORM VERIFY-AR UNTIL PASS-DONE.
           CLOSE REORG-AR.
           PERFORM FINISH-REORG THRU FINISH-REORG-EXIT.
       REORGANIZE-AR-EXIT.
           EXIT.

       UNLOAD-AR.
           READ AR-MASTER NEXT RECORD
               AT END MOVE 1 TO PASS-DONE-FLAG
           END-READ.
           IF AR-MASTER-OK
               MOVE AR-RECORD TO UNLOAD-RECORD
               WRITE UNLOAD-RECORD
               MOVE AR-RECORD TO HASH-RECORD
               PERFORM COUNT-AND-HASH
           ELSE
               MOVE 1 TO PASS-DONE-FLAG
           END-IF.

       RELOAD-AR.
           READ UNLOAD-FILE AT END MOVE 1 TO PASS-DONE-FLAG.
           IF NOT PASS-DONE
               MOVE UNLOAD-RECORD TO RG-AR-RECORD
               WRITE RG-AR-RECORD
                   INVALID KEY
                       ADD 1 TO RELOAD-REJECTS
                   NOT INVALID KEY
                       MOVE RG-AR-RECORD TO HASH-RECORD
                       PERFORM COUNT-AND-HASH
               END-WRITE
           END-IF.

       VERIFY-AR.
           READ REORG-AR NEXT RECORD
               AT END MOVE 1 TO PASS-DONE-FLAG
           END-READ.
           IF REORG-OK
               MOVE RG-AR-RECORD TO HASH-RECORD
               PERFORM COUNT-AND-HASH
           ELSE
               MOVE 1 TO PASS-DONE-FLAG
           END-IF.

      ******************************************************************
      *    StudentMaster -- primary key only.
      ******************************************************************
       CHECK-STUDENT.
           MOVE "StudentMaster" TO FILE-LABEL.
           MOVE 143 TO HASH-LENGTH.
           PERFORM START-FILE.
           OPEN INPUT STUDENT-MASTER.
           IF NOT STUDENT-MASTER-OK
               MOVE STUDENT-MASTER-STATUS TO READ-STATUS
               PERFORM REPORT-NOT-OPENED
               GO TO CHECK-STUDENT-EXIT.
           ADD 1 TO FILES-CHECKED.
           MOVE "PRIMARY KEY" TO PASS-NAME.
           MOVE "P" TO PASS-KIND.
           PERFORM START-PASS.
           PERFORM READ-STUDENT-NEXT UNTIL PASS-DONE.
           PERFORM END-PASS.
           MOVE PASS-COUNT TO PRIMARY-COUNT.
           MOVE PASS-HASH TO PRIMARY-HASH.
           PERFORM REPORT-NO-ALTERNATE.
           CLOSE STUDENT-MASTER.
           IF REORGANIZE-MODE
               PERFORM REORGANIZE-STUDENT
                   THRU REORGANIZE-STUDENT-EXIT.
       CHECK-STUDENT-EXIT.
           EXIT.

       READ-STUDENT-NEXT.
           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE 1 TO PASS-DONE-FLAG
           END-READ.
           MOVE STUDENT-MASTER-STATUS TO READ-STATUS.
           MOVE SM-STUDENT-ID TO CURRENT-KEY.
           MOVE STUDENT-MASTER-RECORD TO HASH-RECORD.
           PERFORM TALLY-RECORD THRU TALLY-RECORD-EXIT.

       REORGANIZE-STUDENT.
           PERFORM START-REORG THRU START-REORG-EXIT.
           IF PASS-DONE
               GO TO REORGANIZE-STUDENT-EXIT.
           OPEN INPUT STUDENT-MASTER.
           PERFORM START-PASS.
           PERFORM UNLOAD-STUDENT UNTIL PASS-DONE.
           CLOSE STUDENT-MASTER.
           PERFORM END-UNLOAD.

           OPEN OUTPUT REORG-STUDENT.
           IF NOT REORG-OK
               PERFORM REPORT-NOT-CREATED
               GO TO REORGANIZE-STUDENT-EXIT.
           OPEN INPUT UNLOAD-FILE.
           PERFORM START-PASS.
           PERFORM RELOAD-STUDENT UNTIL PASS-DONE.
           CLOSE UNLOAD-FILE.
           CLOSE REORG-STUDENT.
           PERFORM END-RELOAD.

           OPEN INPUT REORG-STUDENT.
           PERFORM START-PASS.
           PERFORM VERIFY-STUDENT UNTIL PASS-DONE.
           CLOSE REORG-STUDENT.
           PERFORM FINISH-REORG THRU FINISH-REORG-EXIT.
       REORGANIZE-STUDENT-EXIT.
           EXIT.

       UNLOAD-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE 1 TO PASS-DONE-FLAG
           END-READ.
           IF STUDENT-MASTER-OK
               MOVE STUDENT-MASTER-RECORD TO UNLOAD-RECORD
               WRITE UNLOAD-RECORD
               MOVE STUDENT-MASTER-RECORD TO HASH-RECORD
               PERFORM COUNT-AND-HASH
           ELSE
               MOVE 1 TO PASS-DONE-FLAG
           END-IF.

       RELOAD-STUDENT.
           READ UNLOAD-FILE AT END MOVE 1 TO PASS-DONE-FLAG.
           IF NOT PASS-DONE
               MOVE UNLOAD-RECORD TO RG-STUDENT-RECORD
               WRITE RG-STUDENT-RECORD
                   INVALID KEY
                       ADD 1 TO RELOAD-REJECTS
                   NOT INVALID KEY
                       MOVE RG-STUDENT-RECORD TO HASH-RECORD
                       PERFORM COUNT-AND-HASH
               END-WRITE
           END-IF.

       VERIFY-STUDENT.
           READ REORG-STUDENT NEXT RECORD
               AT END MOVE 1 TO PASS-DONE-FLAG
           END-READ.
           IF REORG-OK
               MOVE RG-STUDENT-RECORD TO HASH-RECORD
               PERFORM COUNT-AND-HASH
           ELSE
               MOVE 1 TO PASS-DONE-FLAG
           END-IF.

      ******************************************************************
      *    CompletedWork -- primary key only.
      ******************************************************************
       CHECK-COMPLETED.
           MOVE "CompletedWork" TO FILE-LABEL.
           MOVE 32 TO HASH-LENGTH.
           PERFORM START-FILE.
           OPEN INPUT COMPLETED-WORK.
           IF NOT COMPLETED-WORK-OK
               MOVE COMPLETED-WORK-STATUS TO READ-STATUS
               PERFORM REPORT-NOT-OPENED
               GO TO CHECK-COMPLETED-EXIT.
           ADD 1 TO FILES-CHECKED.
           MOVE "PRIMARY KEY" TO PASS-NAME.
           MOVE "P" TO PASS-KIND.
           PERFORM START-PASS.
           PERFORM READ-COMPLETED-NEXT UNTIL PASS-DONE.
           PERFORM END-PASS.
           MOVE PASS-COUNT TO PRIMARY-COUNT.
           MOVE PASS-HASH TO PRIMARY-HASH.
           PERFORM REPORT-NO-ALTERNATE.
           CLOSE COMPLETED-WORK.
           IF REORGANIZE-MODE
               PERFORM REORGANIZE-COMPLETED
                   THRU REORGANIZE-COMPLETED-EXIT.
       CHECK-COMPLETED-EXIT.
           EXIT.

       READ-COMPLETED-NEXT.
           READ COMPLETED-WORK NEXT RECORD
               AT END MOVE 1 TO PASS-DONE-FLAG
           END-READ.
           MOVE COMPLETED-WORK-STATUS TO READ-STATUS.
           MOVE COMPLETED-WORK-RECORD(1:14) TO CURRENT-KEY.
           MOVE COMPLETED-WORK-RECORD TO HASH-RECORD.
           PERFORM TALLY-RECORD THRU TALLY-RECORD-EXIT.

       REORGANIZE-COMPLETED.
           PERFORM START-REORG THRU START-REORG-EXIT.
           IF PASS-DONE
               GO TO REORGANIZE-COMPLETED-EXIT.
           OPEN INPUT COMPLETED-WORK.
           PERFORM START-PASS.
           PERFORM UNLOAD-COMPLETED UNTIL PASS-DONE.
           CLOSE COMPLETED-WORK.
           PERFORM END-UNLOAD.

           OPEN OUTPUT REORG-COMPLETED.
           IF NOT REORG-OK
               PERFORM REPORT-NOT-CREATED
               GO TO REORGANIZE-COMPLETED-EXIT.
           OPEN INPUT UNLOAD-FILE.
           PERFORM START-PASS.
           PERFORM RELOAD-COMPLETED UNTIL PASS-DONE.
           CLOSE UNLOAD-FILE.
           CLOSE REORG-COMPLETED.
           PERFORM END-RELOAD.

           OPEN INPUT REORG-COMPLETED.
           PERFORM START-PASS.
           PERFORM VERIFY-COMPLETED UNTIL PASS-DONE.
           CLOSE REORG-COMPLETED.
           PERFORM FINISH-REORG THRU FINISH-REORG-EXIT.
       REORGANIZE-COMPLETED-EXIT.
           EXIT.

       UNLOAD-COMPLETED.
           READ COMPLETED-WORK NEXT RECORD
               AT END MOVE 1 TO PASS-DONE-FLAG
           END-READ.
           IF COMPLETED-WORK-OK
               MOVE COMPLETED-WORK-RECORD TO UNLOAD-RECORD
               WRITE UNLOAD-RECORD
               MOVE COMPLETED-WORK-RECORD TO HASH-RECORD
               PERFORM COUNT-AND-HASH
           ELSE
               MOVE 1 TO PASS-DONE-FLAG
           END-IF.

       RELOAD-COMPLETED.
           READ UNLOAD-FILE AT END MOVE 1 TO PASS-DONE-FLAG.
           IF NOT PASS-DONE
               MOVE UNLOAD-RECORD TO RG-COMPLETED-RECORD
               WRITE RG-COMPLETED-RECORD
                   INVALID KEY
                       ADD 1 TO RELOAD-REJECTS
                   NOT INVALID KEY
                       MOVE RG-COMPLETED-RECORD TO HASH-RECORD
                       PERFORM COUNT-AND-HASH
               END-WRITE
           END-IF.

       VERIFY-COMPLETED.
           READ REORG-COMPLETED NEXT RECORD
               AT END MOVE 1 TO PASS-DONE-FLAG
           END-READ.
           IF REORG-OK
               MOVE RG-COMPLETED-RECORD TO HASH-RECORD
               PERFORM COUNT-AND-HASH
           ELSE
               MOVE 1 TO PASS-DONE-FLAG
           END-IF.

      ******************************************************************
      *    GPAHistory -- primary key only.
      ******************************************************************
       CHECK-HISTORY.
           MOVE "GPAHistory" TO FILE-LABEL.
           MOVE 26 TO HASH-LENGTH.
           PERFORM START-FILE.
           OPEN INPUT GPA-HISTORY-FILE.
           IF NOT GPA-HISTORY-OK
               MOVE GPA-HISTORY-STATUS TO READ-STATUS
               PERFORM REPORT-NOT-OPENED
               GO TO CHECK-HISTORY-EXIT.
           ADD 1 TO FILES-CHECKED.
           MOVE "PRIMARY KEY" TO PASS-NAME.
           MOVE "P" TO PASS-KIND.
           PERFORM START-PASS.
           PERFORM READ-HISTORY-NEXT UNTIL PASS-DONE.
           PERFORM END-PASS.
           MOVE PASS-COUNT TO PRIMARY-COUNT.
           MOVE PASS-HASH TO PRIMARY-HASH.
           PERFORM REPORT-NO-ALTERNATE.
           CLOSE GPA-HISTORY-FILE.
           IF REORGANIZE-MODE
               PERFORM REORGANIZE-HISTORY
                   THRU REORGANIZE-HISTORY-EXIT.
       CHECK-HISTORY-EXIT.
           EXIT.

       READ-HISTORY-NEXT.
           READ GPA-HISTORY-FILE NEXT RECORD
               AT END MOVE 1 TO PASS-DONE-FLAG
           END-READ.
           MOVE GPA-HISTORY-STATUS TO READ-STATUS.
           MOVE SPACES TO CURRENT-KEY.
           MOVE HIST-STUDENT-ID TO CURRENT-KEY(1:9).
           MOVE HIST-TERM TO CURRENT-KEY(10:6).
           MOVE HISTORY-RECORD TO HASH-RECORD.
           PERFORM TALLY-RECORD THRU TALLY-RECORD-EXIT.

       REORGANIZE-HISTORY.
           PERFORM START-REORG THRU START-REORG-EXIT.
           IF PASS-DONE
               GO TO REORGANIZE-HISTORY-EXIT.
           OPEN INPUT GPA-HISTORY-FILE.
           PERFORM START-PASS.
           PERFORM UNLOAD-HISTORY UNTIL PASS-DONE.
           CLOSE GPA-HISTORY-FILE.
           PERFORM END-UNLOAD.

           OPEN OUTPUT REORG-HISTORY.
           IF NOT REORG-OK
               PERFORM REPORT-NOT-CREATED
               GO TO REORGANIZE-HISTORY-EXIT.
           OPEN INPUT UNLOAD-FILE.
           PERFORM START-PASS.
           PERFORM RELOAD-HISTORY UNTIL PASS-DONE.
           CLOSE UNLOAD-FILE.
           CLOSE REORG-HISTORY.
           PERFORM END-RELOAD.

           OPEN INPUT REORG-HISTORY.
           PERFORM START-PASS.
           PERFORM VERIFY-HISTORY UNTIL PASS-DONE.
           CLOSE REORG-HISTORY.
           PERFORM FINISH-REORG THRU FINISH-REORG-EXIT.
       REORGANIZE-HISTORY-EXIT.
           EXIT.

       UNLOAD-HISTORY.
           READ GPA-HISTORY-FILE NEXT RECORD
               AT END MOVE 1 TO PASS-DONE-FLAG
           END-READ.
           IF GPA-HISTORY-OK
               MOVE HISTORY-RECORD TO UNLOAD-RECORD
               WRITE UNLOAD-RECORD
               MOVE HISTORY-RECORD TO HASH-RECORD
               PERFORM COUNT-AND-HASH
           ELSE
               MOVE 1 TO PASS-DONE-FLAG
           END-IF.

       RELOAD-HISTORY.
           READ UNLOAD-FILE AT END MOVE 1 TO PASS-DONE-FLAG.
           IF NOT PASS-DONE
               MOVE UNLOAD-RECORD TO RG-HISTORY-RECORD
               WRITE RG-HISTORY-RECORD
                   INVALID KEY
                       ADD 1 TO RELOAD-REJECTS
                   NOT INVALID KEY
                       MOVE RG-HISTORY-RECORD TO HASH-RECORD
                       PERFORM COUNT-AND-HASH
               END-WRITE
           END-IF.

       VERIFY-HISTORY.
           READ REORG-HISTORY NEXT RECORD
               AT END MOVE 1 TO PASS-DONE-FLAG
           END-READ.
           IF REORG-OK
               MOVE RG-HISTORY-RECORD TO HASH-RECORD
               PERFORM COUNT-AND-HASH
           ELSE
               MOVE 1 TO PASS-DONE-FLAG
           END-IF.

      ******************************************************************
      *    Shared pass and reorganize steps.
      ******************************************************************
       START-FILE.
           MOVE ZERO TO FILE-UNREADABLE.
           MOVE ZERO TO PRIMARY-COUNT.
           MOVE ZERO TO PRIMARY-HASH.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "== " DELIMITED BY SIZE
               FILE-LABEL DELIMITED BY SPACE
               " ==" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       START-PASS.
           MOVE 0 TO PASS-DONE-FLAG.
           MOVE ZERO TO PASS-COUNT.
           MOVE ZERO TO PASS-HASH.
           MOVE ZERO TO PASS-OUT-OF-SEQUENCE.
           MOVE ZERO TO PASS-UNREADABLE.
           MOVE LOW-VALUES TO PRIOR-KEY.

      *>    One read on a check pass: a clean record is counted,
      *>    hashed and its key held against the last one; any other
      *>    status is an unreadable record, and a status outside the
      *>    successful class ends the pass -- the file cannot be
      *>    trusted to position past it.
       TALLY-RECORD.
           IF PASS-DONE
               GO TO TALLY-RECORD-EXIT.
           IF READ-STATUS IS NOT EQUAL TO "00"
                   AND READ-STATUS IS NOT EQUAL TO "02"
               ADD 1 TO PASS-UNREADABLE
               MOVE SPACES TO REPORT-LINE
               STRING "   UNREADABLE RECORD, STATUS " DELIMITED BY SIZE
                   READ-STATUS DELIMITED BY SIZE
                   ", AFTER KEY " DELIMITED BY SIZE
                   PRIOR-KEY DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               IF READ-STATUS(1:1) IS NOT EQUAL TO "0"
                   MOVE "   PASS ABANDONED AT THE UNREADABLE RECORD"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE 1 TO PASS-DONE-FLAG
               END-IF
               GO TO TALLY-RECORD-EXIT.
           PERFORM COUNT-AND-HASH.
           IF CURRENT-KEY IS LESS THAN PRIOR-KEY
                   OR (CURRENT-KEY IS EQUAL TO PRIOR-KEY
                       AND PRIMARY-PASS)
               ADD 1 TO PASS-OUT-OF-SEQUENCE
               MOVE SPACES TO REPORT-LINE
               STRING "   KEY OUT OF SEQUENCE: " DELIMITED BY SIZE
                   CURRENT-KEY DELIMITED BY SIZE
                   " AFTER " DELIMITED BY SIZE
                   PRIOR-KEY DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE CURRENT-KEY TO PRIOR-KEY.
       TALLY-RECORD-EXIT.
           EXIT.

      *>    Every byte of the record folded in by position, as
      *>    AUDIT-SEAL does, and the record's value added to the
      *>    pass total so any read order gives the same answer.
       COUNT-AND-HASH.
           ADD 1 TO PASS-COUNT.
           MOVE ZERO TO RECORD-HASH.
           PERFORM VARYING BYTE-IDX FROM 1 BY 1
                   UNTIL BYTE-IDX GREATER THAN HASH-LENGTH
               COMPUTE RECORD-HASH = RECORD-HASH
                   + FUNCTION ORD(HASH-RECORD(BYTE-IDX:1)) * BYTE-IDX
           END-PERFORM.
           ADD RECORD-HASH TO PASS-HASH.

       END-PASS.
           ADD PASS-UNREADABLE TO FILE-UNREADABLE.
           ADD PASS-UNREADABLE TO TOTAL-FINDINGS.
           ADD PASS-OUT-OF-SEQUENCE TO TOTAL-FINDINGS.
           MOVE PASS-COUNT TO COUNT-DISPLAY.
           MOVE PASS-HASH TO HASH-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "   " DELIMITED BY SIZE
               PASS-NAME DELIMITED BY "  "
               " PASS: " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE
               " RECORD(S), HASH TOTAL " DELIMITED BY SIZE
               HASH-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "      " DELIMITED BY SIZE
               PASS-OUT-OF-SEQUENCE DELIMITED BY SIZE
               " OUT OF SEQUENCE, " DELIMITED BY SIZE
               PASS-UNREADABLE DELIMITED BY SIZE
               " UNREADABLE" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *>    The alternate index has to carry exactly the records the
      *>    primary does; a short count is a broken alternate index.
       COMPARE-PASSES.
           IF PASS-COUNT IS NOT EQUAL TO PRIMARY-COUNT
               ADD 1 TO TOTAL-FINDINGS
               MOVE PRIMARY-COUNT TO COUNT-DISPLAY
               MOVE PASS-COUNT TO SECOND-COUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "   COUNT MISMATCH: PRIMARY " DELIMITED BY SIZE
                   COUNT-DISPLAY DELIMITED BY SIZE
                   ", ALTERNATE " DELIMITED BY SIZE
                   SECOND-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF PASS-HASH IS NOT EQUAL TO PRIMARY-HASH
                   ADD 1 TO TOTAL-FINDINGS
                   MOVE "   HASH TOTAL MISMATCH BETWEEN THE PASSES"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       REPORT-NO-ALTERNATE.
           MOVE "   NO ALTERNATE KEY -- PRIMARY PASS ONLY"
               TO REPORT-LINE.
           WRITE REPORT-LINE.

      *>    A master that is simply not there has nothing to check;
      *>    any other open status is itself a finding.
       REPORT-NOT-OPENED.
           MOVE SPACES TO REPORT-LINE.
           STRING "   WILL NOT OPEN, STATUS " DELIMITED BY SIZE
               READ-STATUS DELIMITED BY SIZE
               " -- NOT CHECKED" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF READ-STATUS IS NOT EQUAL TO "35"
               ADD 1 TO TOTAL-FINDINGS.

      *>    The unload would silently drop a record it cannot read,
      *>    so a master with any is left for repair or restore.
       START-REORG.
           MOVE 0 TO PASS-DONE-FLAG.
           MOVE ZERO TO RELOAD-REJECTS.
           IF FILE-UNREADABLE IS GREATER THAN ZERO
               MOVE "   NOT REORGANIZED -- UNREADABLE RECORDS WOULD BE "
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "   LOST; REPAIR OR RESTORE THE MASTER FIRST"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO FILES-NOT-REPLACED
               MOVE 1 TO PASS-DONE-FLAG
               GO TO START-REORG-EXIT.
           OPEN OUTPUT UNLOAD-FILE.
       START-REORG-EXIT.
           EXIT.

       END-UNLOAD.
           CLOSE UNLOAD-FILE.
           MOVE PASS-COUNT TO UNLOAD-COUNT.
           MOVE PASS-HASH TO UNLOAD-HASH.

       END-RELOAD.
           MOVE PASS-COUNT TO RELOAD-COUNT.
           MOVE PASS-HASH TO RELOAD-HASH.

       REPORT-NOT-CREATED.
           MOVE SPACES TO REPORT-LINE.
           STRING "   UNABLE TO CREATE THE REORGANIZED COPY, STATUS "
                   DELIMITED BY SIZE
               REORG-STATUS DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO FILES-NOT-REPLACED.
           MOVE "Y" TO FATAL-FLAG.

      *>    The copy goes over the live master only when the unload,
      *>    the reload and the read-back all agree with the primary
      *>    pass on both count and hash total.
       FINISH-REORG.
           MOVE PASS-COUNT TO VERIFY-COUNT.
           MOVE PASS-HASH TO VERIFY-HASH.
           MOVE UNLOAD-COUNT TO COUNT-DISPLAY.
           MOVE RELOAD-COUNT TO SECOND-COUNT-DISPLAY.
           MOVE VERIFY-COUNT TO THIRD-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "   REORGANIZE: UNLOADED " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE
               ", RELOADED " DELIMITED BY SIZE
               SECOND-COUNT-DISPLAY DELIMITED BY SIZE
               ", READ BACK " DELIMITED BY SIZE
               THIRD-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF RELOAD-REJECTS IS GREATER THAN ZERO
               MOVE RELOAD-REJECTS TO COUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "   " DELIMITED BY SIZE
                   COUNT-DISPLAY DELIMITED BY SIZE
                   " RECORD(S) REFUSED ON RELOAD (DUPLICATE KEY)"
                       DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           IF UNLOAD-COUNT IS NOT EQUAL TO PRIMARY-COUNT
                   OR RELOAD-COUNT IS NOT EQUAL TO UNLOAD-COUNT
                   OR VERIFY-COUNT IS NOT EQUAL TO UNLOAD-COUNT
                   OR UNLOAD-HASH IS NOT EQUAL TO PRIMARY-HASH
                   OR RELOAD-HASH IS NOT EQUAL TO UNLOAD-HASH
                   OR VERIFY-HASH IS NOT EQUAL TO UNLOAD-HASH
               MOVE SPACES TO REPORT-LINE
               STRING "   COUNTS OR HASH TOTALS DO NOT MATCH -- "
                       DELIMITED BY SIZE
                   FILE-LABEL DELIMITED BY SPACE
                   " LEFT AS IT WAS" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "   REORGANIZED COPY KEPT IN " DELIMITED BY SIZE
                   FILE-LABEL DELIMITED BY SPACE
                   "Reorg FOR REVIEW" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO FILES-NOT-REPLACED
               GO TO FINISH-REORG-EXIT.

           MOVE SPACES TO REORG-COMMAND.
           STRING "cp " DELIMITED BY SIZE
               FILE-LABEL DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               FILE-LABEL DELIMITED BY SPACE
               ".PREREORG" DELIMITED BY SIZE
               INTO REORG-COMMAND.
           CALL "SYSTEM" USING REORG-COMMAND.
           IF RETURN-CODE IS NOT EQUAL TO 0
               MOVE "   UNABLE TO KEEP THE LIVE MASTER ASIDE -- NOT "
                   & "REPLACED" TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO FILES-NOT-REPLACED
               MOVE "Y" TO FATAL-FLAG
               GO TO FINISH-REORG-EXIT.

           MOVE SPACES TO REORG-COMMAND.
           STRING "cp " DELIMITED BY SIZE
               FILE-LABEL DELIMITED BY SPACE
               "Reorg " DELIMITED BY SIZE
               FILE-LABEL DELIMITED BY SPACE
               INTO REORG-COMMAND.
           CALL "SYSTEM" USING REORG-COMMAND.
           IF RETURN-CODE IS NOT EQUAL TO 0
               MOVE SPACES TO REPORT-LINE
               STRING "   COPY BACK FAILED -- PRIOR MASTER IN "
                       DELIMITED BY SIZE
                   FILE-LABEL DELIMITED BY SPACE
                   ".PREREORG" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO FILES-NOT-REPLACED
               MOVE "Y" TO FATAL-FLAG
               GO TO FINISH-REORG-EXIT.

           MOVE SPACES TO REORG-COMMAND.
           STRING "rm -f " DELIMITED BY SIZE
               FILE-LABEL DELIMITED BY SPACE
               "Reorg IndexReorgUnload.tmp" DELIMITED BY SIZE
               INTO REORG-COMMAND.
           CALL "SYSTEM" USING REORG-COMMAND.
           MOVE SPACES TO REPORT-LINE.
           STRING "   REORGANIZED -- PRIOR MASTER KEPT AS "
                   DELIMITED BY SIZE
               FILE-LABEL DELIMITED BY SPACE
               ".PREREORG" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO FILES-REORGANIZED.
           PERFORM WRITE-REORG-AUDIT.
       FINISH-REORG-EXIT.
           EXIT.

       WRITE-REORG-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "REORG" TO AUDIT-OPERATOR.
           ACCEPT AUDIT-DATE FROM DATE.
           MOVE "REORG" TO AUDIT-ACTION.
           MOVE ZEROS TO AUDIT-CRN.
           MOVE FILE-LABEL TO AUDIT-FIELD-NAME.
           MOVE UNLOAD-COUNT TO AUDIT-OLD-VALUE.
           MOVE VERIFY-COUNT TO AUDIT-NEW-VALUE.
           MOVE "UNLOADED AND RELOADED, TOTALS PROVED" TO AUDIT-DETAIL.
           CALL "AUDIT-SEAL" USING AUDIT-RECORD
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

       END PROGRAM INDEX-HEALTH.
