      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: One-time StudentMaster reload into the widened
      *          student layout -- StudentMasterFormat gained the
      *          merged-into pointer STUDENT-MERGE sets on a folded
      *          duplicate, and a reserved tail, so the records
      *          already on file (written at the old length) are
      *          unloaded under the old layout and reloaded into a
      *          fresh master with the new fields blank, then copied
      *          back over the live file the way AR-MASTER-RELOAD
      *          puts the receivable back. Run it once, before the
      *          first merge; every reader of the StudentMaster
      *          takes the new length. Takes the course lock so no
      *          batch step reads the master mid-reload.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-MASTER-RELOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-SM-STUDENT-ID
               FILE STATUS IS OLD-SM-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMasterConv"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *>    The student record as it was written before the
      *>    merged-into pointer.
       FD OLD-STUDENT-MASTER.
       01 OLD-SM-RECORD.
           03 OLD-SM-STUDENT-ID PIC X(9).
           03 OLD-SM-BODY PIC X(85).
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       WORKING-STORAGE SECTION.
       77 OLD-SM-STATUS PIC X(2) VALUE "00".
           88 OLD-SM-OK VALUE "00".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 RELOAD-COUNT PIC 9(7) VALUE ZERO.
       77 LOCK-ACTION PIC X.
       77 LOCK-HOLDER-NAME PIC X(20).
       77 LOCK-RESULT PIC X.
       77 LOCK-CURRENT-HOLDER PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "A" TO LOCK-ACTION.
           MOVE "STUDENT RELOAD" TO LOCK-HOLDER-NAME.
           CALL "COURSE-LOCK" USING LOCK-ACTION LOCK-HOLDER-NAME
               LOCK-RESULT LOCK-CURRENT-HOLDER.
           IF LOCK-RESULT IS NOT EQUAL TO "Y"
               DISPLAY "LOCK HELD BY " LOCK-CURRENT-HOLDER
                   " -- RELOAD NOT STARTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN INPUT OLD-STUDENT-MASTER.
           IF NOT OLD-SM-OK
               DISPLAY "StudentMaster NOT READABLE AT THE OLD LENGTH "
                   "(STATUS " OLD-SM-STATUS ") -- NOTHING RELOADED"
               PERFORM RELEASE-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT STUDENT-MASTER.
           IF NOT STUDENT-MASTER-OK
               DISPLAY "UNABLE TO CREATE StudentMasterConv -- STATUS "
                   STUDENT-MASTER-STATUS
               CLOSE OLD-STUDENT-MASTER
               PERFORM RELEASE-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           READ OLD-STUDENT-MASTER NEXT RECORD
               AT END MOVE 1 TO EOF-FLAG
           END-READ.
           PERFORM RELOAD-ONE-RECORD UNTIL EOF.
           CLOSE OLD-STUDENT-MASTER.
           CLOSE STUDENT-MASTER.

           CALL "SYSTEM" USING "cp StudentMasterConv StudentMaster".
           IF RETURN-CODE IS NOT EQUAL TO 0
               DISPLAY "COPY BACK FAILED -- RELOADED MASTER LEFT IN "
                   "StudentMasterConv"
               PERFORM RELEASE-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           CALL "SYSTEM" USING "rm -f StudentMasterConv".
           PERFORM RELEASE-LOCK.
           DISPLAY RELOAD-COUNT " StudentMaster RECORD(S) RELOADED".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       RELOAD-ONE-RECORD.
           MOVE SPACES TO STUDENT-MASTER-RECORD.
           MOVE OLD-SM-RECORD TO STUDENT-MASTER-RECORD(1:94).
           MOVE SPACES TO SM-MERGED-INTO.
           WRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "DUPLICATE KEY " SM-STUDENT-ID
                       " -- NOT RELOADED"
               NOT INVALID KEY
                   ADD 1 TO RELOAD-COUNT
           END-WRITE.
           READ OLD-STUDENT-MASTER NEXT RECORD
               AT END MOVE 1 TO EOF-FLAG
           END-READ.

       RELEASE-LOCK.
           MOVE "R" TO LOCK-ACTION.
           CALL "COURSE-LOCK" USING LOCK-ACTION LOCK-HOLDER-NAME
               LOCK-RESULT LOCK-CURRENT-HOLDER.

       END PROGRAM STUDENT-MASTER-RELOAD.
