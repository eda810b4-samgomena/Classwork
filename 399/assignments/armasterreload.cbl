      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: One-time ARMaster reload into the widened receivable
      *          layout -- ArMasterFormat gained the refund bucket,
      *          the collections fields, and a reserved tail, so
      *          the records already on file (written at the old
      *          length) are unloaded under the old layout and
      *          reloaded into a fresh master with the
      *          new buckets zeroed and the balance recomputed from
      *          its components, then copied back over the live file
      *          the way RESTORE-INDEX puts a generation back. Run it
      *          once, before the first refund run; the billing,
      *          payment, and late-fee runs all read the new length.
      *          Takes the course lock so no batch step posts to the
      *          receivable mid-reload.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Modification History:
      *   10/15/2026 SG - The balance recompute carries the Title IV
      *                   aid-return bucket.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-MASTER-RELOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-AR-MASTER ASSIGN TO "ARMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-AR-STUDENT-TERM-KEY
                   = OLD-AR-STUDENT-ID OLD-AR-TERM-CODE
               FILE STATUS IS OLD-AR-STATUS.
           SELECT AR-MASTER ASSIGN TO "ARMasterConv"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-STUDENT-TERM-KEY
                   = AR-STUDENT-ID AR-TERM-CODE
               FILE STATUS IS AR-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *>    The receivable as it was written before the refund
      *>    bucket.
       FD OLD-AR-MASTER.
       01 OLD-AR-RECORD.
           03 OLD-AR-STUDENT-ID PIC X(9).
           03 OLD-AR-TERM-CODE PIC 9(6).
           03 OLD-AR-BODY PIC X(60).
       FD AR-MASTER.
       COPY ArMasterFormat.
       WORKING-STORAGE SECTION.
       77 OLD-AR-STATUS PIC X(2) VALUE "00".
           88 OLD-AR-OK VALUE "00".
       77 AR-MASTER-STATUS PIC X(2) VALUE "00".
           88 AR-MASTER-OK VALUE "00".
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
           MOVE "AR MASTER RELOAD" TO LOCK-HOLDER-NAME.
           CALL "COURSE-LOCK" USING LOCK-ACTION LOCK-HOLDER-NAME
               LOCK-RESULT LOCK-CURRENT-HOLDER.
           IF LOCK-RESULT IS NOT EQUAL TO "Y"
               DISPLAY "LOCK HELD BY " LOCK-CURRENT-HOLDER
                   " -- RELOAD NOT STARTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN INPUT OLD-AR-MASTER.
           IF NOT OLD-AR-OK
               DISPLAY "ARMaster NOT READABLE AT THE OLD LENGTH "
                   "(STATUS " OLD-AR-STATUS ") -- NOTHING RELOADED"
               PERFORM RELEASE-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT AR-MASTER.
           IF NOT AR-MASTER-OK
               DISPLAY "UNABLE TO CREATE ARMasterConv -- STATUS "
                   AR-MASTER-STATUS
               CLOSE OLD-AR-MASTER
               PERFORM RELEASE-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           READ OLD-AR-MASTER NEXT RECORD
               AT END MOVE 1 TO EOF-FLAG
           END-READ.
           PERFORM RELOAD-ONE-RECORD UNTIL EOF.
           CLOSE OLD-AR-MASTER.
           CLOSE AR-MASTER.

           CALL "SYSTEM" USING "cp ARMasterConv ARMaster".
           IF RETURN-CODE IS NOT EQUAL TO 0
               DISPLAY "COPY BACK FAILED -- RELOADED MASTER LEFT IN "
                   "ARMasterConv"
               PERFORM RELEASE-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           CALL "SYSTEM" USING "rm -f ARMasterConv".
           PERFORM RELEASE-LOCK.
           DISPLAY RELOAD-COUNT " ARMaster RECORD(S) RELOADED".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       RELOAD-ONE-RECORD.
           MOVE SPACES TO AR-RECORD.
           MOVE OLD-AR-RECORD TO AR-RECORD(1:75).
           IF AR-LATE-FEE IS NOT NUMERIC
               MOVE ZERO TO AR-LATE-FEE.
           MOVE ZERO TO AR-REFUNDS.
           MOVE ZERO TO AR-REFERRAL-DATE.
           MOVE ZERO TO AR-WRITE-OFF.
           MOVE ZERO TO AR-AID-RETURN.
           MOVE ZERO TO AR-AGENCY-COMMISSION.
           COMPUTE AR-BALANCE = AR-CHARGES + AR-LATE-FEE
               + AR-REFUNDS + AR-AID-RETURN - AR-CREDITS
               - AR-PAYMENTS - AR-WRITE-OFF.
           WRITE AR-RECORD
               INVALID KEY
                   DISPLAY "DUPLICATE KEY " AR-STUDENT-ID " "
                       AR-TERM-CODE " -- NOT RELOADED"
               NOT INVALID KEY
                   ADD 1 TO RELOAD-COUNT
           END-WRITE.
           READ OLD-AR-MASTER NEXT RECORD
               AT END MOVE 1 TO EOF-FLAG
           END-READ.

       RELEASE-LOCK.
           MOVE "R" TO LOCK-ACTION.
           CALL "COURSE-LOCK" USING LOCK-ACTION LOCK-HOLDER-NAME
               LOCK-RESULT LOCK-CURRENT-HOLDER.

       END PROGRAM AR-MASTER-RELOAD.
