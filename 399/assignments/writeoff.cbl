      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Bad-debt write-off -- closes out the accounts the
      *          collections agency returns as uncollectible. The
      *          agency's return file (AgencyReturns.txt: student id,
      *          term, reason code, reason text) names each ARMaster
      *          term it gives back; a term at the agency has its open
      *          balance moved into the written-off bucket, so the
      *          balance recomputes to zero while the charges,
      *          payments, and credits stay as they were, and its
      *          referral status goes to written off -- one audit
      *          record each. A return naming a term that is not at
      *          the agency (never referred, already paid through it,
      *          or already written off) is listed and left alone.
      *          Each write-off goes to BadDebtWriteOffs.txt under the
      *          dated header and counted, amount-totalled trailer;
      *          GL-JOURNAL-EXTRACT picks it up for the bad-debt entry.
      *          WriteOffRegister.txt is the bursar's sign-off copy.
      *          The collections hold stays on -- the debt is still
      *          owed, it is only off the books.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 4
      * returns not written off, 8 fatal I/O.
      * Modification History:
      *   10/15/2026 SG - The balance recompute carries the Title IV
      *                   aid-return bucket.
      *   10/15/2026 SG - Every ARMaster posting CALLs
      *                   AR-LEDGER-POST, so the AR detail ledger
      *                   (ArLedger.txt) carries a dated, typed line
      *                   for each bucket the posting moved.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAD-DEBT-WRITEOFF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNS-FILE ASSIGN TO "AgencyReturns.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURNS-STATUS.
           SELECT AR-MASTER ASSIGN TO "ARMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-STUDENT-TERM-KEY
                   = AR-STUDENT-ID AR-TERM-CODE
               FILE STATUS IS AR-MASTER-STATUS.
           SELECT WRITEOFF-FILE ASSIGN TO "BadDebtWriteOffs.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO "WriteOffRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AuditTrail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RETURNS-FILE.
       01 RETURN-RECORD.
           03 RT-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 RT-TERM-CODE PIC 9(6).
           03 FILLER PIC X(1).
           03 RT-REASON-CODE PIC X(2).
           03 FILLER PIC X(1).
           03 RT-REASON-TEXT PIC X(20).
       FD AR-MASTER.
       COPY ArMasterFormat.
       FD WRITEOFF-FILE.
       01 WRITEOFF-LINE PIC X(60).
       FD REGISTER-FILE.
       01 REGISTER-LINE PIC X(90).
       FD AUDIT-FILE.
       COPY AuditFormat.
       WORKING-STORAGE SECTION.
       77 RETURNS-STATUS PIC X(2) VALUE "00".
           88 RETURNS-OK VALUE "00".
       77 AR-MASTER-STATUS PIC X(2) VALUE "00".
           88 AR-MASTER-OK VALUE "00".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 OPERATOR-ID PIC X(8) VALUE SPACES.
       77 AUTH-LEVEL PIC 9 VALUE ZERO.
       77 SIGNED-ON-FLAG PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
       77 WRITEOFF-AMOUNT PIC 9(7)V99.
       77 OLD-BALANCE PIC S9(7)V99.
       77 LEDGER-PROGRAM PIC X(12) VALUE "WRITE-OFF   ".
       77 LEDGER-REFERENCE PIC X(20).
       77 LEDGER-BEFORE PIC X(124).
       77 BALANCE-DISPLAY PIC -9(7).99.
       77 MONEY-DISPLAY PIC $$$,$$$,$$9.99.
       77 REJECT-REASON PIC X(30).
       77 RETURN-COUNT PIC 9(6) VALUE ZERO.
       77 WRITTEN-OFF-COUNT PIC 9(6) VALUE ZERO.
       77 WRITTEN-OFF-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 NOT-WRITTEN-COUNT PIC 9(6) VALUE ZERO.

       01 WRITEOFF-RECORD.
           03 WO-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WO-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WO-TERM-CODE PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WO-AMOUNT PIC 9(7)V99.
           03 FILLER PIC X(1) VALUE SPACE.
           03 WO-REASON-CODE PIC X(2).
       01 HEADER-LINE.
           03 FILLER PIC X(4) VALUE "HDR ".
           03 HDR-DATE PIC 9(8).
           03 FILLER PIC X(15) VALUE " BAD DEBT WROFF".
       01 TRAILER-LINE.
           03 FILLER PIC X(4) VALUE "TRL ".
           03 TRL-COUNT PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 TRL-AMOUNT PIC 9(9)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "OPERATOR-SIGN-ON" USING OPERATOR-ID AUTH-LEVEL
               SIGNED-ON-FLAG.
           IF NOT OPERATOR-SIGNED-ON
               STOP RUN.
      *>    Taking a balance off the books is the destructive kind
      *>    of change: level 3, as for a section cancel.
           IF AUTH-LEVEL IS LESS THAN 3
               DISPLAY "NOT AUTHORIZED -- LEVEL 3 REQUIRED"
               STOP RUN.

           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.

           OPEN INPUT RETURNS-FILE.
           IF NOT RETURNS-OK
               DISPLAY "NO AgencyReturns.txt ON FILE -- NOTHING TO "
                   "WRITE OFF"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN I-O AR-MASTER.
           IF NOT AR-MASTER-OK
               DISPLAY "UNABLE TO OPEN ARMaster -- STATUS "
                   AR-MASTER-STATUS
               CLOSE RETURNS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN EXTEND AUDIT-FILE.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR.
           OPEN OUTPUT WRITEOFF-FILE.
           MOVE TODAY-DATE TO HDR-DATE.
           MOVE HEADER-LINE TO WRITEOFF-LINE.
           WRITE WRITEOFF-LINE.
           OPEN OUTPUT REGISTER-FILE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "BAD-DEBT WRITE-OFF REGISTER   RUN DATE: "
                   DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.

           READ RETURNS-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM WRITE-OFF-ONE-RETURN THRU
               WRITE-OFF-ONE-RETURN-EXIT UNTIL EOF.

           MOVE WRITTEN-OFF-COUNT TO TRL-COUNT.
           MOVE WRITTEN-OFF-TOTAL TO TRL-AMOUNT.
           MOVE TRAILER-LINE TO WRITEOFF-LINE.
           WRITE WRITEOFF-LINE.
           CLOSE WRITEOFF-FILE.

           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE WRITTEN-OFF-TOTAL TO MONEY-DISPLAY.
           MOVE SPACES TO REGISTER-LINE.
           STRING "RETURNS READ: " DELIMITED BY SIZE
               RETURN-COUNT DELIMITED BY SIZE
               "   WRITTEN OFF: " DELIMITED BY SIZE
               WRITTEN-OFF-COUNT DELIMITED BY SIZE
               "   TOTAL: " DELIMITED BY SIZE
               MONEY-DISPLAY DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "NOT WRITTEN OFF: " DELIMITED BY SIZE
               NOT-WRITTEN-COUNT DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE "*** END OF REPORT ***" TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           CLOSE REGISTER-FILE.
           CLOSE AUDIT-FILE.
           CLOSE AR-MASTER.
           CLOSE RETURNS-FILE.

           DISPLAY WRITTEN-OFF-COUNT " ACCOUNT(S) WRITTEN OFF, "
               "TOTAL " WRITTEN-OFF-TOTAL.
           IF NOT-WRITTEN-COUNT IS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       WRITE-OFF-ONE-RETURN.
           ADD 1 TO RETURN-COUNT.
           MOVE RT-STUDENT-ID TO AR-STUDENT-ID.
           MOVE RT-TERM-CODE TO AR-TERM-CODE.
           READ AR-MASTER KEY IS AR-STUDENT-TERM-KEY
               INVALID KEY
                   MOVE "NO RECEIVABLE ON FILE" TO REJECT-REASON
                   PERFORM LIST-NOT-WRITTEN-OFF
                   GO TO WRITE-OFF-ONE-RETURN-NEXT
           END-READ.
           IF NOT AR-AT-AGENCY
               MOVE "NOT AT THE AGENCY" TO REJECT-REASON
               PERFORM LIST-NOT-WRITTEN-OFF
               GO TO WRITE-OFF-ONE-RETURN-NEXT.
           IF AR-BALANCE IS NOT GREATER THAN ZERO
               MOVE "NO OPEN BALANCE" TO REJECT-REASON
               PERFORM LIST-NOT-WRITTEN-OFF
               GO TO WRITE-OFF-ONE-RETURN-NEXT.

           MOVE AR-RECORD TO LEDGER-BEFORE.
           MOVE AR-BALANCE TO OLD-BALANCE.
           MOVE AR-BALANCE TO WRITEOFF-AMOUNT.
           IF AR-LATE-FEE IS NOT NUMERIC
               MOVE ZERO TO AR-LATE-FEE.
           IF AR-REFUNDS IS NOT NUMERIC
               MOVE ZERO TO AR-REFUNDS.
           IF AR-WRITE-OFF IS NOT NUMERIC
               MOVE ZERO TO AR-WRITE-OFF.
           IF AR-AID-RETURN IS NOT NUMERIC
               MOVE ZERO TO AR-AID-RETURN.
           ADD WRITEOFF-AMOUNT TO AR-WRITE-OFF.
           COMPUTE AR-BALANCE = AR-CHARGES + AR-LATE-FEE
               + AR-REFUNDS + AR-AID-RETURN - AR-CREDITS
               - AR-PAYMENTS - AR-WRITE-OFF.
           MOVE "W" TO AR-REFERRAL-STATUS.
           MOVE TODAY-DATE TO AR-LAST-ACTIVITY.
           REWRITE AR-RECORD.
           MOVE "BAD DEBT WRITE-OFF" TO LEDGER-REFERENCE.
           CALL "AR-LEDGER-POST" USING LEDGER-PROGRAM
               LEDGER-REFERENCE LEDGER-BEFORE AR-RECORD.

           MOVE "WRTOFF" TO AUDIT-ACTION.
           MOVE "AR-BALANCE" TO AUDIT-FIELD-NAME.
           MOVE OLD-BALANCE TO BALANCE-DISPLAY.
           MOVE BALANCE-DISPLAY TO AUDIT-OLD-VALUE.
           MOVE AR-BALANCE TO BALANCE-DISPLAY.
           MOVE BALANCE-DISPLAY TO AUDIT-NEW-VALUE.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING AR-STUDENT-ID DELIMITED BY SIZE
               " TERM " DELIMITED BY SIZE
               AR-TERM-CODE DELIMITED BY SIZE
               " BAD DEBT " DELIMITED BY SIZE
               RT-REASON-CODE DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           ACCEPT AUDIT-DATE FROM DATE.
           MOVE ZEROS TO AUDIT-CRN.
           CALL "AUDIT-SEAL" USING AUDIT-RECORD
           WRITE AUDIT-RECORD.

           MOVE SPACES TO WRITEOFF-RECORD.
           MOVE TODAY-DATE TO WO-DATE.
           MOVE AR-STUDENT-ID TO WO-STUDENT-ID.
           MOVE AR-TERM-CODE TO WO-TERM-CODE.
           MOVE WRITEOFF-AMOUNT TO WO-AMOUNT.
           MOVE RT-REASON-CODE TO WO-REASON-CODE.
           MOVE WRITEOFF-RECORD TO WRITEOFF-LINE.
           WRITE WRITEOFF-LINE.
           ADD 1 TO WRITTEN-OFF-COUNT.
           ADD WRITEOFF-AMOUNT TO WRITTEN-OFF-TOTAL.

           MOVE WRITEOFF-AMOUNT TO MONEY-DISPLAY.
           MOVE SPACES TO REGISTER-LINE.
           STRING AR-STUDENT-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AR-TERM-CODE DELIMITED BY SIZE
               "  WRITTEN OFF " DELIMITED BY SIZE
               MONEY-DISPLAY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RT-REASON-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RT-REASON-TEXT DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
       WRITE-OFF-ONE-RETURN-NEXT.
           READ RETURNS-FILE AT END MOVE 1 TO EOF-FLAG.
       WRITE-OFF-ONE-RETURN-EXIT.
           EXIT.

       LIST-NOT-WRITTEN-OFF.
           ADD 1 TO NOT-WRITTEN-COUNT.
           MOVE SPACES TO REGISTER-LINE.
           STRING RT-STUDENT-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RT-TERM-CODE DELIMITED BY SIZE
               "  NOT WRITTEN OFF -- " DELIMITED BY SIZE
               REJECT-REASON DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

       END PROGRAM BAD-DEBT-WRITEOFF.
