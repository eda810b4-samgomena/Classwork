      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Credit-balance refund disbursement run -- returns the
      *          money a drop credit memo, sponsor payment, or aid
      *          credit left sitting as a negative AR-BALANCE, instead
      *          of a bursar scanning AR-AGING and writing checks by
      *          hand. Every ARMaster term whose balance is a credit
      *          and has sat at least the operator-given number of
      *          days since its last activity (the 30/360 day count
      *          AR-AGING uses) is worked per student:
      *            - the credit first nets against the student's
      *              other terms that still owe, posted as a transfer
      *              (a refund out of the credit term, a payment into
      *              the owing term), one audit record each way;
      *            - what is left is refunded: the credit term's
      *              refund bucket takes it so the balance goes to
      *              zero, one audit record per refund, and one
      *              disbursement per student goes to
      *              RefundDisbursements.txt -- direct deposit where
      *              DirectDeposit.txt holds an active account,
      *              otherwise a check to the StudentMaster address.
      *          A student with any active hold on StudentHolds.txt is
      *          skipped whole and listed, as is a check refund with no
      *          mailing address. The disbursement file carries the
      *          dated header and counted, amount-totalled trailer;
      *          GL-JOURNAL-EXTRACT picks it up for the cash entry.
      *          RefundRegister.txt is the bursar's sign-off copy.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 4
      * students skipped, 8 fatal I/O.
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
       PROGRAM-ID. CREDIT-REFUND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT HOLDS-FILE ASSIGN TO "StudentHolds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDS-STATUS.
           SELECT DEPOSIT-FILE ASSIGN TO "DirectDeposit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPOSIT-STATUS.
           SELECT DISBURSEMENT-FILE ASSIGN TO
                   "RefundDisbursements.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO "RefundRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AuditTrail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD AR-MASTER.
       COPY ArMasterFormat.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD HOLDS-FILE.
       01 HOLD-RECORD.
           03 HD-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 HD-HOLD-TYPE PIC X(6).
           03 FILLER PIC X(1).
           03 HD-PLACED-BY PIC X(8).
           03 FILLER PIC X(1).
           03 HD-PLACED-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 HD-STATUS PIC X(1).
      *>    One row per student refund account: routing number,
      *>    account number, status A active / I inactive.
       FD DEPOSIT-FILE.
       01 DEPOSIT-RECORD.
           03 DD-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 DD-ROUTING PIC X(9).
           03 FILLER PIC X(1).
           03 DD-ACCOUNT PIC X(17).
           03 FILLER PIC X(1).
           03 DD-STATUS PIC X(1).
       FD DISBURSEMENT-FILE.
       01 DISBURSEMENT-LINE PIC X(120).
       FD REGISTER-FILE.
       01 REGISTER-LINE PIC X(80).
       FD AUDIT-FILE.
       COPY AuditFormat.
       WORKING-STORAGE SECTION.
       77 AR-MASTER-STATUS PIC X(2) VALUE "00".
           88 AR-MASTER-OK VALUE "00".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 HOLDS-STATUS PIC X(2) VALUE "00".
           88 HOLDS-OK VALUE "00".
       77 DEPOSIT-STATUS PIC X(2) VALUE "00".
           88 DEPOSIT-OK VALUE "00".
       77 LOAD-EOF-FLAG PIC 9 VALUE IS 0.
           88 LOAD-EOF VALUE IS 1.
       77 AR-EOF-FLAG PIC 9 VALUE IS 0.
           88 AR-EOF VALUE IS 1.
       77 OPERATOR-ID PIC X(8) VALUE SPACES.
       77 AUTH-LEVEL PIC 9 VALUE ZERO.
       77 SIGNED-ON-FLAG PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
       77 MINIMUM-DAYS PIC 9(3) VALUE ZERO.
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
       01 DATE-PARTS.
           03 DP-YYYY PIC 9(4).
           03 DP-MM PIC 9(2).
           03 DP-DD PIC 9(2).
       77 DAY-NUMBER PIC 9(7).
       77 TODAY-DAY-NUMBER PIC 9(7).
       77 DAYS-IDLE PIC S9(7).
       77 SCAN-IDX PIC 9(5).
       77 CREDIT-IDX PIC 9(3).
       77 OWING-IDX PIC 9(3).
       77 CANDIDATE-IDX PIC 9(5).
       77 HOLD-FOUND-FLAG PIC X.
           88 STUDENT-ON-HOLD VALUE "Y".
       77 DEPOSIT-IDX PIC 9(5).
       77 CURRENT-STUDENT-ID PIC X(9).
       77 CREDIT-LEFT PIC 9(7)V99.
       77 MOVE-AMOUNT PIC 9(7)V99.
       77 STUDENT-REFUND PIC 9(7)V99.
       77 OLD-BALANCE PIC S9(7)V99.
       77 LEDGER-PROGRAM PIC X(12) VALUE "REFUND      ".
       77 LEDGER-REFERENCE PIC X(20).
       77 LEDGER-BEFORE PIC X(124).
       77 BALANCE-DISPLAY PIC -9(7).99.
       77 MONEY-DISPLAY PIC $$$,$$$,$$9.99.
       77 POST-TERM-CODE PIC 9(6).
       77 POST-KIND PIC X.
           88 POST-AS-REFUND VALUE "R".
           88 POST-AS-PAYMENT VALUE "P".
       77 POST-DETAIL PIC X(40).
       77 PAYEE-OK-FLAG PIC X.
           88 PAYEE-OK VALUE "Y".

       77 REFUND-COUNT PIC 9(6) VALUE ZERO.
       77 REFUND-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 TRANSFER-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 HELD-COUNT PIC 9(6) VALUE ZERO.
       77 NO-PAYEE-COUNT PIC 9(6) VALUE ZERO.

       77 HOLD-COUNT PIC 9(5) VALUE IS 0.
       01 HOLD-TABLE.
           03 HOLD-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON HOLD-COUNT.
               05 HT-STUDENT-ID PIC X(9).
       77 DEPOSIT-COUNT PIC 9(5) VALUE IS 0.
       01 DEPOSIT-TABLE.
           03 DEPOSIT-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON DEPOSIT-COUNT.
               05 DT-STUDENT-ID PIC X(9).
               05 DT-ROUTING PIC X(9).
               05 DT-ACCOUNT PIC X(17).
      *>    Students with at least one aged credit term, found on
      *>    the first pass so the posting pass can read and rewrite
      *>    by key without losing a sequential position.
       77 CANDIDATE-COUNT PIC 9(5) VALUE IS 0.
       01 CANDIDATE-TABLE.
           03 CANDIDATE-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON CANDIDATE-COUNT.
               05 CN-STUDENT-ID PIC X(9).
      *>    One student's terms while they are worked.
       77 TERM-COUNT PIC 9(3) VALUE IS 0.
       01 TERM-TABLE.
           03 TERM-ENTRY OCCURS 1 TO 60 TIMES
                   DEPENDING ON TERM-COUNT.
               05 TM-TERM-CODE PIC 9(6).
               05 TM-BALANCE PIC S9(7)V99.
               05 TM-AGED-FLAG PIC X(1).
                   88 TM-AGED-CREDIT VALUE "Y".

       01 DISBURSEMENT-RECORD.
           03 DB-METHOD PIC X(1).
               88 DB-DIRECT-DEPOSIT VALUE "D".
               88 DB-CHECK VALUE "C".
           03 FILLER PIC X(1) VALUE SPACE.
           03 DB-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 DB-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1) VALUE SPACE.
           03 DB-AMOUNT PIC 9(7)V99.
           03 FILLER PIC X(1) VALUE SPACE.
           03 DB-PAYEE-NAME PIC X(20).
           03 FILLER PIC X(1) VALUE SPACE.
           03 DB-ADDRESS PIC X(25).
           03 FILLER PIC X(1) VALUE SPACE.
           03 DB-CITY PIC X(15).
           03 FILLER PIC X(1) VALUE SPACE.
           03 DB-STATE PIC X(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 DB-ZIP PIC X(5).
       01 DB-DEPOSIT-VIEW REDEFINES DISBURSEMENT-RECORD.
           03 FILLER PIC X(52).
           03 DB-ROUTING PIC X(9).
           03 FILLER PIC X(1).
           03 DB-ACCOUNT PIC X(17).
           03 FILLER PIC X(23).
       01 HEADER-LINE.
           03 FILLER PIC X(4) VALUE "HDR ".
           03 HDR-DATE PIC 9(8).
           03 FILLER PIC X(15) VALUE " REFUND DISBURS".
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
      *>    Money leaves the institution: the same level-2 authority
      *>    the other posting screens take.
           IF AUTH-LEVEL IS LESS THAN 2
               DISPLAY "NOT AUTHORIZED -- LEVEL 2 REQUIRED"
               STOP RUN.

           DISPLAY "Minimum days a credit balance must sit before "
               "it is refunded (e.g. 014):".
           ACCEPT MINIMUM-DAYS.
           IF MINIMUM-DAYS IS NOT NUMERIC
               MOVE ZERO TO MINIMUM-DAYS.

           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.
           MOVE TODAY-DATE TO DATE-PARTS.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE DAY-NUMBER TO TODAY-DAY-NUMBER.

           OPEN I-O AR-MASTER.
           IF NOT AR-MASTER-OK
               DISPLAY "UNABLE TO OPEN ARMaster -- STATUS "
                   AR-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT STUDENT-MASTER.
           IF NOT STUDENT-MASTER-OK
               DISPLAY "UNABLE TO OPEN StudentMaster -- STATUS "
                   STUDENT-MASTER-STATUS
               CLOSE AR-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           PERFORM LOAD-HOLDS THRU LOAD-HOLDS-EXIT.
           PERFORM LOAD-DEPOSIT-ACCOUNTS THRU
               LOAD-DEPOSIT-ACCOUNTS-EXIT.
           PERFORM FIND-CANDIDATES THRU FIND-CANDIDATES-EXIT.

           OPEN EXTEND AUDIT-FILE.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR.
           OPEN OUTPUT DISBURSEMENT-FILE.
           MOVE TODAY-DATE TO HDR-DATE.
           MOVE HEADER-LINE TO DISBURSEMENT-LINE.
           WRITE DISBURSEMENT-LINE.
           OPEN OUTPUT REGISTER-FILE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "CREDIT-BALANCE REFUND REGISTER   RUN DATE: "
                   DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               "   MINIMUM DAYS: " DELIMITED BY SIZE
               MINIMUM-DAYS DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.

           PERFORM WORK-ONE-STUDENT THRU WORK-ONE-STUDENT-EXIT
               VARYING CANDIDATE-IDX FROM 1 BY 1
               UNTIL CANDIDATE-IDX IS GREATER THAN CANDIDATE-COUNT.

           MOVE REFUND-COUNT TO TRL-COUNT.
           MOVE REFUND-TOTAL TO TRL-AMOUNT.
           MOVE TRAILER-LINE TO DISBURSEMENT-LINE.
           WRITE DISBURSEMENT-LINE.
           CLOSE DISBURSEMENT-FILE.

           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE REFUND-TOTAL TO MONEY-DISPLAY.
           MOVE SPACES TO REGISTER-LINE.
           STRING "REFUNDS: " DELIMITED BY SIZE
               REFUND-COUNT DELIMITED BY SIZE
               "   TOTAL DISBURSED: " DELIMITED BY SIZE
               MONEY-DISPLAY DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE TRANSFER-TOTAL TO MONEY-DISPLAY.
           MOVE SPACES TO REGISTER-LINE.
           STRING "NETTED AGAINST OTHER TERMS: " DELIMITED BY SIZE
               MONEY-DISPLAY DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "SKIPPED -- ACTIVE HOLD: " DELIMITED BY SIZE
               HELD-COUNT DELIMITED BY SIZE
               "   NO MAILING ADDRESS: " DELIMITED BY SIZE
               NO-PAYEE-COUNT DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE "*** END OF REPORT ***" TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           CLOSE REGISTER-FILE.
           CLOSE AUDIT-FILE.
           CLOSE STUDENT-MASTER.
           CLOSE AR-MASTER.

           DISPLAY REFUND-COUNT " REFUND(S) TOTALLING " REFUND-TOTAL
               " WRITTEN TO RefundDisbursements.txt".
           IF HELD-COUNT IS GREATER THAN ZERO
                   OR NO-PAYEE-COUNT IS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *>    30/360 day number, the AR-AGING convention.
       COMPUTE-DAY-NUMBER.
           COMPUTE DAY-NUMBER = DP-YYYY * 360
               + (DP-MM - 1) * 30 + DP-DD.

       LOAD-HOLDS.
           OPEN INPUT HOLDS-FILE.
           IF NOT HOLDS-OK
               GO TO LOAD-HOLDS-EXIT.
           MOVE 0 TO LOAD-EOF-FLAG.
           READ HOLDS-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF OR HOLD-COUNT IS EQUAL TO 5000
               IF HD-STATUS IS EQUAL TO "A"
                   ADD 1 TO HOLD-COUNT
                   MOVE HD-STUDENT-ID TO HT-STUDENT-ID(HOLD-COUNT)
               END-IF
               READ HOLDS-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE HOLDS-FILE.
       LOAD-HOLDS-EXIT.
           EXIT.

       LOAD-DEPOSIT-ACCOUNTS.
           OPEN INPUT DEPOSIT-FILE.
           IF NOT DEPOSIT-OK
               GO TO LOAD-DEPOSIT-ACCOUNTS-EXIT.
           MOVE 0 TO LOAD-EOF-FLAG.
           READ DEPOSIT-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF OR DEPOSIT-COUNT IS EQUAL TO 20000
               IF DD-STATUS IS EQUAL TO "A"
                   ADD 1 TO DEPOSIT-COUNT
                   MOVE DD-STUDENT-ID TO DT-STUDENT-ID(DEPOSIT-COUNT)
                   MOVE DD-ROUTING TO DT-ROUTING(DEPOSIT-COUNT)
                   MOVE DD-ACCOUNT TO DT-ACCOUNT(DEPOSIT-COUNT)
               END-IF
               READ DEPOSIT-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE DEPOSIT-FILE.
       LOAD-DEPOSIT-ACCOUNTS-EXIT.
           EXIT.

       FIND-CANDIDATES.
           MOVE LOW-VALUES TO AR-STUDENT-ID.
           MOVE ZEROS TO AR-TERM-CODE.
           START AR-MASTER KEY IS NOT LESS THAN AR-STUDENT-TERM-KEY
               INVALID KEY GO TO FIND-CANDIDATES-EXIT
           END-START.
           MOVE 0 TO AR-EOF-FLAG.
           READ AR-MASTER NEXT RECORD AT END MOVE 1 TO AR-EOF-FLAG.
           PERFORM UNTIL AR-EOF OR CANDIDATE-COUNT IS EQUAL TO 10000
               PERFORM CHECK-TERM-AGE
               IF TM-AGED-FLAG(1) IS EQUAL TO "Y"
                   AND (CANDIDATE-COUNT IS EQUAL TO ZERO
                       OR CN-STUDENT-ID(CANDIDATE-COUNT)
                           IS NOT EQUAL TO AR-STUDENT-ID)
                   ADD 1 TO CANDIDATE-COUNT
                   MOVE AR-STUDENT-ID TO CN-STUDENT-ID(CANDIDATE-COUNT)
               END-IF
               READ AR-MASTER NEXT RECORD
                   AT END MOVE 1 TO AR-EOF-FLAG
               END-READ
           END-PERFORM.
       FIND-CANDIDATES-EXIT.
           EXIT.

      *>    Sets the aged flag in the first term slot for the record
      *>    in hand: a credit balance idle at least the minimum days.
       CHECK-TERM-AGE.
           MOVE 1 TO TERM-COUNT.
           MOVE "N" TO TM-AGED-FLAG(1).
           IF AR-BALANCE IS LESS THAN ZERO
                   AND AR-LAST-ACTIVITY IS NUMERIC
               MOVE AR-LAST-ACTIVITY TO DATE-PARTS
               PERFORM COMPUTE-DAY-NUMBER
               COMPUTE DAYS-IDLE = TODAY-DAY-NUMBER - DAY-NUMBER
               IF DAYS-IDLE IS NOT LESS THAN MINIMUM-DAYS
                   MOVE "Y" TO TM-AGED-FLAG(1)
               END-IF
           END-IF.

       WORK-ONE-STUDENT.
           MOVE CN-STUDENT-ID(CANDIDATE-IDX) TO CURRENT-STUDENT-ID.
           MOVE "N" TO HOLD-FOUND-FLAG.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX IS GREATER THAN HOLD-COUNT
               IF HT-STUDENT-ID(SCAN-IDX) IS EQUAL TO
                       CURRENT-STUDENT-ID
                   MOVE "Y" TO HOLD-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF STUDENT-ON-HOLD
               ADD 1 TO HELD-COUNT
               MOVE SPACES TO REGISTER-LINE
               STRING CURRENT-STUDENT-ID DELIMITED BY SIZE
                   "  SKIPPED -- ACTIVE HOLD ON StudentHolds.txt"
                       DELIMITED BY SIZE
                   INTO REGISTER-LINE
               WRITE REGISTER-LINE
               GO TO WORK-ONE-STUDENT-EXIT.

           PERFORM LOAD-STUDENT-TERMS THRU LOAD-STUDENT-TERMS-EXIT.
           MOVE ZERO TO STUDENT-REFUND.

      *>    Net each aged credit against the terms still owing,
      *>    oldest term first, before anything is paid out.
           PERFORM VARYING CREDIT-IDX FROM 1 BY 1
                   UNTIL CREDIT-IDX IS GREATER THAN TERM-COUNT
               IF TM-AGED-CREDIT(CREDIT-IDX)
                   COMPUTE CREDIT-LEFT = ZERO - TM-BALANCE(CREDIT-IDX)
                   PERFORM VARYING OWING-IDX FROM 1 BY 1
                           UNTIL OWING-IDX IS GREATER THAN TERM-COUNT
                               OR CREDIT-LEFT IS EQUAL TO ZERO
                       IF TM-BALANCE(OWING-IDX) IS GREATER THAN ZERO
                           PERFORM NET-ONE-TRANSFER
                       END-IF
                   END-PERFORM
                   ADD CREDIT-LEFT TO STUDENT-REFUND
               END-IF
           END-PERFORM.

           IF STUDENT-REFUND IS EQUAL TO ZERO
               GO TO WORK-ONE-STUDENT-EXIT.

           PERFORM SET-UP-PAYEE THRU SET-UP-PAYEE-EXIT.
           IF NOT PAYEE-OK
               ADD 1 TO NO-PAYEE-COUNT
               MOVE SPACES TO REGISTER-LINE
               MOVE STUDENT-REFUND TO MONEY-DISPLAY
               STRING CURRENT-STUDENT-ID DELIMITED BY SIZE
                   "  NOT REFUNDED -- NO MAILING ADDRESS "
                       DELIMITED BY SIZE
                   MONEY-DISPLAY DELIMITED BY SIZE
                   INTO REGISTER-LINE
               WRITE REGISTER-LINE
               GO TO WORK-ONE-STUDENT-EXIT.

      *>    Whatever credit survived the netting is paid out of its
      *>    own term's refund bucket.
           PERFORM VARYING CREDIT-IDX FROM 1 BY 1
                   UNTIL CREDIT-IDX IS GREATER THAN TERM-COUNT
               IF TM-AGED-CREDIT(CREDIT-IDX)
                       AND TM-BALANCE(CREDIT-IDX) IS LESS THAN ZERO
                   COMPUTE MOVE-AMOUNT = ZERO - TM-BALANCE(CREDIT-IDX)
                   MOVE TM-TERM-CODE(CREDIT-IDX) TO POST-TERM-CODE
                   MOVE "R" TO POST-KIND
                   MOVE "REFUND" TO AUDIT-ACTION
                   MOVE SPACES TO POST-DETAIL
                   IF DB-DIRECT-DEPOSIT
                       STRING "REFUND BY DIRECT DEPOSIT TERM "
                               DELIMITED BY SIZE
                           POST-TERM-CODE DELIMITED BY SIZE
                           INTO POST-DETAIL
                       MOVE "REFUND BY DEPOSIT" TO LEDGER-REFERENCE
                   ELSE
                       STRING "REFUND BY CHECK TERM " DELIMITED BY SIZE
                           POST-TERM-CODE DELIMITED BY SIZE
                           INTO POST-DETAIL
                       MOVE "REFUND BY CHECK" TO LEDGER-REFERENCE
                   END-IF
                   PERFORM POST-TO-TERM
                   MOVE ZERO TO TM-BALANCE(CREDIT-IDX)
               END-IF
           END-PERFORM.

           MOVE TODAY-DATE TO DB-DATE.
           MOVE CURRENT-STUDENT-ID TO DB-STUDENT-ID.
           MOVE STUDENT-REFUND TO DB-AMOUNT.
           MOVE DISBURSEMENT-RECORD TO DISBURSEMENT-LINE.
           WRITE DISBURSEMENT-LINE.
           ADD 1 TO REFUND-COUNT.
           ADD STUDENT-REFUND TO REFUND-TOTAL.
           MOVE STUDENT-REFUND TO MONEY-DISPLAY.
           MOVE SPACES TO REGISTER-LINE.
           IF DB-DIRECT-DEPOSIT
               STRING CURRENT-STUDENT-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   DB-PAYEE-NAME DELIMITED BY SIZE
                   "  DIRECT DEPOSIT " DELIMITED BY SIZE
                   MONEY-DISPLAY DELIMITED BY SIZE
                   INTO REGISTER-LINE
           ELSE
               STRING CURRENT-STUDENT-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   DB-PAYEE-NAME DELIMITED BY SIZE
                   "  CHECK          " DELIMITED BY SIZE
                   MONEY-DISPLAY DELIMITED BY SIZE
                   INTO REGISTER-LINE
           END-IF.
           WRITE REGISTER-LINE.
       WORK-ONE-STUDENT-EXIT.
           EXIT.

       LOAD-STUDENT-TERMS.
           MOVE ZERO TO TERM-COUNT.
           MOVE CURRENT-STUDENT-ID TO AR-STUDENT-ID.
           MOVE ZEROS TO AR-TERM-CODE.
           START AR-MASTER KEY IS NOT LESS THAN AR-STUDENT-TERM-KEY
               INVALID KEY GO TO LOAD-STUDENT-TERMS-EXIT
           END-START.
           MOVE 0 TO AR-EOF-FLAG.
           READ AR-MASTER NEXT RECORD AT END MOVE 1 TO AR-EOF-FLAG.
           PERFORM UNTIL AR-EOF
                   OR AR-STUDENT-ID IS NOT EQUAL TO CURRENT-STUDENT-ID
                   OR TERM-COUNT IS EQUAL TO 60
               ADD 1 TO TERM-COUNT
               MOVE AR-TERM-CODE TO TM-TERM-CODE(TERM-COUNT)
               MOVE AR-BALANCE TO TM-BALANCE(TERM-COUNT)
               MOVE "N" TO TM-AGED-FLAG(TERM-COUNT)
               IF AR-BALANCE IS LESS THAN ZERO
                       AND AR-LAST-ACTIVITY IS NUMERIC
                   MOVE AR-LAST-ACTIVITY TO DATE-PARTS
                   PERFORM COMPUTE-DAY-NUMBER
                   COMPUTE DAYS-IDLE = TODAY-DAY-NUMBER - DAY-NUMBER
                   IF DAYS-IDLE IS NOT LESS THAN MINIMUM-DAYS
                       MOVE "Y" TO TM-AGED-FLAG(TERM-COUNT)
                   END-IF
               END-IF
               READ AR-MASTER NEXT RECORD
                   AT END MOVE 1 TO AR-EOF-FLAG
               END-READ
           END-PERFORM.
       LOAD-STUDENT-TERMS-EXIT.
           EXIT.

      *>    Move as much of the credit as the owing term needs: out
      *>    of the credit term through its refund bucket, into the
      *>    owing term as a payment.
       NET-ONE-TRANSFER.
           IF TM-BALANCE(OWING-IDX) IS LESS THAN CREDIT-LEFT
               MOVE TM-BALANCE(OWING-IDX) TO MOVE-AMOUNT
           ELSE
               MOVE CREDIT-LEFT TO MOVE-AMOUNT
           END-IF.
           MOVE "ARXFER" TO AUDIT-ACTION.
           MOVE TM-TERM-CODE(CREDIT-IDX) TO POST-TERM-CODE.
           MOVE "R" TO POST-KIND.
           MOVE SPACES TO POST-DETAIL.
           STRING "CREDIT MOVED TO TERM " DELIMITED BY SIZE
               TM-TERM-CODE(OWING-IDX) DELIMITED BY SIZE
               INTO POST-DETAIL.
           MOVE SPACES TO LEDGER-REFERENCE.
           STRING "CREDIT TO " DELIMITED BY SIZE
               TM-TERM-CODE(OWING-IDX) DELIMITED BY SIZE
               INTO LEDGER-REFERENCE.
           PERFORM POST-TO-TERM.
           MOVE TM-TERM-CODE(OWING-IDX) TO POST-TERM-CODE.
           MOVE "P" TO POST-KIND.
           MOVE SPACES TO POST-DETAIL.
           STRING "CREDIT MOVED FROM TERM " DELIMITED BY SIZE
               TM-TERM-CODE(CREDIT-IDX) DELIMITED BY SIZE
               INTO POST-DETAIL.
           MOVE SPACES TO LEDGER-REFERENCE.
           STRING "CREDIT FROM " DELIMITED BY SIZE
               TM-TERM-CODE(CREDIT-IDX) DELIMITED BY SIZE
               INTO LEDGER-REFERENCE.
           PERFORM POST-TO-TERM.
           ADD MOVE-AMOUNT TO TM-BALANCE(CREDIT-IDX).
           SUBTRACT MOVE-AMOUNT FROM TM-BALANCE(OWING-IDX).
           SUBTRACT MOVE-AMOUNT FROM CREDIT-LEFT.
           ADD MOVE-AMOUNT TO TRANSFER-TOTAL.

      *>    Rewrite one term with MOVE-AMOUNT in the refund or the
      *>    payment bucket, balance recomputed from its parts, and
      *>    its audit record.
       POST-TO-TERM.
           MOVE CURRENT-STUDENT-ID TO AR-STUDENT-ID.
           MOVE POST-TERM-CODE TO AR-TERM-CODE.
           READ AR-MASTER KEY IS AR-STUDENT-TERM-KEY
               INVALID KEY
                   DISPLAY "WARNING: " CURRENT-STUDENT-ID " TERM "
                       POST-TERM-CODE " VANISHED FROM ARMaster"
               NOT INVALID KEY
                   MOVE AR-RECORD TO LEDGER-BEFORE
                   MOVE AR-BALANCE TO OLD-BALANCE
                   IF AR-LATE-FEE IS NOT NUMERIC
                       MOVE ZERO TO AR-LATE-FEE
                   END-IF
                   IF AR-REFUNDS IS NOT NUMERIC
                       MOVE ZERO TO AR-REFUNDS
                   END-IF
                   IF AR-WRITE-OFF IS NOT NUMERIC
                       MOVE ZERO TO AR-WRITE-OFF
                   END-IF
                   IF AR-AID-RETURN IS NOT NUMERIC
                       MOVE ZERO TO AR-AID-RETURN
                   END-IF
                   IF POST-AS-REFUND
                       ADD MOVE-AMOUNT TO AR-REFUNDS
                   ELSE
                       ADD MOVE-AMOUNT TO AR-PAYMENTS
                   END-IF
                   COMPUTE AR-BALANCE = AR-CHARGES + AR-LATE-FEE
                       + AR-REFUNDS + AR-AID-RETURN - AR-CREDITS
                       - AR-PAYMENTS - AR-WRITE-OFF
                   MOVE TODAY-DATE TO AR-LAST-ACTIVITY
                   REWRITE AR-RECORD
                   CALL "AR-LEDGER-POST" USING LEDGER-PROGRAM
                       LEDGER-REFERENCE LEDGER-BEFORE AR-RECORD
                   MOVE "AR-BALANCE" TO AUDIT-FIELD-NAME
                   MOVE OLD-BALANCE TO BALANCE-DISPLAY
                   MOVE BALANCE-DISPLAY TO AUDIT-OLD-VALUE
                   MOVE AR-BALANCE TO BALANCE-DISPLAY
                   MOVE BALANCE-DISPLAY TO AUDIT-NEW-VALUE
                   MOVE SPACES TO AUDIT-DETAIL
                   STRING CURRENT-STUDENT-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       POST-DETAIL DELIMITED BY SIZE
                       INTO AUDIT-DETAIL
                   ACCEPT AUDIT-DATE FROM DATE
                   MOVE ZEROS TO AUDIT-CRN
                   CALL "AUDIT-SEAL" USING AUDIT-RECORD
                   WRITE AUDIT-RECORD
           END-READ.

      *>    Direct deposit when an active account is on file,
      *>    otherwise a check to the StudentMaster address.
       SET-UP-PAYEE.
           MOVE SPACES TO DISBURSEMENT-RECORD.
           MOVE "N" TO PAYEE-OK-FLAG.
           MOVE CURRENT-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER KEY IS SM-STUDENT-ID
               INVALID KEY MOVE SPACES TO STUDENT-MASTER-RECORD
           END-READ.
           MOVE SM-NAME TO DB-PAYEE-NAME.
           MOVE ZERO TO DEPOSIT-IDX.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX IS GREATER THAN DEPOSIT-COUNT
                       OR DEPOSIT-IDX IS GREATER THAN ZERO
               IF DT-STUDENT-ID(SCAN-IDX) IS EQUAL TO
                       CURRENT-STUDENT-ID
                   MOVE SCAN-IDX TO DEPOSIT-IDX
               END-IF
           END-PERFORM.
           IF DEPOSIT-IDX IS GREATER THAN ZERO
               MOVE "D" TO DB-METHOD
               MOVE DT-ROUTING(DEPOSIT-IDX) TO DB-ROUTING
               MOVE DT-ACCOUNT(DEPOSIT-IDX) TO DB-ACCOUNT
               MOVE "Y" TO PAYEE-OK-FLAG
               GO TO SET-UP-PAYEE-EXIT.
           MOVE "C" TO DB-METHOD.
           IF SM-ADDRESS IS EQUAL TO SPACES
               GO TO SET-UP-PAYEE-EXIT.
           MOVE SM-ADDRESS TO DB-ADDRESS.
           MOVE SM-CITY TO DB-CITY.
           MOVE SM-STATE TO DB-STATE.
           MOVE SM-ZIP TO DB-ZIP.
           MOVE "Y" TO PAYEE-OK-FLAG.
       SET-UP-PAYEE-EXIT.
           EXIT.

       END PROGRAM CREDIT-REFUND.
