      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Collections agency referral -- acts on the 90-plus
      *          column AR-AGING only reports. Every ARMaster term not
      *          yet referred whose balance is at least the operator-
      *          given amount and has been open at least the operator-
      *          given number of days since its bill date (the AR-AGING
      *          30/360 count) is:
      *            - marked referred, with the referral date, on the
      *              ARMaster record itself, one audit record each;
      *            - written to AgencyPlacements.txt for the outside
      *              agency with the StudentMaster name and mailing
      *              address, under the dated header and counted,
      *              amount-totalled trailer the interface files carry;
      *            - covered by a COLLCT hold on StudentHolds.txt
      *              (placed once per student, skipped when one is
      *              already active), audited the way STUDENT-HOLDS
      *              audits a hold placed by hand.
      *          A term already at the agency, paid through it, or
      *          written off is never placed twice. CollectionsRegister
      *          .txt lists the placements for the bursar's sign-off.
      *          Accounts the agency gives back go through BAD-DEBT-
      *          WRITEOFF; what it collects comes back through
      *          PAYMENT-POST.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 4
      * placements without a mailing address, 8 fatal I/O.
      * Modification History:
      *   10/15/2026 SG - Every ARMaster posting CALLs
      *                   AR-LEDGER-POST, so the AR detail ledger
      *                   (ArLedger.txt) carries a dated, typed line
      *                   for each bucket the posting moved.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECTIONS-REFERRAL.
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
           SELECT PLACEMENT-FILE ASSIGN TO "AgencyPlacements.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO "CollectionsRegister.txt"
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
       FD PLACEMENT-FILE.
       01 PLACEMENT-LINE PIC X(120).
       FD REGISTER-FILE.
       01 REGISTER-LINE PIC X(90).
       FD AUDIT-FILE.
       COPY AuditFormat.
       WORKING-STORAGE SECTION.
       77 AR-MASTER-STATUS PIC X(2) VALUE "00".
           88 AR-MASTER-OK VALUE "00".
           88 NO-MORE-ACCOUNTS VALUE "46".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 HOLDS-STATUS PIC X(2) VALUE "00".
           88 HOLDS-OK VALUE "00".
       77 LOAD-EOF-FLAG PIC 9 VALUE IS 0.
           88 LOAD-EOF VALUE IS 1.
       77 OPERATOR-ID PIC X(8) VALUE SPACES.
       77 AUTH-LEVEL PIC 9 VALUE ZERO.
       77 SIGNED-ON-FLAG PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
       77 MINIMUM-DAYS PIC 9(3) VALUE ZERO.
       77 MINIMUM-DOLLARS PIC 9(5) VALUE ZERO.
       77 MINIMUM-BALANCE PIC 9(7)V99 VALUE ZERO.
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
       01 DATE-PARTS.
           03 DP-YYYY PIC 9(4).
           03 DP-MM PIC 9(2).
           03 DP-DD PIC 9(2).
       77 DAY-NUMBER PIC 9(7).
       77 TODAY-DAY-NUMBER PIC 9(7).
       77 DAYS-OPEN PIC S9(7).
       77 SCAN-IDX PIC 9(5).
       77 HOLD-FOUND-FLAG PIC X.
           88 COLLECTIONS-HOLD-ON VALUE "Y".
       77 OLD-STATUS PIC X(1).
       77 LEDGER-PROGRAM PIC X(12) VALUE "COLLECT-REF ".
       77 LEDGER-REFERENCE PIC X(20).
       77 LEDGER-BEFORE PIC X(124).
       77 MONEY-DISPLAY PIC $$$,$$$,$$9.99.
       77 PLACED-COUNT PIC 9(6) VALUE ZERO.
       77 PLACED-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 HOLDS-PLACED PIC 9(6) VALUE ZERO.
       77 NO-ADDRESS-COUNT PIC 9(6) VALUE ZERO.
      *>    Students already covered by an active COLLCT hold --
      *>    loaded from StudentHolds.txt and grown as holds are
      *>    placed, so a student with several terms gets one hold.
       77 HOLD-COUNT PIC 9(5) VALUE IS 0.
       01 HOLD-TABLE.
           03 HOLD-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON HOLD-COUNT.
               05 HT-STUDENT-ID PIC X(9).

       01 PLACEMENT-RECORD.
           03 PL-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PL-TERM-CODE PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PL-BALANCE PIC 9(7)V99.
           03 FILLER PIC X(1) VALUE SPACE.
           03 PL-BILL-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PL-NAME PIC X(20).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PL-ADDRESS PIC X(25).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PL-CITY PIC X(15).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PL-STATE PIC X(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 PL-ZIP PIC X(5).
       01 HEADER-LINE.
           03 FILLER PIC X(4) VALUE "HDR ".
           03 HDR-DATE PIC 9(8).
           03 FILLER PIC X(22) VALUE " COLLECTIONS PLACEMENT".
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
           IF AUTH-LEVEL IS LESS THAN 2
               DISPLAY "NOT AUTHORIZED -- LEVEL 2 REQUIRED"
               STOP RUN.

           DISPLAY "Minimum days open since the bill date "
               "(e.g. 090):".
           ACCEPT MINIMUM-DAYS.
           IF MINIMUM-DAYS IS NOT NUMERIC
                   OR MINIMUM-DAYS IS EQUAL TO ZERO
               MOVE 90 TO MINIMUM-DAYS.
           DISPLAY "Minimum balance to refer, whole dollars "
               "(e.g. 00100):".
           ACCEPT MINIMUM-DOLLARS.
           IF MINIMUM-DOLLARS IS NOT NUMERIC
               MOVE ZERO TO MINIMUM-DOLLARS.
           MOVE MINIMUM-DOLLARS TO MINIMUM-BALANCE.

           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.
           MOVE TODAY-DATE TO DATE-PARTS.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE DAY-NUMBER TO TODAY-DAY-NUMBER.

           OPEN I-O AR-MASTER.
           IF NOT AR-MASTER-OK
               DISPLAY "NO ARMaster ON FILE -- STATUS "
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
           OPEN EXTEND HOLDS-FILE.
           IF NOT HOLDS-OK
               OPEN OUTPUT HOLDS-FILE.

           OPEN EXTEND AUDIT-FILE.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR.
           OPEN OUTPUT PLACEMENT-FILE.
           MOVE TODAY-DATE TO HDR-DATE.
           MOVE HEADER-LINE TO PLACEMENT-LINE.
           WRITE PLACEMENT-LINE.
           OPEN OUTPUT REGISTER-FILE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "COLLECTIONS REFERRAL REGISTER   RUN DATE: "
                   DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               "   DAYS: " DELIMITED BY SIZE
               MINIMUM-DAYS DELIMITED BY SIZE
               "   MINIMUM: " DELIMITED BY SIZE
               MINIMUM-DOLLARS DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE "STUDENT    TERM    BILLED    NAME                  "
               TO REGISTER-LINE.
           MOVE "BALANCE" TO REGISTER-LINE(61:7).
           WRITE REGISTER-LINE.

           MOVE LOW-VALUES TO AR-STUDENT-ID.
           MOVE ZEROS TO AR-TERM-CODE.
           START AR-MASTER KEY IS NOT LESS THAN AR-STUDENT-TERM-KEY
               INVALID KEY MOVE "46" TO AR-MASTER-STATUS
           END-START.
           PERFORM REFER-ONE-ACCOUNT THRU REFER-ONE-ACCOUNT-EXIT
               UNTIL NO-MORE-ACCOUNTS.

           MOVE PLACED-COUNT TO TRL-COUNT.
           MOVE PLACED-TOTAL TO TRL-AMOUNT.
           MOVE TRAILER-LINE TO PLACEMENT-LINE.
           WRITE PLACEMENT-LINE.
           CLOSE PLACEMENT-FILE.

           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE PLACED-TOTAL TO MONEY-DISPLAY.
           MOVE SPACES TO REGISTER-LINE.
           STRING "TERMS PLACED: " DELIMITED BY SIZE
               PLACED-COUNT DELIMITED BY SIZE
               "   TOTAL PLACED: " DELIMITED BY SIZE
               MONEY-DISPLAY DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "COLLECTIONS HOLDS PLACED: " DELIMITED BY SIZE
               HOLDS-PLACED DELIMITED BY SIZE
               "   NO MAILING ADDRESS: " DELIMITED BY SIZE
               NO-ADDRESS-COUNT DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE "*** END OF REPORT ***" TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           CLOSE REGISTER-FILE.
           CLOSE HOLDS-FILE.
           CLOSE AUDIT-FILE.
           CLOSE STUDENT-MASTER.
           CLOSE AR-MASTER.

           DISPLAY PLACED-COUNT " TERM(S) PLACED, " HOLDS-PLACED
               " COLLECTIONS HOLD(S) -- SEE AgencyPlacements.txt".
           IF NO-ADDRESS-COUNT IS GREATER THAN ZERO
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
           READ HOLDS-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF OR HOLD-COUNT IS EQUAL TO 5000
               IF HD-STATUS IS EQUAL TO "A"
                       AND HD-HOLD-TYPE IS EQUAL TO "COLLCT"
                   ADD 1 TO HOLD-COUNT
                   MOVE HD-STUDENT-ID TO HT-STUDENT-ID(HOLD-COUNT)
               END-IF
               READ HOLDS-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE HOLDS-FILE.
       LOAD-HOLDS-EXIT.
           EXIT.

       REFER-ONE-ACCOUNT.
           READ AR-MASTER NEXT RECORD
               AT END MOVE "46" TO AR-MASTER-STATUS
           END-READ.
           IF NO-MORE-ACCOUNTS
               GO TO REFER-ONE-ACCOUNT-EXIT.
           IF NOT AR-NOT-REFERRED
                   OR AR-BALANCE IS NOT GREATER THAN ZERO
                   OR AR-BALANCE IS LESS THAN MINIMUM-BALANCE
                   OR AR-BILL-DATE IS NOT NUMERIC
               GO TO REFER-ONE-ACCOUNT-EXIT.
           MOVE AR-BILL-DATE TO DATE-PARTS.
           PERFORM COMPUTE-DAY-NUMBER.
           COMPUTE DAYS-OPEN = TODAY-DAY-NUMBER - DAY-NUMBER.
           IF DAYS-OPEN IS LESS THAN MINIMUM-DAYS
               GO TO REFER-ONE-ACCOUNT-EXIT.

           MOVE AR-RECORD TO LEDGER-BEFORE.
           MOVE AR-REFERRAL-STATUS TO OLD-STATUS.
           MOVE "R" TO AR-REFERRAL-STATUS.
           MOVE TODAY-DATE TO AR-REFERRAL-DATE.
           REWRITE AR-RECORD.
           MOVE "AGENCY REFERRAL" TO LEDGER-REFERENCE.
           CALL "AR-LEDGER-POST" USING LEDGER-PROGRAM
               LEDGER-REFERENCE LEDGER-BEFORE AR-RECORD.
           MOVE "COLREF" TO AUDIT-ACTION.
           MOVE "AR-REFERRAL" TO AUDIT-FIELD-NAME.
           MOVE OLD-STATUS TO AUDIT-OLD-VALUE.
           MOVE AR-REFERRAL-STATUS TO AUDIT-NEW-VALUE.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING AR-STUDENT-ID DELIMITED BY SIZE
               " TERM " DELIMITED BY SIZE
               AR-TERM-CODE DELIMITED BY SIZE
               " SENT TO AGENCY" DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           PERFORM WRITE-COLLECTIONS-AUDIT.

           MOVE SPACES TO PLACEMENT-RECORD.
           MOVE AR-STUDENT-ID TO PL-STUDENT-ID.
           MOVE AR-TERM-CODE TO PL-TERM-CODE.
           MOVE AR-BALANCE TO PL-BALANCE.
           MOVE AR-BILL-DATE TO PL-BILL-DATE.
           MOVE AR-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER KEY IS SM-STUDENT-ID
               INVALID KEY MOVE SPACES TO STUDENT-MASTER-RECORD
           END-READ.
           MOVE SM-NAME TO PL-NAME.
           MOVE SM-ADDRESS TO PL-ADDRESS.
           MOVE SM-CITY TO PL-CITY.
           MOVE SM-STATE TO PL-STATE.
           MOVE SM-ZIP TO PL-ZIP.
           MOVE PLACEMENT-RECORD TO PLACEMENT-LINE.
           WRITE PLACEMENT-LINE.
           ADD 1 TO PLACED-COUNT.
           ADD AR-BALANCE TO PLACED-TOTAL.

           MOVE AR-BALANCE TO MONEY-DISPLAY.
           MOVE SPACES TO REGISTER-LINE.
           STRING AR-STUDENT-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AR-TERM-CODE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AR-BILL-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SM-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               MONEY-DISPLAY DELIMITED BY SIZE
               INTO REGISTER-LINE.
           IF SM-ADDRESS IS EQUAL TO SPACES
               ADD 1 TO NO-ADDRESS-COUNT
               MOVE "NO ADDRESS" TO REGISTER-LINE(79:10)
           END-IF.
           WRITE REGISTER-LINE.

           PERFORM PLACE-COLLECTIONS-HOLD THRU
               PLACE-COLLECTIONS-HOLD-EXIT.
       REFER-ONE-ACCOUNT-EXIT.
           EXIT.

       PLACE-COLLECTIONS-HOLD.
           MOVE "N" TO HOLD-FOUND-FLAG.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX IS GREATER THAN HOLD-COUNT
               IF HT-STUDENT-ID(SCAN-IDX) IS EQUAL TO AR-STUDENT-ID
                   MOVE "Y" TO HOLD-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF COLLECTIONS-HOLD-ON
               GO TO PLACE-COLLECTIONS-HOLD-EXIT.
           MOVE SPACES TO HOLD-RECORD.
           MOVE AR-STUDENT-ID TO HD-STUDENT-ID.
           MOVE "COLLCT" TO HD-HOLD-TYPE.
           MOVE "BURSAR" TO HD-PLACED-BY.
           MOVE TODAY-DATE TO HD-PLACED-DATE.
           MOVE "A" TO HD-STATUS.
           WRITE HOLD-RECORD.
           ADD 1 TO HOLDS-PLACED.
           IF HOLD-COUNT IS LESS THAN 5000
               ADD 1 TO HOLD-COUNT
               MOVE AR-STUDENT-ID TO HT-STUDENT-ID(HOLD-COUNT)
           END-IF.
           MOVE "HOLD" TO AUDIT-ACTION.
           MOVE "HOLD-PLACED" TO AUDIT-FIELD-NAME.
           MOVE SPACES TO AUDIT-OLD-VALUE.
           MOVE SPACES TO AUDIT-NEW-VALUE.
           STRING AR-STUDENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               "COLLCT" DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUE.
           MOVE "COLLECTIONS HOLD PLACED" TO AUDIT-DETAIL.
           PERFORM WRITE-COLLECTIONS-AUDIT.
       PLACE-COLLECTIONS-HOLD-EXIT.
           EXIT.

       WRITE-COLLECTIONS-AUDIT.
           ACCEPT AUDIT-DATE FROM DATE.
           MOVE ZEROS TO AUDIT-CRN.
           CALL "AUDIT-SEAL" USING AUDIT-RECORD
           WRITE AUDIT-RECORD.

       END PROGRAM COLLECTIONS-REFERRAL.
