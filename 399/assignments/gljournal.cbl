      *          header and counted trailer the FEED-GATE convention
      *          uses, and the run proves its own debits equal its
      *          credits, ending with RETURN-CODE 12 if they do not.
      *          A term that runs past the June 30 fiscal year-end
      *          (summer) has the next year's share of each
      *          department's revenue -- by the share of the term's
      *          TermCalendar.txt days after June 30 -- moved to
      *          deferred revenue, with the reversing entry dated
      *          July 1.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O, 12 control totals out of balance.
      * Modification History:
      *   10/15/2026 SG - Tuition waivers billed off WaiverMaster.txt
      *                   (WaiverActivity.txt) journal to each waiver
      *                   type's own expense account against AR
      *                   control.
      *   10/15/2026 SG - Fiscal year-end revenue split: the batch
      *                   term's (BatchParms.txt, else keyed) days
      *                   after June 30 defer their share of revenue
      *                   to 2450-DEFRV, reversed on July 1, so the
      *                   July hand-posted deferral goes away.
      *   10/15/2026 SG - Credit-balance refunds paid out by
      *                   CREDIT-REFUND (RefundDisbursements.txt)
      *                   journal as a debit to AR control and a
      *                   credit to cash.
      *   10/15/2026 SG - Bad-debt write-offs (BadDebtWriteOffs.txt)
      *                   journal to bad-debt expense and agency
      *                   commissions (AgencyCommissions.txt) to
      *                   collection expense, each against AR control.
      *   10/15/2026 SG - Bad-debt and collection expense post to
      *                   6400-BDEBT and 6410-COLLC, the chart's
      *                   10-character account codes.
      * Tectonics: cobc
      ******************************************************************

           SELECT ACTIVITY-FILE ASSIGN TO "BillingActivity.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIVITY-STATUS.
           SELECT DISBURSEMENT-FILE ASSIGN TO
                   "RefundDisbursements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISBURSEMENT-STATUS.
           SELECT WRITEOFF-FILE ASSIGN TO "BadDebtWriteOffs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRITEOFF-STATUS.
           SELECT COMMISSION-FILE ASSIGN TO "AgencyCommissions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMMISSION-STATUS.
           SELECT WAIVER-ACTIVITY-FILE ASSIGN TO "WaiverActivity.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAIVER-ACTIVITY-STATUS.
           SELECT BATCH-PARMS-FILE ASSIGN TO "BatchParms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-PARMS-STATUS.
           SELECT TERM-CALENDAR-FILE ASSIGN TO "TermCalendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-CALENDAR-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GLJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           03 AC-CHARGE PIC 9(7)V99.
           03 FILLER PIC X(1).
           03 AC-CREDIT PIC 9(7)V99.
      *>    Only the record type and amount matter here; the
      *>    header and trailer lines are skipped.
       FD DISBURSEMENT-FILE.
       01 DISBURSEMENT-RECORD.
           03 DB-METHOD PIC X(1).
           03 FILLER PIC X(20).
           03 DB-AMOUNT PIC 9(7)V99.
           03 FILLER PIC X(90).
       01 DISBURSEMENT-CONTROL-VIEW.
           03 DB-CONTROL-TAG PIC X(4).
           03 FILLER PIC X(116).
       FD WRITEOFF-FILE.
       01 WRITEOFF-RECORD.
           03 WO-CONTROL-TAG PIC X(4).
           03 FILLER PIC X(22).
           03 WO-AMOUNT PIC 9(7)V99.
           03 FILLER PIC X(25).
       FD COMMISSION-FILE.
       01 COMMISSION-RECORD.
           03 CO-CONTROL-TAG PIC X(4).
           03 FILLER PIC X(31).
           03 CO-AMOUNT PIC 9(7)V99.
           03 FILLER PIC X(16).
       FD WAIVER-ACTIVITY-FILE.
       01 WAIVER-ACTIVITY-RECORD.
           03 WA-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 WA-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 WA-TERM-CODE PIC 9(6).
           03 FILLER PIC X(1).
           03 WA-TYPE PIC X(4).
           03 FILLER PIC X(1).
           03 WA-ACCOUNT PIC X(10).
           03 FILLER PIC X(1).
           03 WA-AMOUNT PIC 9(7)V99.
       FD BATCH-PARMS-FILE.
       01 BATCH-PARMS-RECORD.
           03 BP-TERM-CODE PIC 9(6).
           03 FILLER PIC X(12).
       FD TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           03 TC-TERM-CODE PIC 9(6).
           03 FILLER PIC X(1).
           03 TC-TERM-START PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-TERM-END PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-FINALS-START PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-DESCRIPTION PIC X(20).
           03 FILLER PIC X(1).
           03 TC-REFUND-FULL-END PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-REFUND-HALF-END PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-PAYMENT-DEADLINE PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-LATE-FEE PIC 9(5)V99.
           03 FILLER PIC X(1).
           03 TC-INCOMPLETE-DEADLINE PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-CENSUS-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-PART-OF-TERM PIC X(1).
       FD JOURNAL-FILE.
       01 JOURNAL-LINE PIC X(60).
       WORKING-STORAGE SECTION.
           88 DEPT-EOF VALUE IS 1.
       77 ACTIVITY-EOF-FLAG PIC 9 VALUE IS 0.
           88 ACTIVITY-EOF VALUE IS 1.
       77 DISBURSEMENT-STATUS PIC X(2) VALUE "00".
           88 DISBURSEMENT-OK VALUE "00".
       77 DISBURSEMENT-EOF-FLAG PIC 9 VALUE IS 0.
           88 DISBURSEMENT-EOF VALUE IS 1.
       77 DISBURSED-TOTAL PIC 9(11)V99 VALUE ZERO.
       77 WRITEOFF-STATUS PIC X(2) VALUE "00".
           88 WRITEOFF-OK VALUE "00".
       77 WRITEOFF-EOF-FLAG PIC 9 VALUE IS 0.
           88 WRITEOFF-EOF VALUE IS 1.
       77 WRITEOFF-TOTAL PIC 9(11)V99 VALUE ZERO.
       77 COMMISSION-STATUS PIC X(2) VALUE "00".
           88 COMMISSION-OK VALUE "00".
       77 COMMISSION-EOF-FLAG PIC 9 VALUE IS 0.
           88 COMMISSION-EOF VALUE IS 1.
       77 COMMISSION-TOTAL PIC 9(11)V99 VALUE ZERO.
       77 WAIVER-ACTIVITY-STATUS PIC X(2) VALUE "00".
           88 WAIVER-ACTIVITY-OK VALUE "00".
       77 WAIVER-EOF-FLAG PIC 9 VALUE IS 0.
           88 WAIVER-EOF VALUE IS 1.
       77 WAIVER-TOTAL PIC 9(11)V99 VALUE ZERO.
      *>    Waived dollars summed per expense account.
       77 WAIVER-ACCOUNT-COUNT PIC 9(2) VALUE IS 0.
       01 WAIVER-ACCOUNT-TABLE.
           03 WAIVER-ACCOUNT-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WAIVER-ACCOUNT-COUNT.
               05 WX-ACCOUNT PIC X(10).
               05 WX-AMOUNT PIC 9(11)V99.
       77 WAIVER-ACCOUNT-IDX PIC 9(2).
       77 WAIVER-FOUND-FLAG PIC X.
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
       77 REVENUE-TOTAL PIC 9(11)V99 VALUE ZERO.
       77 DEBIT-TOTAL PIC 9(11)V99 VALUE ZERO.
       77 CREDIT-TOTAL PIC 9(11)V99 VALUE ZERO.
       77 RECORD-COUNT PIC 9(6) VALUE ZERO.
       77 BATCH-PARMS-STATUS PIC X(2) VALUE "00".
           88 BATCH-PARMS-OK VALUE "00".
       77 TERM-CALENDAR-STATUS PIC X(2) VALUE "00".
           88 TERM-CALENDAR-OK VALUE "00".
       77 CALENDAR-EOF-FLAG PIC 9 VALUE IS 0.
           88 CALENDAR-EOF VALUE IS 1.
       77 RUN-TERM-CODE PIC 9(6).

      *>    Fiscal year-end split: the June 30 on or after the term
      *>    start; a term ending after it defers the later days'
      *>    share, reversed on the July 1 after.
       77 TERM-START PIC 9(8) VALUE ZERO.
       77 TERM-END PIC 9(8) VALUE ZERO.
       77 FISCAL-YEAR PIC 9(4) VALUE ZERO.
       77 FISCAL-YEAR-END PIC 9(8) VALUE ZERO.
       77 REVERSAL-DATE PIC 9(8) VALUE ZERO.
       77 TERM-DAYS PIC 9(5) VALUE ZERO.
       77 NEXT-YEAR-DAYS PIC 9(5) VALUE ZERO.
       77 DEFER-FLAG PIC X VALUE "N".
           88 DEFER-REVENUE VALUE "Y".
       77 DEFER-AMOUNT PIC 9(9)V99 VALUE ZERO.
       77 DEFERRED-TOTAL PIC 9(11)V99 VALUE ZERO.

      *>    The GL's fixed import record: posting date, account,
      *>    debit/credit flag, amount, reference.
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           PERFORM GET-RUN-TERM.
           PERFORM LOAD-FISCAL-SPLIT THRU LOAD-FISCAL-SPLIT-EXIT.

           OPEN OUTPUT JOURNAL-FILE.
           MOVE TODAY-DATE TO HDR-DATE.
           MOVE HEADER-LINE TO JOURNAL-LINE.
               PERFORM WRITE-JOURNAL-RECORD
           END-IF.

      *>    Credit-balance refunds: the cash paid out brings the
      *>    credit balance in AR control back to zero.
           OPEN INPUT DISBURSEMENT-FILE.
           IF DISBURSEMENT-OK
               READ DISBURSEMENT-FILE
                   AT END MOVE 1 TO DISBURSEMENT-EOF-FLAG
               END-READ
               PERFORM SUM-ONE-DISBURSEMENT UNTIL DISBURSEMENT-EOF
               CLOSE DISBURSEMENT-FILE
           END-IF.
           IF DISBURSED-TOTAL IS GREATER THAN ZERO
               MOVE SPACES TO JOURNAL-RECORD
               MOVE TODAY-DATE TO GL-DATE
               MOVE "1200-AR" TO GL-ACCOUNT
               MOVE "D" TO GL-DC
               MOVE DISBURSED-TOTAL TO GL-AMOUNT
               MOVE "CREDIT BAL REFUNDS" TO GL-REFERENCE
               PERFORM WRITE-JOURNAL-RECORD
               MOVE SPACES TO JOURNAL-RECORD
               MOVE TODAY-DATE TO GL-DATE
               MOVE "1010-CASH" TO GL-ACCOUNT
               MOVE "C" TO GL-DC
               MOVE DISBURSED-TOTAL TO GL-AMOUNT
               MOVE "CREDIT BAL REFUNDS" TO GL-REFERENCE
               PERFORM WRITE-JOURNAL-RECORD
           END-IF.

      *>    Bad debt: the balance the agency gave back comes off AR
      *>    control into bad-debt expense.
           OPEN INPUT WRITEOFF-FILE.
           IF WRITEOFF-OK
               READ WRITEOFF-FILE AT END MOVE 1 TO WRITEOFF-EOF-FLAG
               END-READ
               PERFORM SUM-ONE-WRITEOFF UNTIL WRITEOFF-EOF
               CLOSE WRITEOFF-FILE
           END-IF.
           IF WRITEOFF-TOTAL IS GREATER THAN ZERO
               MOVE SPACES TO JOURNAL-RECORD
               MOVE TODAY-DATE TO GL-DATE
               MOVE "6400-BDEBT" TO GL-ACCOUNT
               MOVE "D" TO GL-DC
               MOVE WRITEOFF-TOTAL TO GL-AMOUNT
               MOVE "BAD DEBT WRITE-OFF" TO GL-REFERENCE
               PERFORM WRITE-JOURNAL-RECORD
               MOVE SPACES TO JOURNAL-RECORD
               MOVE TODAY-DATE TO GL-DATE
               MOVE "1200-AR" TO GL-ACCOUNT
               MOVE "C" TO GL-DC
               MOVE WRITEOFF-TOTAL TO GL-AMOUNT
               MOVE "BAD DEBT WRITE-OFF" TO GL-REFERENCE
               PERFORM WRITE-JOURNAL-RECORD
           END-IF.

      *>    Agency commission: the student was credited the gross
      *>    but only the net was remitted, so the part the agency
      *>    kept relieves AR control as collection expense.
           OPEN INPUT COMMISSION-FILE.
           IF COMMISSION-OK
               READ COMMISSION-FILE
                   AT END MOVE 1 TO COMMISSION-EOF-FLAG
               END-READ
               PERFORM SUM-ONE-COMMISSION UNTIL COMMISSION-EOF
               CLOSE COMMISSION-FILE
           END-IF.
           IF COMMISSION-TOTAL IS GREATER THAN ZERO
               MOVE SPACES TO JOURNAL-RECORD
               MOVE TODAY-DATE TO GL-DATE
               MOVE "6410-COLLC" TO GL-ACCOUNT
               MOVE "D" TO GL-DC
               MOVE COMMISSION-TOTAL TO GL-AMOUNT
               MOVE "AGENCY COMMISSION" TO GL-REFERENCE
               PERFORM WRITE-JOURNAL-RECORD
               MOVE SPACES TO JOURNAL-RECORD
               MOVE TODAY-DATE TO GL-DATE
               MOVE "1200-AR" TO GL-ACCOUNT
               MOVE "C" TO GL-DC
               MOVE COMMISSION-TOTAL TO GL-AMOUNT
               MOVE "AGENCY COMMISSION" TO GL-REFERENCE
               PERFORM WRITE-JOURNAL-RECORD
           END-IF.

      *>    Tuition waivers: each waiver type's expense account
      *>    takes its dollars, and AR control is relieved by the
      *>    whole.
           OPEN INPUT WAIVER-ACTIVITY-FILE.
           IF WAIVER-ACTIVITY-OK
               READ WAIVER-ACTIVITY-FILE
                   AT END MOVE 1 TO WAIVER-EOF-FLAG
               END-READ
               PERFORM SUM-ONE-WAIVER UNTIL WAIVER-EOF
               CLOSE WAIVER-ACTIVITY-FILE
           END-IF.
           IF WAIVER-TOTAL IS GREATER THAN ZERO
               PERFORM VARYING WAIVER-ACCOUNT-IDX FROM 1 BY 1
                       UNTIL WAIVER-ACCOUNT-IDX GREATER THAN
                           WAIVER-ACCOUNT-COUNT
                   MOVE SPACES TO JOURNAL-RECORD
                   MOVE TODAY-DATE TO GL-DATE
                   MOVE WX-ACCOUNT(WAIVER-ACCOUNT-IDX) TO GL-ACCOUNT
                   MOVE "D" TO GL-DC
                   MOVE WX-AMOUNT(WAIVER-ACCOUNT-IDX) TO GL-AMOUNT
                   MOVE "TUITION WAIVERS" TO GL-REFERENCE
                   PERFORM WRITE-JOURNAL-RECORD
               END-PERFORM
               MOVE SPACES TO JOURNAL-RECORD
               MOVE TODAY-DATE TO GL-DATE
               MOVE "1200-AR" TO GL-ACCOUNT
               MOVE "C" TO GL-DC
               MOVE WAIVER-TOTAL TO GL-AMOUNT
               MOVE "TUITION WAIVERS" TO GL-REFERENCE
               PERFORM WRITE-JOURNAL-RECORD
           END-IF.

           MOVE RECORD-COUNT TO TRL-COUNT.
           MOVE SPACES TO JOURNAL-LINE.
           MOVE TRAILER-LINE TO JOURNAL-LINE.

           DISPLAY RECORD-COUNT " JOURNAL RECORD(S) WRITTEN, DEBITS "
               DEBIT-TOTAL " CREDITS " CREDIT-TOTAL.
           IF DEFERRED-TOTAL IS GREATER THAN ZERO
               DISPLAY "DEFERRED PAST " FISCAL-YEAR-END ": "
                   DEFERRED-TOTAL " (REVERSES " REVERSAL-DATE ")"
           END-IF.
           IF DEBIT-TOTAL IS NOT EQUAL TO CREDIT-TOTAL
               DISPLAY "FATAL: JOURNAL OUT OF BALANCE"
               MOVE 12 TO RETURN-CODE
                   INTO GL-REFERENCE
               PERFORM WRITE-JOURNAL-RECORD
               ADD DTL-TOTAL TO REVENUE-TOTAL
               IF DEFER-REVENUE
                   PERFORM DEFER-ONE-DEPARTMENT
               END-IF
           END-IF.
           READ DEPT-TOTALS-FILE AT END MOVE 1 TO DEPT-EOF-FLAG.

      *>    The next fiscal year's share of the department's revenue
      *>    moves to deferred revenue today and comes back on the
      *>    first day of the new year; both pairs balance.
       DEFER-ONE-DEPARTMENT.
           COMPUTE DEFER-AMOUNT ROUNDED =
               DTL-TOTAL * NEXT-YEAR-DAYS / TERM-DAYS.
           IF DEFER-AMOUNT IS GREATER THAN ZERO
               ADD DEFER-AMOUNT TO DEFERRED-TOTAL
               MOVE SPACES TO JOURNAL-RECORD
               MOVE TODAY-DATE TO GL-DATE
               MOVE "4100-TUIT" TO GL-ACCOUNT
               MOVE "D" TO GL-DC
               MOVE DEFER-AMOUNT TO GL-AMOUNT
               MOVE SPACES TO GL-REFERENCE
               STRING "DEFER " DELIMITED BY SIZE
                   DTL-DEPT DELIMITED BY SIZE
                   INTO GL-REFERENCE
               PERFORM WRITE-JOURNAL-RECORD
               MOVE "2450-DEFRV" TO GL-ACCOUNT
               MOVE "C" TO GL-DC
               PERFORM WRITE-JOURNAL-RECORD
               MOVE REVERSAL-DATE TO GL-DATE
               MOVE "2450-DEFRV" TO GL-ACCOUNT
               MOVE "D" TO GL-DC
               MOVE SPACES TO GL-REFERENCE
               STRING "REVERSE DEFER " DELIMITED BY SIZE
                   DTL-DEPT DELIMITED BY SIZE
                   INTO GL-REFERENCE
               PERFORM WRITE-JOURNAL-RECORD
               MOVE "4100-TUIT" TO GL-ACCOUNT
               MOVE "C" TO GL-DC
               PERFORM WRITE-JOURNAL-RECORD
           END-IF.

       SUM-ONE-ACTIVITY.
           IF AC-CREDIT IS NUMERIC
               ADD AC-CREDIT TO REFUND-TOTAL.
           READ ACTIVITY-FILE AT END MOVE 1 TO ACTIVITY-EOF-FLAG.

       SUM-ONE-DISBURSEMENT.
           IF DB-CONTROL-TAG IS NOT EQUAL TO "HDR "
                   AND DB-CONTROL-TAG IS NOT EQUAL TO "TRL "
                   AND DB-AMOUNT IS NUMERIC
               ADD DB-AMOUNT TO DISBURSED-TOTAL.
           READ DISBURSEMENT-FILE
               AT END MOVE 1 TO DISBURSEMENT-EOF-FLAG.

       SUM-ONE-WRITEOFF.
           IF WO-CONTROL-TAG IS NOT EQUAL TO "HDR "
                   AND WO-CONTROL-TAG IS NOT EQUAL TO "TRL "
                   AND WO-AMOUNT IS NUMERIC
               ADD WO-AMOUNT TO WRITEOFF-TOTAL.
           READ WRITEOFF-FILE AT END MOVE 1 TO WRITEOFF-EOF-FLAG.

       SUM-ONE-COMMISSION.
           IF CO-CONTROL-TAG IS NOT EQUAL TO "HDR "
                   AND CO-CONTROL-TAG IS NOT EQUAL TO "TRL "
                   AND CO-AMOUNT IS NUMERIC
               ADD CO-AMOUNT TO COMMISSION-TOTAL.
           READ COMMISSION-FILE AT END MOVE 1 TO COMMISSION-EOF-FLAG.

       SUM-ONE-WAIVER.
           IF WA-AMOUNT IS NUMERIC AND WA-AMOUNT IS GREATER THAN ZERO
               ADD WA-AMOUNT TO WAIVER-TOTAL
               MOVE "N" TO WAIVER-FOUND-FLAG
               PERFORM VARYING WAIVER-ACCOUNT-IDX FROM 1 BY 1
                       UNTIL WAIVER-ACCOUNT-IDX GREATER THAN
                           WAIVER-ACCOUNT-COUNT
                       OR WAIVER-FOUND-FLAG IS EQUAL TO "Y"
                   IF WX-ACCOUNT(WAIVER-ACCOUNT-IDX) IS EQUAL TO
                           WA-ACCOUNT
                       MOVE "Y" TO WAIVER-FOUND-FLAG
                       ADD WA-AMOUNT TO WX-AMOUNT(WAIVER-ACCOUNT-IDX)
                   END-IF
               END-PERFORM
      *>        Past fifty accounts the rest ride the last one so
      *>        the entry still balances.
               IF WAIVER-FOUND-FLAG IS EQUAL TO "N"
                   IF WAIVER-ACCOUNT-COUNT IS LESS THAN 50
                       ADD 1 TO WAIVER-ACCOUNT-COUNT
                       MOVE WA-ACCOUNT TO
                           WX-ACCOUNT(WAIVER-ACCOUNT-COUNT)
                       MOVE WA-AMOUNT TO
                           WX-AMOUNT(WAIVER-ACCOUNT-COUNT)
                   ELSE
                       ADD WA-AMOUNT TO WX-AMOUNT(WAIVER-ACCOUNT-COUNT)
                   END-IF
               END-IF
           END-IF.
           READ WAIVER-ACTIVITY-FILE AT END MOVE 1 TO WAIVER-EOF-FLAG.

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

      *>    Only a term that crosses June 30, extracted on or
      *>    before that June 30, has revenue to defer; a term with
      *>    no full-term calendar row books whole as before.
       LOAD-FISCAL-SPLIT.
           MOVE "N" TO DEFER-FLAG.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF NOT TERM-CALENDAR-OK
               GO TO LOAD-FISCAL-SPLIT-EXIT.
           READ TERM-CALENDAR-FILE
               AT END MOVE 1 TO CALENDAR-EOF-FLAG.
           PERFORM UNTIL CALENDAR-EOF
               IF TC-TERM-CODE IS EQUAL TO RUN-TERM-CODE
                       AND TC-PART-OF-TERM IS EQUAL TO SPACE
                       AND TC-TERM-START IS NUMERIC
                       AND TC-TERM-END IS NUMERIC
                   MOVE TC-TERM-START TO TERM-START
                   MOVE TC-TERM-END TO TERM-END
               END-IF
               READ TERM-CALENDAR-FILE
                   AT END MOVE 1 TO CALENDAR-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE TERM-CALENDAR-FILE.
           IF TERM-START IS EQUAL TO ZERO
                   OR TERM-END IS LESS THAN TERM-START
               GO TO LOAD-FISCAL-SPLIT-EXIT.

           MOVE TERM-START(1:4) TO FISCAL-YEAR.
           IF TERM-START(5:4) IS GREATER THAN "0630"
               ADD 1 TO FISCAL-YEAR
           END-IF.
           COMPUTE FISCAL-YEAR-END = FISCAL-YEAR * 10000 + 630.
           IF TERM-END IS NOT GREATER THAN FISCAL-YEAR-END
                   OR TODAY-DATE IS GREATER THAN FISCAL-YEAR-END
               GO TO LOAD-FISCAL-SPLIT-EXIT.

           COMPUTE REVERSAL-DATE = FISCAL-YEAR-END + 71.
           COMPUTE TERM-DAYS = FUNCTION INTEGER-OF-DATE(TERM-END)
               - FUNCTION INTEGER-OF-DATE(TERM-START) + 1.
           COMPUTE NEXT-YEAR-DAYS =
               FUNCTION INTEGER-OF-DATE(TERM-END)
               - FUNCTION INTEGER-OF-DATE(FISCAL-YEAR-END).
           MOVE "Y" TO DEFER-FLAG.
       LOAD-FISCAL-SPLIT-EXIT.
           EXIT.

       WRITE-JOURNAL-RECORD.
           IF GL-DC IS EQUAL TO "D"
               ADD GL-AMOUNT TO DEBIT-TOTAL
