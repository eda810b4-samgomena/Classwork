      *          checkpoint step.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Modification History:
      *   10/15/2026 SG - The AR balance recompute carries the new
      *                   refund bucket.
      *   10/15/2026 SG - The balance recompute also subtracts the
      *                   bad-debt write-off bucket.
      *   10/15/2026 SG - The balance recompute carries the Title IV
      *                   aid-return bucket.
      *   10/15/2026 SG - Every ARMaster posting CALLs
      *                   AR-LEDGER-POST, so the AR detail ledger
      *                   (ArLedger.txt) carries a dated, typed line
      *                   for each bucket the posting moved.
      * Tectonics: cobc
      ******************************************************************

       77 ASSESSED-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 MONEY-DISPLAY PIC $$$,$$$,$$9.99.
       77 OLD-BALANCE PIC S9(7)V99.
       77 LEDGER-PROGRAM PIC X(12) VALUE "LATE-FEE    ".
       77 LEDGER-REFERENCE PIC X(20).
       77 LEDGER-BEFORE PIC X(124).
       77 BALANCE-DISPLAY PIC -9(7).99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   AND AR-TERM-CODE IS EQUAL TO RUN-TERM-CODE
                   AND AR-BALANCE IS GREATER THAN ZERO
                   AND NOT AR-LATE-FEE-ASSESSED
               MOVE AR-RECORD TO LEDGER-BEFORE
               MOVE AR-BALANCE TO OLD-BALANCE
      *>        The fee rides in its own bucket so a billing rerun
      *>        that replaces the term's charges can't erase it.
               MOVE LATE-FEE-AMOUNT TO AR-LATE-FEE
               IF AR-REFUNDS IS NOT NUMERIC
                   MOVE ZERO TO AR-REFUNDS
               END-IF
               IF AR-WRITE-OFF IS NOT NUMERIC
                   MOVE ZERO TO AR-WRITE-OFF
               END-IF
               IF AR-AID-RETURN IS NOT NUMERIC
                   MOVE ZERO TO AR-AID-RETURN
               END-IF
               COMPUTE AR-BALANCE = AR-CHARGES + AR-LATE-FEE
                   + AR-REFUNDS + AR-AID-RETURN - AR-CREDITS
                   - AR-PAYMENTS - AR-WRITE-OFF
               MOVE "Y" TO AR-LATE-FEE-FLAG
               MOVE TODAY-DATE TO AR-LAST-ACTIVITY
               REWRITE AR-RECORD
               MOVE "LATE FEE ASSESSED" TO LEDGER-REFERENCE
               PERFORM WRITE-AR-LEDGER
               ADD 1 TO ASSESSED-COUNT
               ADD LATE-FEE-AMOUNT TO ASSESSED-TOTAL
               PERFORM WRITE-ASSESSMENT-AUDIT
           DISPLAY REGISTER-LINE.
           WRITE REGISTER-LINE.

       WRITE-AR-LEDGER.
           CALL "AR-LEDGER-POST" USING LEDGER-PROGRAM
               LEDGER-REFERENCE LEDGER-BEFORE AR-RECORD.

       END PROGRAM LATE-FEE-ASSESS.
