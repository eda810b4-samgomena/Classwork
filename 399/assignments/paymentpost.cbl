      *          to RejectedReceipts.txt the same way ENROLLMENT-TXN
      *          rejects its bad transactions, so a mistyped id is
      *          worked the next morning instead of vanishing.
      *          A void row takes its receipt's amount back off the
      *          payments and leaves a VOID audit record.
      *          Collections agency remittances (AgencyPayments.txt)
      *          post in the same run: the student is credited the
      *          gross the agency collected, the commission it kept
      *          is carried in the receivable's own commission
      *          bucket and written to AgencyCommissions.txt for
      *          GL-JOURNAL-EXTRACT, and a term paid off at the
      *          agency is marked paid through it. A remittance for a
      *          term not on file or already written off goes to
      *          RejectedAgencyPayments.txt for the bursar.
      *          Lockbox and online payments PAYMENT-IMPORT mapped
      *          (ImportedReceipts.txt, same layout) post after the
      *          cashier receipts; one that will not post goes back
      *          to PaymentSuspense.txt, and the imported file is
      *          emptied once posted so nothing posts twice.
      *          AgencyPayments.txt is emptied the same way once its
      *          remittances have posted. A day with no cashier
      *          receipts file still posts the imported and agency
      *          payments.
      * Modification History:
      *   10/15/2026 SG - The AR balance recompute carries the new
      *                   refund bucket.
      *   10/15/2026 SG - The balance recompute also subtracts the
      *                   bad-debt write-off bucket.
      *   10/15/2026 SG - Collections agency remittances post from
      *                   AgencyPayments.txt with the commission kept
      *                   apart in AgencyCommissions.txt.
      *   10/15/2026 SG - Receipts carry tender type and cashier id
      *                   (CashReceiptFormat.cpy); the cashier goes
      *                   on the audit record, and a void row
      *                   reverses the original posting with its own
      *                   VOID audit record.
      *   10/15/2026 SG - Posts ImportedReceipts.txt from the lockbox
      *                   and online-payment import after the cashier
      *                   receipts; failures go back to suspense.
      *   10/15/2026 SG - The balance recompute carries the Title IV
      *                   aid-return bucket.
      *   10/15/2026 SG - Every ARMaster posting CALLs
      *                   AR-LEDGER-POST, so the AR detail ledger
      *                   (ArLedger.txt) carries a dated, typed line
      *                   for each bucket the posting moved.
      *   10/15/2026 SG - AgencyPayments.txt is emptied once posted so a
      *                   rerun cannot credit a remittance twice, and a
      *                   missing CashReceipts.txt is a warning -- the
      *                   imported and agency payments still post.
      * Tectonics: cobc
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPTS-FILE ASSIGN TO RECEIPTS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPTS-STATUS.
           SELECT AR-MASTER ASSIGN TO "ARMaster"
           SELECT REJECT-FILE ASSIGN TO "RejectedReceipts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-STATUS.
           SELECT AGENCY-FILE ASSIGN TO "AgencyPayments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGENCY-STATUS.
           SELECT AGENCY-REJECT-FILE ASSIGN TO
                   "RejectedAgencyPayments.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMMISSION-FILE ASSIGN TO "AgencyCommissions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPENSE-FILE ASSIGN TO "PaymentSuspense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AuditTrail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RECEIPTS-FILE.
       COPY CashReceiptFormat.
       FD AR-MASTER.
       COPY ArMasterFormat.
       FD REJECT-FILE.
       01 REJECT-RECORD PIC X(57).
      *>    The agency's remittance: what it collected from the
      *>    student (gross) and what it kept (commission).
       FD AGENCY-FILE.
       01 AGENCY-RECORD.
           03 AG-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 AG-REMIT-NUMBER PIC X(8).
           03 FILLER PIC X(1).
           03 AG-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 AG-TERM-CODE PIC 9(6).
           03 FILLER PIC X(1).
           03 AG-GROSS PIC 9(7)V99.
           03 FILLER PIC X(1).
           03 AG-COMMISSION PIC 9(7)V99.
       FD AGENCY-REJECT-FILE.
       01 AGENCY-REJECT-RECORD PIC X(54).
       FD COMMISSION-FILE.
       01 COMMISSION-LINE PIC X(60).
       FD SUSPENSE-FILE.
       COPY PaymentSuspenseFormat.
       FD AUDIT-FILE.
       COPY AuditFormat.
       WORKING-STORAGE SECTION.
       77 RECEIPTS-FILENAME PIC X(30) VALUE "CashReceipts.txt".
       77 RECEIPTS-STATUS PIC X(2) VALUE "00".
           88 RECEIPTS-OK VALUE "00".
           88 RECEIPTS-MISSING VALUE "35".
       77 AR-MASTER-STATUS PIC X(2) VALUE "00".
           88 AR-MASTER-OK VALUE "00".
       77 REJECT-STATUS PIC X(2) VALUE "00".
           88 REJECT-OK VALUE "00".
       77 AGENCY-STATUS PIC X(2) VALUE "00".
           88 AGENCY-OK VALUE "00".
       77 SUSPENSE-STATUS PIC X(2) VALUE "00".
           88 SUSPENSE-OK VALUE "00".
       77 IMPORT-PASS-FLAG PIC X VALUE "N".
           88 IMPORT-PASS VALUE "Y".
       77 IMPORTED-COUNT PIC 9(6) VALUE IS 0.
       77 RESUSPENDED-COUNT PIC 9(6) VALUE IS 0.
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 AGENCY-EOF-FLAG PIC 9 VALUE IS 0.
           88 AGENCY-EOF VALUE IS 1.
       77 AGENCY-COUNT PIC 9(6) VALUE IS 0.
       77 AGENCY-APPLIED-COUNT PIC 9(6) VALUE IS 0.
       77 AGENCY-REJECTED-COUNT PIC 9(6) VALUE IS 0.
       77 AGENCY-GROSS-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 COMMISSION-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 COMMISSION-COUNT PIC 9(6) VALUE IS 0.
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
       77 RECEIPT-COUNT PIC 9(6) VALUE IS 0.
       77 APPLIED-COUNT PIC 9(6) VALUE IS 0.
       77 REJECTED-COUNT PIC 9(6) VALUE IS 0.
       77 APPLIED-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 VOID-COUNT PIC 9(6) VALUE IS 0.
       77 VOID-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 SCAN-IDX PIC 9(5).
       77 REJECTED-FOUND-FLAG PIC X.
           88 ORIGINAL-WAS-REJECTED VALUE "Y".
      *>    Receipt numbers rejected this run, so a void of one of
      *>    them (nothing was posted) is rejected too rather than
      *>    taking a payment off some other receipt.
       77 REJECTED-NUMBER-COUNT PIC 9(5) VALUE IS 0.
       01 REJECTED-NUMBER-TABLE.
           03 REJECTED-NUMBER OCCURS 1 TO 5000 TIMES
                   DEPENDING ON REJECTED-NUMBER-COUNT PIC X(8).
       77 OLD-BALANCE PIC S9(7)V99.
       77 LEDGER-PROGRAM PIC X(12) VALUE "PAYMENT-POST".
       77 LEDGER-REFERENCE PIC X(20).
       77 LEDGER-BEFORE PIC X(124).
       77 BALANCE-DISPLAY PIC -9(7).99.

       01 COMMISSION-RECORD.
           03 CO-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 CO-REMIT-NUMBER PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 CO-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1) VALUE SPACE.
           03 CO-TERM-CODE PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 CO-AMOUNT PIC 9(7)V99.
       01 HEADER-LINE.
           03 FILLER PIC X(4) VALUE "HDR ".
           03 HDR-DATE PIC 9(8).
           03 FILLER PIC X(18) VALUE " AGENCY COMMISSION".
       01 TRAILER-LINE.
           03 FILLER PIC X(4) VALUE "TRL ".
           03 TRL-COUNT PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 TRL-AMOUNT PIC 9(9)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>    No cashier file is a day with no cashier receipts; the
      *>    imported and agency payments still post.
           OPEN INPUT RECEIPTS-FILE.
           IF RECEIPTS-MISSING
               DISPLAY "WARNING: NO CashReceipts.txt ON FILE -- "
                   "NO CASHIER RECEIPTS POSTED"
           ELSE
               IF NOT RECEIPTS-OK
                   DISPLAY "UNABLE TO OPEN CashReceipts.txt -- "
                       "STATUS " RECEIPTS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN I-O AR-MASTER.
           IF NOT AR-MASTER-OK
               DISPLAY "UNABLE TO OPEN ARMaster -- STATUS "
                   AR-MASTER-STATUS " -- RUN THE BILLING STEP FIRST"
               IF RECEIPTS-OK
                   CLOSE RECEIPTS-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           IF NOT REJECT-OK
               DISPLAY "UNABLE TO OPEN RejectedReceipts.txt -- "
                   "STATUS " REJECT-STATUS
               IF RECEIPTS-OK
                   CLOSE RECEIPTS-FILE
               END-IF
               CLOSE AR-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           MOVE SPACES TO AUDIT-RECORD.
           MOVE "CASHIER" TO AUDIT-OPERATOR.

           IF RECEIPTS-OK
               READ RECEIPTS-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
               PERFORM PROCESS-RECEIPT UNTIL EOF
               CLOSE RECEIPTS-FILE
           END-IF.

      *>    Lockbox and online payments the import placed, through
      *>    the same paragraphs; the file is emptied once posted.
           MOVE "ImportedReceipts.txt" TO RECEIPTS-FILENAME.
           OPEN INPUT RECEIPTS-FILE.
           IF RECEIPTS-OK
               PERFORM POST-IMPORTED-RECEIPTS
           END-IF.

      *>    Agency remittances, when the agency has sent any; the
      *>    file is emptied once posted, as the imported file is,
      *>    so a rerun does not credit the same remittance twice.
           OPEN INPUT AGENCY-FILE.
           IF AGENCY-OK
               PERFORM POST-AGENCY-PAYMENTS
               CLOSE AGENCY-FILE
               OPEN OUTPUT AGENCY-FILE
               CLOSE AGENCY-FILE
           END-IF.

           DISPLAY RECEIPT-COUNT " receipt(s) read, " APPLIED-COUNT
               " applied, " REJECTED-COUNT " rejected".
           DISPLAY "APPLIED TOTAL: " APPLIED-TOTAL.
           IF VOID-COUNT IS GREATER THAN ZERO
               DISPLAY VOID-COUNT " void(s) reversed, total "
                   VOID-TOTAL.
           IF REJECTED-COUNT IS GREATER THAN ZERO
               DISPLAY "SEE RejectedReceipts.txt FOR REJECTED "
                   "RECEIPTS".

           IF AGENCY-COUNT IS GREATER THAN ZERO
               DISPLAY AGENCY-COUNT " agency remittance(s) read, "
                   AGENCY-APPLIED-COUNT " applied, "
                   AGENCY-REJECTED-COUNT " rejected"
               DISPLAY "AGENCY GROSS: " AGENCY-GROSS-TOTAL
                   " COMMISSION: " COMMISSION-TOTAL
           END-IF.
           IF AGENCY-REJECTED-COUNT IS GREATER THAN ZERO
               DISPLAY "SEE RejectedAgencyPayments.txt FOR REJECTED "
                   "REMITTANCES".

           IF IMPORTED-COUNT IS GREATER THAN ZERO
               DISPLAY IMPORTED-COUNT " of them from "
                   "ImportedReceipts.txt, " RESUSPENDED-COUNT
                   " returned to PaymentSuspense.txt"
           END-IF.

           CLOSE AR-MASTER.
           CLOSE REJECT-FILE.
           CLOSE AUDIT-FILE.
           STOP RUN.

       POST-IMPORTED-RECEIPTS.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.
           OPEN EXTEND SUSPENSE-FILE.
           IF NOT SUSPENSE-OK
               OPEN OUTPUT SUSPENSE-FILE.
           MOVE "Y" TO IMPORT-PASS-FLAG.
           MOVE 0 TO EOF-FLAG.
           READ RECEIPTS-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM PROCESS-RECEIPT UNTIL EOF.
           CLOSE RECEIPTS-FILE.
           CLOSE SUSPENSE-FILE.
           OPEN OUTPUT RECEIPTS-FILE.
           CLOSE RECEIPTS-FILE.
           MOVE "N" TO IMPORT-PASS-FLAG.

       PROCESS-RECEIPT.
           ADD 1 TO RECEIPT-COUNT.
           IF IMPORT-PASS
               ADD 1 TO IMPORTED-COUNT.
           IF RC-AMOUNT IS NOT NUMERIC
                   OR RC-AMOUNT IS EQUAL TO ZERO
               PERFORM REJECT-RECEIPT
           ELSE
               IF RC-CASHIER-ID IS EQUAL TO SPACES
                   MOVE "CASHIER" TO AUDIT-OPERATOR
               ELSE
                   MOVE RC-CASHIER-ID TO AUDIT-OPERATOR
               END-IF
               IF RC-VOID
                   PERFORM REVERSE-RECEIPT
               ELSE
                   PERFORM APPLY-RECEIPT
               END-IF
           END-IF.
           READ RECEIPTS-FILE AT END MOVE 1 TO EOF-FLAG.

      *>            way the cashier works it off the reject list.
                   PERFORM REJECT-RECEIPT
               NOT INVALID KEY
                   MOVE AR-RECORD TO LEDGER-BEFORE
                   MOVE AR-BALANCE TO OLD-BALANCE
                   ADD RC-AMOUNT TO AR-PAYMENTS
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
                   COMPUTE AR-BALANCE = AR-CHARGES + AR-LATE-FEE
                       + AR-REFUNDS + AR-AID-RETURN - AR-CREDITS
                       - AR-PAYMENTS - AR-WRITE-OFF
                   MOVE RC-DATE TO AR-LAST-ACTIVITY
                   REWRITE AR-RECORD
                   MOVE SPACES TO LEDGER-REFERENCE
                   STRING "RECEIPT " DELIMITED BY SIZE
                       RC-RECEIPT-NUMBER DELIMITED BY SIZE
                       INTO LEDGER-REFERENCE
                   PERFORM WRITE-AR-LEDGER
                   ADD 1 TO APPLIED-COUNT
                   ADD RC-AMOUNT TO APPLIED-TOTAL
                   PERFORM WRITE-PAYMENT-AUDIT
           CALL "AUDIT-SEAL" USING AUDIT-RECORD
           WRITE AUDIT-RECORD.

      *>    A void takes the original receipt back off the term's
      *>    payments. Nothing to take back -- the original was
      *>    rejected, or the term holds less in payments than the
      *>    void -- and the void goes to the reject list instead.
       REVERSE-RECEIPT.
           MOVE "N" TO REJECTED-FOUND-FLAG.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX IS GREATER THAN REJECTED-NUMBER-COUNT
               IF REJECTED-NUMBER(SCAN-IDX) IS EQUAL TO
                       RC-RECEIPT-NUMBER
                   MOVE "Y" TO REJECTED-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ORIGINAL-WAS-REJECTED
               PERFORM REJECT-RECEIPT
           ELSE
               MOVE RC-STUDENT-ID TO AR-STUDENT-ID
               MOVE RC-TERM-CODE TO AR-TERM-CODE
               READ AR-MASTER KEY IS AR-STUDENT-TERM-KEY
                   INVALID KEY
                       PERFORM REJECT-RECEIPT
                   NOT INVALID KEY
                       IF AR-PAYMENTS IS LESS THAN RC-AMOUNT
                           PERFORM REJECT-RECEIPT
                       ELSE
                           PERFORM POST-VOID
                       END-IF
               END-READ
           END-IF.

       POST-VOID.
           MOVE AR-RECORD TO LEDGER-BEFORE.
           MOVE AR-BALANCE TO OLD-BALANCE.
           SUBTRACT RC-AMOUNT FROM AR-PAYMENTS.
           IF AR-LATE-FEE IS NOT NUMERIC
               MOVE ZERO TO AR-LATE-FEE
           END-IF.
           IF AR-REFUNDS IS NOT NUMERIC
               MOVE ZERO TO AR-REFUNDS
           END-IF.
           IF AR-WRITE-OFF IS NOT NUMERIC
               MOVE ZERO TO AR-WRITE-OFF
           END-IF.
           IF AR-AID-RETURN IS NOT NUMERIC
               MOVE ZERO TO AR-AID-RETURN
           END-IF.
           COMPUTE AR-BALANCE = AR-CHARGES + AR-LATE-FEE
               + AR-REFUNDS + AR-AID-RETURN - AR-CREDITS
               - AR-PAYMENTS - AR-WRITE-OFF.
           MOVE RC-DATE TO AR-LAST-ACTIVITY.
           REWRITE AR-RECORD.
           MOVE SPACES TO LEDGER-REFERENCE.
           STRING "VOID RECEIPT " DELIMITED BY SIZE
               RC-RECEIPT-NUMBER DELIMITED BY SIZE
               INTO LEDGER-REFERENCE.
           PERFORM WRITE-AR-LEDGER.
           ADD 1 TO VOID-COUNT.
           ADD RC-AMOUNT TO VOID-TOTAL.
           MOVE "VOID" TO AUDIT-ACTION.
           MOVE "AR-BALANCE" TO AUDIT-FIELD-NAME.
           MOVE OLD-BALANCE TO BALANCE-DISPLAY.
           MOVE BALANCE-DISPLAY TO AUDIT-OLD-VALUE.
           MOVE AR-BALANCE TO BALANCE-DISPLAY.
           MOVE BALANCE-DISPLAY TO AUDIT-NEW-VALUE.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "VOID RECEIPT " DELIMITED BY SIZE
               RC-RECEIPT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RC-STUDENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RC-TERM-CODE DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           ACCEPT AUDIT-DATE FROM DATE.
           MOVE ZEROS TO AUDIT-CRN.
           CALL "AUDIT-SEAL" USING AUDIT-RECORD
           WRITE AUDIT-RECORD.

       REJECT-RECEIPT.
           ADD 1 TO REJECTED-COUNT.
           IF IMPORT-PASS
               PERFORM RESUSPEND-RECEIPT
           ELSE
               MOVE RECEIPT-RECORD TO REJECT-RECORD
               WRITE REJECT-RECORD
           END-IF.
           IF NOT RC-VOID
                   AND REJECTED-NUMBER-COUNT IS LESS THAN 5000
               ADD 1 TO REJECTED-NUMBER-COUNT
               MOVE RC-RECEIPT-NUMBER TO
                   REJECTED-NUMBER(REJECTED-NUMBER-COUNT)
           END-IF.

      *>    An imported payment that will not post goes back to the
      *>    suspense file SUSPENSE-REPAIR works, not to the cashiers'
      *>    reject file.
       RESUSPEND-RECEIPT.
           ADD 1 TO RESUSPENDED-COUNT.
           MOVE SPACES TO SUSPENSE-RECORD.
           MOVE RC-CASHIER-ID TO PS-SOURCE.
           MOVE RC-DATE TO PS-PAY-DATE.
           MOVE RC-RECEIPT-NUMBER TO PS-ITEM-REF.
           MOVE RC-STUDENT-ID TO PS-STUDENT-ID.
           MOVE RC-TERM-CODE TO PS-TERM-CODE.
           MOVE RC-AMOUNT TO PS-AMOUNT.
           MOVE RC-TENDER TO PS-TENDER.
           MOVE "DID NOT POST" TO PS-REASON.
           MOVE TODAY-DATE TO PS-SUSPENDED-DATE.
           WRITE SUSPENSE-RECORD.

       POST-AGENCY-PAYMENTS.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.
           OPEN OUTPUT AGENCY-REJECT-FILE.
           OPEN OUTPUT COMMISSION-FILE.
           MOVE TODAY-DATE TO HDR-DATE.
           MOVE HEADER-LINE TO COMMISSION-LINE.
           WRITE COMMISSION-LINE.
           READ AGENCY-FILE AT END MOVE 1 TO AGENCY-EOF-FLAG.
           PERFORM PROCESS-AGENCY-PAYMENT UNTIL AGENCY-EOF.
           MOVE COMMISSION-COUNT TO TRL-COUNT.
           MOVE COMMISSION-TOTAL TO TRL-AMOUNT.
           MOVE TRAILER-LINE TO COMMISSION-LINE.
           WRITE COMMISSION-LINE.
           CLOSE COMMISSION-FILE.
           CLOSE AGENCY-REJECT-FILE.

       PROCESS-AGENCY-PAYMENT.
           ADD 1 TO AGENCY-COUNT.
           IF AG-GROSS IS NOT NUMERIC
                   OR AG-GROSS IS EQUAL TO ZERO
                   OR AG-COMMISSION IS NOT NUMERIC
                   OR AG-COMMISSION IS GREATER THAN AG-GROSS
               PERFORM REJECT-AGENCY-PAYMENT
           ELSE
               PERFORM APPLY-AGENCY-PAYMENT
           END-IF.
           READ AGENCY-FILE AT END MOVE 1 TO AGENCY-EOF-FLAG.

      *>    The student is credited everything the agency collected;
      *>    the commission it kept stays out of the payments, in its
      *>    own bucket and on the commission file for the ledger.
      *>    Money on a written-off term is a recovery the bursar
      *>    posts by hand, so it is rejected here.
       APPLY-AGENCY-PAYMENT.
           MOVE AG-STUDENT-ID TO AR-STUDENT-ID.
           MOVE AG-TERM-CODE TO AR-TERM-CODE.
           READ AR-MASTER KEY IS AR-STUDENT-TERM-KEY
               INVALID KEY
                   PERFORM REJECT-AGENCY-PAYMENT
               NOT INVALID KEY
                   IF AR-WRITTEN-OFF
                       PERFORM REJECT-AGENCY-PAYMENT
                   ELSE
                       PERFORM POST-AGENCY-PAYMENT
                   END-IF
           END-READ.

       POST-AGENCY-PAYMENT.
           MOVE AR-RECORD TO LEDGER-BEFORE.
           MOVE AR-BALANCE TO OLD-BALANCE.
           ADD AG-GROSS TO AR-PAYMENTS.
           IF AR-LATE-FEE IS NOT NUMERIC
               MOVE ZERO TO AR-LATE-FEE
           END-IF.
           IF AR-REFUNDS IS NOT NUMERIC
               MOVE ZERO TO AR-REFUNDS
           END-IF.
           IF AR-WRITE-OFF IS NOT NUMERIC
               MOVE ZERO TO AR-WRITE-OFF
           END-IF.
           IF AR-AID-RETURN IS NOT NUMERIC
               MOVE ZERO TO AR-AID-RETURN
           END-IF.
           IF AR-AGENCY-COMMISSION IS NOT NUMERIC
               MOVE ZERO TO AR-AGENCY-COMMISSION
           END-IF.
           ADD AG-COMMISSION TO AR-AGENCY-COMMISSION.
           COMPUTE AR-BALANCE = AR-CHARGES + AR-LATE-FEE
               + AR-REFUNDS + AR-AID-RETURN - AR-CREDITS
               - AR-PAYMENTS - AR-WRITE-OFF.
           IF AR-AT-AGENCY
                   AND AR-BALANCE IS NOT GREATER THAN ZERO
               MOVE "P" TO AR-REFERRAL-STATUS
           END-IF.
           MOVE AG-DATE TO AR-LAST-ACTIVITY.
           REWRITE AR-RECORD.
           MOVE SPACES TO LEDGER-REFERENCE.
           STRING "AGENCY " DELIMITED BY SIZE
               AG-REMIT-NUMBER DELIMITED BY SIZE
               INTO LEDGER-REFERENCE.
           PERFORM WRITE-AR-LEDGER.
           ADD 1 TO AGENCY-APPLIED-COUNT.
           ADD AG-GROSS TO AGENCY-GROSS-TOTAL.
           ADD AG-COMMISSION TO COMMISSION-TOTAL.

           MOVE "AGENCY" TO AUDIT-OPERATOR.
           MOVE "AGYPMT" TO AUDIT-ACTION.
           MOVE "AR-BALANCE" TO AUDIT-FIELD-NAME.
           MOVE OLD-BALANCE TO BALANCE-DISPLAY.
           MOVE BALANCE-DISPLAY TO AUDIT-OLD-VALUE.
           MOVE AR-BALANCE TO BALANCE-DISPLAY.
           MOVE BALANCE-DISPLAY TO AUDIT-NEW-VALUE.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "AGENCY " DELIMITED BY SIZE
               AG-REMIT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AG-STUDENT-ID DELIMITED BY SIZE
               " TERM " DELIMITED BY SIZE
               AG-TERM-CODE DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           ACCEPT AUDIT-DATE FROM DATE.
           MOVE ZEROS TO AUDIT-CRN.
           CALL "AUDIT-SEAL" USING AUDIT-RECORD
           WRITE AUDIT-RECORD.

           IF AG-COMMISSION IS GREATER THAN ZERO
               MOVE SPACES TO COMMISSION-RECORD
               MOVE AG-DATE TO CO-DATE
               MOVE AG-REMIT-NUMBER TO CO-REMIT-NUMBER
               MOVE AG-STUDENT-ID TO CO-STUDENT-ID
               MOVE AG-TERM-CODE TO CO-TERM-CODE
               MOVE AG-COMMISSION TO CO-AMOUNT
               MOVE COMMISSION-RECORD TO COMMISSION-LINE
               WRITE COMMISSION-LINE
               ADD 1 TO COMMISSION-COUNT
           END-IF.

       REJECT-AGENCY-PAYMENT.
           ADD 1 TO AGENCY-REJECTED-COUNT.
           MOVE AGENCY-RECORD TO AGENCY-REJECT-RECORD.
           WRITE AGENCY-REJECT-RECORD.

      *>    Every ARMaster posting leaves its typed lines on the
      *>    AR detail ledger.
       WRITE-AR-LEDGER.
           CALL "AR-LEDGER-POST" USING LEDGER-PROGRAM
               LEDGER-REFERENCE LEDGER-BEFORE AR-RECORD.

       END PROGRAM PAYMENT-POST.
