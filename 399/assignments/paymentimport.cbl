      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Bank lockbox and online-payment import -- loads the
      *          bank's lockbox file (LockboxPayments.txt, check tender)
      *          and the payment vendor's file (OnlinePayments.txt, card
      *          tender) so nobody rekeys them into CashReceipts.txt.
      *          Each sender's file is read in its own layout -- the
      *          bank's deposit batch and check lines, the vendor's
      *          settlement and card lines -- and mapped into one
      *          payment item, so everything after the read is shared.
      *          Each file is gated the way FEED-GATE gates the course
      *          extract: a dated HDR with the sender's batch id, and a
      *          TRL whose item count and amount total must match what
      *          is actually on the file; a file that fails loads
      *          nothing. A file whose source, header date, and batch id
      *          are already on PaymentImportLog.txt was loaded before
      *          and is refused whole. Every item of a clean file is
      *          mapped to a receivable: the payer reference must be a
      *          student on StudentMaster; an item with no term goes to
      *          the student's oldest term still owing (or, with nothing
      *          owing, the latest term, where the credit waits for the
      *          refund run). Mapped items are written to
      *          ImportedReceipts.txt in the cashier receipt layout,
      *          source name in the cashier field, for PAYMENT-POST to
      *          apply; items that cannot be mapped go to
      *          PaymentSuspense.txt with the reason, to be worked and
      *          resubmitted through SUSPENSE-REPAIR.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 4
      * items to suspense, 8 fatal I/O, 12 a file refused (control
      * totals out of balance or already loaded).
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-IMPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE ASSIGN TO "LockboxPayments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCKBOX-STATUS.
           SELECT ONLINE-FILE ASSIGN TO "OnlinePayments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ONLINE-STATUS.
           SELECT LOG-FILE ASSIGN TO "PaymentImportLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
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
           SELECT IMPORTED-FILE ASSIGN TO "ImportedReceipts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMPORTED-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "PaymentSuspense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *>    The bank's lockbox file: an HDR with the deposit date
      *>    and lockbox number, one line per check -- deposit date,
      *>    the bank's batch and item sequence, the check number and
      *>    amount, then the account number and term the payer
      *>    wrote on the remittance coupon -- and a TRL with the
      *>    check count and deposit total.
       FD LOCKBOX-FILE.
       01 LOCKBOX-RECORD.
           03 LB-DEPOSIT-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 LB-ITEM-REF.
               05 LB-BATCH-NUMBER PIC X(4).
               05 LB-ITEM-SEQ PIC X(4).
           03 FILLER PIC X(1).
           03 LB-CHECK-NUMBER PIC X(10).
           03 FILLER PIC X(1).
           03 LB-CHECK-AMOUNT PIC 9(7)V99.
           03 FILLER PIC X(1).
           03 LB-COUPON-ACCOUNT PIC X(9).
           03 FILLER PIC X(1).
           03 LB-COUPON-TERM PIC X(6).
       01 LOCKBOX-HEADER-VIEW.
           03 LBH-TAG PIC X(3).
           03 FILLER PIC X(1).
           03 LBH-DEPOSIT-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 LBH-LOCKBOX-ID PIC X(10).
       01 LOCKBOX-TRAILER-VIEW.
           03 LBT-TAG PIC X(3).
           03 FILLER PIC X(1).
           03 LBT-CHECK-COUNT PIC 9(6).
           03 FILLER PIC X(1).
           03 LBT-DEPOSIT-TOTAL PIC 9(9)V99.
      *>    The payment vendor's settlement file: an HDR with the
      *>    settlement date and settlement id, one line per card
      *>    transaction -- settlement date, transaction id, card
      *>    brand and last four digits, the payer id and term keyed
      *>    on the payment page, and the amount charged -- and a
      *>    TRL with the transaction count and settled total.
       FD ONLINE-FILE.
       01 ONLINE-RECORD.
           03 OL-SETTLE-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 OL-TRANSACTION-ID PIC X(8).
           03 FILLER PIC X(1).
           03 OL-CARD-BRAND PIC X(4).
           03 FILLER PIC X(1).
           03 OL-CARD-LAST4 PIC X(4).
           03 FILLER PIC X(1).
           03 OL-PAYER-ID PIC X(9).
           03 FILLER PIC X(1).
           03 OL-PAYER-TERM PIC X(6).
           03 FILLER PIC X(1).
           03 OL-CHARGE-AMOUNT PIC 9(7)V99.
       01 ONLINE-HEADER-VIEW.
           03 OLH-TAG PIC X(3).
           03 FILLER PIC X(1).
           03 OLH-SETTLE-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 OLH-SETTLEMENT-ID PIC X(10).
       01 ONLINE-TRAILER-VIEW.
           03 OLT-TAG PIC X(3).
           03 FILLER PIC X(1).
           03 OLT-TRANSACTION-COUNT PIC 9(6).
           03 FILLER PIC X(1).
           03 OLT-SETTLED-TOTAL PIC 9(9)V99.
       FD LOG-FILE.
       01 LOG-RECORD.
           03 LG-SOURCE PIC X(8).
           03 FILLER PIC X(1).
           03 LG-HEADER-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 LG-BATCH-ID PIC X(10).
           03 FILLER PIC X(1).
           03 LG-COUNT PIC 9(6).
           03 FILLER PIC X(1).
           03 LG-AMOUNT PIC 9(9)V99.
           03 FILLER PIC X(1).
           03 LG-LOAD-DATE PIC 9(8).
       FD AR-MASTER.
       COPY ArMasterFormat.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD IMPORTED-FILE.
       COPY CashReceiptFormat.
       FD SUSPENSE-FILE.
       COPY PaymentSuspenseFormat.
       WORKING-STORAGE SECTION.
       77 PAYMENT-FILENAME PIC X(30) VALUE SPACES.
       77 PAYMENT-STATUS PIC X(2) VALUE "00".
           88 PAYMENT-OK VALUE "00".
       77 LOCKBOX-STATUS PIC X(2) VALUE "00".
       77 ONLINE-STATUS PIC X(2) VALUE "00".
       77 LOG-STATUS PIC X(2) VALUE "00".
           88 LOG-OK VALUE "00".
       77 AR-MASTER-STATUS PIC X(2) VALUE "00".
           88 AR-MASTER-OK VALUE "00".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 IMPORTED-STATUS PIC X(2) VALUE "00".
           88 IMPORTED-OK VALUE "00".
       77 SUSPENSE-STATUS PIC X(2) VALUE "00".
           88 SUSPENSE-OK VALUE "00".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 AR-EOF-FLAG PIC 9 VALUE IS 0.
           88 AR-EOF VALUE IS 1.
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
       77 SOURCE-IDX PIC 9.
           88 LOCKBOX-SOURCE VALUE 1.
           88 ONLINE-SOURCE VALUE 2.
       77 CURRENT-SOURCE PIC X(8).
       77 CURRENT-TENDER PIC X(1).
       77 SCAN-IDX PIC 9(5).
       77 GATE-FAILED-FLAG PIC X.
           88 GATE-FAILED VALUE "Y".
       77 TRAILER-SEEN-FLAG PIC X.
           88 TRAILER-SEEN VALUE "Y".
       77 FILE-HEADER-DATE PIC 9(8).
       77 FILE-BATCH-ID PIC X(10).
       77 FILE-ITEM-COUNT PIC 9(6).
       77 FILE-ITEM-TOTAL PIC 9(9)V99.
       77 TRAILER-COUNT PIC 9(6).
       77 TRAILER-AMOUNT PIC 9(9)V99.
       77 MAPPED-TERM PIC 9(6).
       77 LATEST-TERM PIC 9(6).
       77 SUSPENSE-REASON PIC X(20).
       77 FILES-LOADED PIC 9(3) VALUE ZERO.
       77 FILES-REFUSED PIC 9(3) VALUE ZERO.
       77 IMPORTED-COUNT PIC 9(6) VALUE ZERO.
       77 IMPORTED-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 SUSPENSE-COUNT PIC 9(6) VALUE ZERO.
       77 SUSPENSE-TOTAL PIC 9(9)V99 VALUE ZERO.

      *>    Each sender's line mapped to one shape: the line type,
      *>    the header's date and batch id, the trailer's count and
      *>    total, or the item's payment date, sender reference,
      *>    payer reference (student id), term if the payer gave
      *>    one, and amount. A header date, trailer figure or item
      *>    amount that is not numeric clears PI-VALID-FLAG.
       01 PAYMENT-ITEM.
           03 PI-LINE-TYPE PIC X(1).
               88 PI-HEADER-LINE VALUE "H".
               88 PI-TRAILER-LINE VALUE "T".
               88 PI-DETAIL-LINE VALUE "D".
           03 PI-VALID-FLAG PIC X(1).
               88 PI-FIELDS-VALID VALUE "Y".
           03 PI-HEADER-DATE PIC 9(8).
           03 PI-BATCH-ID PIC X(10).
           03 PI-TRAILER-COUNT PIC 9(6).
           03 PI-TRAILER-AMOUNT PIC 9(9)V99.
           03 PI-PAY-DATE PIC 9(8).
           03 PI-ITEM-REF PIC X(8).
           03 PI-STUDENT-ID PIC X(9).
           03 PI-TERM-CODE PIC X(6).
           03 PI-AMOUNT PIC 9(7)V99.

      *>    The senders this run loads, with the tender each one's
      *>    payments carry on the receipt.
       01 SOURCE-VALUES.
           03 FILLER PIC X(8) VALUE "LOCKBOX".
           03 FILLER PIC X(30) VALUE "LockboxPayments.txt".
           03 FILLER PIC X(1) VALUE "K".
           03 FILLER PIC X(8) VALUE "ONLINE".
           03 FILLER PIC X(30) VALUE "OnlinePayments.txt".
           03 FILLER PIC X(1) VALUE "D".
       01 SOURCE-TABLE REDEFINES SOURCE-VALUES.
           03 SOURCE-ENTRY OCCURS 2 TIMES.
               05 SR-NAME PIC X(8).
               05 SR-FILENAME PIC X(30).
               05 SR-TENDER PIC X(1).

       77 LOG-COUNT PIC 9(5) VALUE IS 0.
       01 LOG-TABLE.
           03 LOG-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON LOG-COUNT.
               05 LT-SOURCE PIC X(8).
               05 LT-HEADER-DATE PIC 9(8).
               05 LT-BATCH-ID PIC X(10).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.

           PERFORM LOAD-IMPORT-LOG THRU LOAD-IMPORT-LOG-EXIT.

           OPEN INPUT AR-MASTER.
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
           OPEN EXTEND IMPORTED-FILE.
           IF NOT IMPORTED-OK
               OPEN OUTPUT IMPORTED-FILE.
           OPEN EXTEND SUSPENSE-FILE.
           IF NOT SUSPENSE-OK
               OPEN OUTPUT SUSPENSE-FILE.
           OPEN EXTEND LOG-FILE.
           IF NOT LOG-OK
               OPEN OUTPUT LOG-FILE.

           PERFORM IMPORT-ONE-SOURCE THRU IMPORT-ONE-SOURCE-EXIT
               VARYING SOURCE-IDX FROM 1 BY 1
               UNTIL SOURCE-IDX IS GREATER THAN 2.

           CLOSE LOG-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE IMPORTED-FILE.
           CLOSE STUDENT-MASTER.
           CLOSE AR-MASTER.

           DISPLAY FILES-LOADED " FILE(S) LOADED, " FILES-REFUSED
               " REFUSED".
           DISPLAY IMPORTED-COUNT " ITEM(S) TO ImportedReceipts.txt "
               "TOTALLING " IMPORTED-TOTAL.
           DISPLAY SUSPENSE-COUNT " ITEM(S) TO PaymentSuspense.txt "
               "TOTALLING " SUSPENSE-TOTAL.
           EVALUATE TRUE
               WHEN FILES-REFUSED IS GREATER THAN ZERO
                   MOVE 12 TO RETURN-CODE
               WHEN SUSPENSE-COUNT IS GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       LOAD-IMPORT-LOG.
           OPEN INPUT LOG-FILE.
           IF NOT LOG-OK
               GO TO LOAD-IMPORT-LOG-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ LOG-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR LOG-COUNT IS EQUAL TO 5000
               ADD 1 TO LOG-COUNT
               MOVE LG-SOURCE TO LT-SOURCE(LOG-COUNT)
               MOVE LG-HEADER-DATE TO LT-HEADER-DATE(LOG-COUNT)
               MOVE LG-BATCH-ID TO LT-BATCH-ID(LOG-COUNT)
               READ LOG-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE LOG-FILE.
       LOAD-IMPORT-LOG-EXIT.
           EXIT.

      *>    First pass gates the file; only a file that passes and
      *>    was never loaded before gets the second, loading pass.
       IMPORT-ONE-SOURCE.
           MOVE SR-NAME(SOURCE-IDX) TO CURRENT-SOURCE.
           MOVE SR-FILENAME(SOURCE-IDX) TO PAYMENT-FILENAME.
           MOVE SR-TENDER(SOURCE-IDX) TO CURRENT-TENDER.
           PERFORM OPEN-PAYMENT-FILE.
           IF NOT PAYMENT-OK
               DISPLAY "NO " PAYMENT-FILENAME " ON FILE -- "
                   CURRENT-SOURCE " SKIPPED"
               GO TO IMPORT-ONE-SOURCE-EXIT.

           PERFORM GATE-PAYMENT-FILE.
           PERFORM CLOSE-PAYMENT-FILE.
           IF GATE-FAILED
               DISPLAY CURRENT-SOURCE " FILE REFUSED -- NOTHING "
                   "LOADED"
               ADD 1 TO FILES-REFUSED
               GO TO IMPORT-ONE-SOURCE-EXIT.

           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX IS GREATER THAN LOG-COUNT
               IF LT-SOURCE(SCAN-IDX) IS EQUAL TO CURRENT-SOURCE
                       AND LT-HEADER-DATE(SCAN-IDX) IS EQUAL TO
                           FILE-HEADER-DATE
                       AND LT-BATCH-ID(SCAN-IDX) IS EQUAL TO
                           FILE-BATCH-ID
                   MOVE "Y" TO GATE-FAILED-FLAG
               END-IF
           END-PERFORM.
           IF GATE-FAILED
               DISPLAY CURRENT-SOURCE " BATCH " FILE-BATCH-ID
                   " OF " FILE-HEADER-DATE " WAS ALREADY LOADED -- "
                   "REFUSED"
               ADD 1 TO FILES-REFUSED
               GO TO IMPORT-ONE-SOURCE-EXIT.

           PERFORM OPEN-PAYMENT-FILE.
           MOVE 0 TO EOF-FLAG.
           PERFORM READ-PAYMENT-LINE.
           PERFORM MAP-ONE-ITEM UNTIL EOF.
           PERFORM CLOSE-PAYMENT-FILE.

           MOVE SPACES TO LOG-RECORD.
           MOVE CURRENT-SOURCE TO LG-SOURCE.
           MOVE FILE-HEADER-DATE TO LG-HEADER-DATE.
           MOVE FILE-BATCH-ID TO LG-BATCH-ID.
           MOVE FILE-ITEM-COUNT TO LG-COUNT.
           MOVE FILE-ITEM-TOTAL TO LG-AMOUNT.
           MOVE TODAY-DATE TO LG-LOAD-DATE.
           WRITE LOG-RECORD.
           IF LOG-COUNT IS LESS THAN 5000
               ADD 1 TO LOG-COUNT
               MOVE CURRENT-SOURCE TO LT-SOURCE(LOG-COUNT)
               MOVE FILE-HEADER-DATE TO LT-HEADER-DATE(LOG-COUNT)
               MOVE FILE-BATCH-ID TO LT-BATCH-ID(LOG-COUNT)
           END-IF.
           ADD 1 TO FILES-LOADED.
           DISPLAY CURRENT-SOURCE " BATCH " FILE-BATCH-ID " LOADED -- "
               FILE-ITEM-COUNT " ITEM(S)".
       IMPORT-ONE-SOURCE-EXIT.
           EXIT.

      *>    HDR first, TRL last, nothing after the TRL, and the
      *>    trailer's count and amount equal to the items between.
       GATE-PAYMENT-FILE.
           MOVE "N" TO GATE-FAILED-FLAG.
           MOVE "N" TO TRAILER-SEEN-FLAG.
           MOVE ZERO TO FILE-ITEM-COUNT.
           MOVE ZERO TO FILE-ITEM-TOTAL.
           MOVE ZERO TO FILE-HEADER-DATE.
           MOVE SPACES TO FILE-BATCH-ID.
           MOVE 0 TO EOF-FLAG.
           PERFORM READ-PAYMENT-LINE.
           IF EOF
               DISPLAY CURRENT-SOURCE ": " PAYMENT-FILENAME
                   " IS EMPTY"
               MOVE "Y" TO GATE-FAILED-FLAG
           ELSE
               IF NOT PI-HEADER-LINE OR NOT PI-FIELDS-VALID
                   DISPLAY CURRENT-SOURCE ": NO HDR RECORD ON THE "
                       "FILE"
                   MOVE "Y" TO GATE-FAILED-FLAG
               ELSE
                   MOVE PI-HEADER-DATE TO FILE-HEADER-DATE
                   MOVE PI-BATCH-ID TO FILE-BATCH-ID
               END-IF
               PERFORM READ-PAYMENT-LINE
           END-IF.
           PERFORM UNTIL EOF
               EVALUATE TRUE
                   WHEN PI-TRAILER-LINE
                       MOVE "Y" TO TRAILER-SEEN-FLAG
                       MOVE PI-TRAILER-COUNT TO TRAILER-COUNT
                       MOVE PI-TRAILER-AMOUNT TO TRAILER-AMOUNT
                       IF NOT PI-FIELDS-VALID
                           DISPLAY CURRENT-SOURCE ": TRL COUNT OR "
                               "TOTAL NOT NUMERIC"
                           MOVE "Y" TO GATE-FAILED-FLAG
                       END-IF
                   WHEN TRAILER-SEEN
                       DISPLAY CURRENT-SOURCE ": DATA AFTER THE TRL "
                           "RECORD"
                       MOVE "Y" TO GATE-FAILED-FLAG
                   WHEN PI-HEADER-LINE
                       DISPLAY CURRENT-SOURCE ": A SECOND HDR RECORD "
                           "ON THE FILE"
                       MOVE "Y" TO GATE-FAILED-FLAG
                   WHEN OTHER
                       ADD 1 TO FILE-ITEM-COUNT
                       IF PI-FIELDS-VALID
                           ADD PI-AMOUNT TO FILE-ITEM-TOTAL
                       ELSE
                           DISPLAY CURRENT-SOURCE ": ITEM "
                               PI-ITEM-REF " AMOUNT NOT NUMERIC"
                           MOVE "Y" TO GATE-FAILED-FLAG
                       END-IF
               END-EVALUATE
               PERFORM READ-PAYMENT-LINE
           END-PERFORM.
           IF NOT TRAILER-SEEN
               DISPLAY CURRENT-SOURCE ": NO TRL RECORD ON THE FILE"
               MOVE "Y" TO GATE-FAILED-FLAG
           ELSE
               IF TRAILER-COUNT IS NOT EQUAL TO FILE-ITEM-COUNT
                   DISPLAY CURRENT-SOURCE ": TRAILER SAYS "
                       TRAILER-COUNT " ITEM(S) BUT " FILE-ITEM-COUNT
                       " WERE ON THE FILE"
                   MOVE "Y" TO GATE-FAILED-FLAG
               END-IF
               IF TRAILER-AMOUNT IS NOT EQUAL TO FILE-ITEM-TOTAL
                   DISPLAY CURRENT-SOURCE ": TRAILER TOTAL "
                       TRAILER-AMOUNT " BUT ITEMS ADD TO "
                       FILE-ITEM-TOTAL
                   MOVE "Y" TO GATE-FAILED-FLAG
               END-IF
           END-IF.

       MAP-ONE-ITEM.
           IF PI-DETAIL-LINE
               PERFORM MAP-TO-RECEIVABLE
               IF SUSPENSE-REASON IS EQUAL TO SPACES
                   PERFORM WRITE-IMPORTED-RECEIPT
               ELSE
                   PERFORM WRITE-SUSPENSE-ITEM
               END-IF
           END-IF.
           PERFORM READ-PAYMENT-LINE.

       OPEN-PAYMENT-FILE.
           IF LOCKBOX-SOURCE
               OPEN INPUT LOCKBOX-FILE
               MOVE LOCKBOX-STATUS TO PAYMENT-STATUS
           ELSE
               OPEN INPUT ONLINE-FILE
               MOVE ONLINE-STATUS TO PAYMENT-STATUS
           END-IF.

       CLOSE-PAYMENT-FILE.
           IF LOCKBOX-SOURCE
               CLOSE LOCKBOX-FILE
           ELSE
               CLOSE ONLINE-FILE
           END-IF.

      *>    One line from the current sender, mapped into
      *>    PAYMENT-ITEM; EOF-FLAG is set at the end of the file.
       READ-PAYMENT-LINE.
           IF LOCKBOX-SOURCE
               READ LOCKBOX-FILE
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       PERFORM MAP-LOCKBOX-LINE
               END-READ
           ELSE
               READ ONLINE-FILE
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       PERFORM MAP-ONLINE-LINE
               END-READ
           END-IF.

      *>    The check's item reference is the bank's batch and item
      *>    sequence; the coupon carries the payer reference.
       MAP-LOCKBOX-LINE.
           MOVE SPACES TO PAYMENT-ITEM.
           MOVE "Y" TO PI-VALID-FLAG.
           MOVE ZERO TO PI-HEADER-DATE.
           MOVE ZERO TO PI-TRAILER-COUNT.
           MOVE ZERO TO PI-TRAILER-AMOUNT.
           MOVE ZERO TO PI-PAY-DATE.
           MOVE ZERO TO PI-AMOUNT.
           EVALUATE TRUE
               WHEN LBH-TAG IS EQUAL TO "HDR"
                   MOVE "H" TO PI-LINE-TYPE
                   MOVE LBH-LOCKBOX-ID TO PI-BATCH-ID
                   IF LBH-DEPOSIT-DATE IS NUMERIC
                       MOVE LBH-DEPOSIT-DATE TO PI-HEADER-DATE
                   ELSE
                       MOVE "N" TO PI-VALID-FLAG
                   END-IF
               WHEN LBT-TAG IS EQUAL TO "TRL"
                   MOVE "T" TO PI-LINE-TYPE
                   IF LBT-CHECK-COUNT IS NUMERIC
                           AND LBT-DEPOSIT-TOTAL IS NUMERIC
                       MOVE LBT-CHECK-COUNT TO PI-TRAILER-COUNT
                       MOVE LBT-DEPOSIT-TOTAL TO PI-TRAILER-AMOUNT
                   ELSE
                       MOVE "N" TO PI-VALID-FLAG
                   END-IF
               WHEN OTHER
                   MOVE "D" TO PI-LINE-TYPE
                   IF LB-DEPOSIT-DATE IS NUMERIC
                       MOVE LB-DEPOSIT-DATE TO PI-PAY-DATE
                   END-IF
                   MOVE LB-ITEM-REF TO PI-ITEM-REF
                   MOVE LB-COUPON-ACCOUNT TO PI-STUDENT-ID
                   MOVE LB-COUPON-TERM TO PI-TERM-CODE
                   IF LB-CHECK-AMOUNT IS NUMERIC
                       MOVE LB-CHECK-AMOUNT TO PI-AMOUNT
                   ELSE
                       MOVE "N" TO PI-VALID-FLAG
                   END-IF
           END-EVALUATE.

      *>    The vendor's transaction id is the item reference; the
      *>    card brand and digits stay with the vendor's file.
       MAP-ONLINE-LINE.
           MOVE SPACES TO PAYMENT-ITEM.
           MOVE "Y" TO PI-VALID-FLAG.
           MOVE ZERO TO PI-HEADER-DATE.
           MOVE ZERO TO PI-TRAILER-COUNT.
           MOVE ZERO TO PI-TRAILER-AMOUNT.
           MOVE ZERO TO PI-PAY-DATE.
           MOVE ZERO TO PI-AMOUNT.
           EVALUATE TRUE
               WHEN OLH-TAG IS EQUAL TO "HDR"
                   MOVE "H" TO PI-LINE-TYPE
                   MOVE OLH-SETTLEMENT-ID TO PI-BATCH-ID
                   IF OLH-SETTLE-DATE IS NUMERIC
                       MOVE OLH-SETTLE-DATE TO PI-HEADER-DATE
                   ELSE
                       MOVE "N" TO PI-VALID-FLAG
                   END-IF
               WHEN OLT-TAG IS EQUAL TO "TRL"
                   MOVE "T" TO PI-LINE-TYPE
                   IF OLT-TRANSACTION-COUNT IS NUMERIC
                           AND OLT-SETTLED-TOTAL IS NUMERIC
                       MOVE OLT-TRANSACTION-COUNT TO PI-TRAILER-COUNT
                       MOVE OLT-SETTLED-TOTAL TO PI-TRAILER-AMOUNT
                   ELSE
                       MOVE "N" TO PI-VALID-FLAG
                   END-IF
               WHEN OTHER
                   MOVE "D" TO PI-LINE-TYPE
                   IF OL-SETTLE-DATE IS NUMERIC
                       MOVE OL-SETTLE-DATE TO PI-PAY-DATE
                   END-IF
                   MOVE OL-TRANSACTION-ID TO PI-ITEM-REF
                   MOVE OL-PAYER-ID TO PI-STUDENT-ID
                   MOVE OL-PAYER-TERM TO PI-TERM-CODE
                   IF OL-CHARGE-AMOUNT IS NUMERIC
                       MOVE OL-CHARGE-AMOUNT TO PI-AMOUNT
                   ELSE
                       MOVE "N" TO PI-VALID-FLAG
                   END-IF
           END-EVALUATE.

      *>    Leaves MAPPED-TERM set, or SUSPENSE-REASON saying why the
      *>    item could not be placed.
       MAP-TO-RECEIVABLE.
           MOVE SPACES TO SUSPENSE-REASON.
           MOVE ZERO TO MAPPED-TERM.
           MOVE PI-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER KEY IS SM-STUDENT-ID
               INVALID KEY
                   MOVE "UNKNOWN STUDENT" TO SUSPENSE-REASON
           END-READ.
           IF SUSPENSE-REASON IS EQUAL TO SPACES
               IF PI-TERM-CODE IS NUMERIC
                       AND PI-TERM-CODE IS NOT EQUAL TO "000000"
                   MOVE PI-STUDENT-ID TO AR-STUDENT-ID
                   MOVE PI-TERM-CODE TO AR-TERM-CODE
                   READ AR-MASTER KEY IS AR-STUDENT-TERM-KEY
                       INVALID KEY
                           MOVE "NO RECEIVABLE" TO SUSPENSE-REASON
                       NOT INVALID KEY
                           MOVE AR-TERM-CODE TO MAPPED-TERM
                   END-READ
               ELSE
                   PERFORM FIND-OPEN-TERM
               END-IF.

      *>    Oldest term still owing; failing that, the latest term.
       FIND-OPEN-TERM.
           MOVE ZERO TO LATEST-TERM.
           MOVE PI-STUDENT-ID TO AR-STUDENT-ID.
           MOVE ZEROS TO AR-TERM-CODE.
           MOVE 0 TO AR-EOF-FLAG.
           START AR-MASTER KEY IS NOT LESS THAN AR-STUDENT-TERM-KEY
               INVALID KEY MOVE 1 TO AR-EOF-FLAG
           END-START.
           IF NOT AR-EOF
               READ AR-MASTER NEXT RECORD
                   AT END MOVE 1 TO AR-EOF-FLAG
               END-READ
           END-IF.
           PERFORM UNTIL AR-EOF
                   OR AR-STUDENT-ID IS NOT EQUAL TO PI-STUDENT-ID
                   OR MAPPED-TERM IS GREATER THAN ZERO
               MOVE AR-TERM-CODE TO LATEST-TERM
               IF AR-BALANCE IS GREATER THAN ZERO
                   MOVE AR-TERM-CODE TO MAPPED-TERM
               END-IF
               READ AR-MASTER NEXT RECORD
                   AT END MOVE 1 TO AR-EOF-FLAG
               END-READ
           END-PERFORM.
           IF MAPPED-TERM IS EQUAL TO ZERO
               MOVE LATEST-TERM TO MAPPED-TERM
           END-IF.
           IF MAPPED-TERM IS EQUAL TO ZERO
               MOVE "NO RECEIVABLE" TO SUSPENSE-REASON
           END-IF.

       WRITE-IMPORTED-RECEIPT.
           MOVE SPACES TO RECEIPT-RECORD.
           MOVE PI-PAY-DATE TO RC-DATE.
           MOVE PI-ITEM-REF TO RC-RECEIPT-NUMBER.
           MOVE PI-STUDENT-ID TO RC-STUDENT-ID.
           MOVE MAPPED-TERM TO RC-TERM-CODE.
           MOVE PI-AMOUNT TO RC-AMOUNT.
           MOVE CURRENT-TENDER TO RC-TENDER.
           MOVE CURRENT-SOURCE TO RC-CASHIER-ID.
           WRITE RECEIPT-RECORD.
           ADD 1 TO IMPORTED-COUNT.
           ADD PI-AMOUNT TO IMPORTED-TOTAL.

       WRITE-SUSPENSE-ITEM.
           MOVE SPACES TO SUSPENSE-RECORD.
           MOVE CURRENT-SOURCE TO PS-SOURCE.
           MOVE PI-PAY-DATE TO PS-PAY-DATE.
           MOVE PI-ITEM-REF TO PS-ITEM-REF.
           MOVE PI-STUDENT-ID TO PS-STUDENT-ID.
           MOVE PI-TERM-CODE TO PS-TERM-CODE.
           MOVE PI-AMOUNT TO PS-AMOUNT.
           MOVE CURRENT-TENDER TO PS-TENDER.
           MOVE SUSPENSE-REASON TO PS-REASON.
           MOVE TODAY-DATE TO PS-SUSPENDED-DATE.
           WRITE SUSPENSE-RECORD.
           ADD 1 TO SUSPENSE-COUNT.
           ADD PI-AMOUNT TO SUSPENSE-TOTAL.

       END PROGRAM PAYMENT-IMPORT.
