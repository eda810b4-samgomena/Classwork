      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Cashier daily close -- balances each cashier's drawer
      *          against what PAYMENT-POST did with the day's receipts.
      *          Reads the day's CashReceipts.txt and the
      *          RejectedReceipts.txt PAYMENT-POST wrote from it, and
      *          for every cashier and tender (cash, check, card)
      *          shows the receipts applied, the receipts rejected
      *          (money in the drawer that never reached a
      *          receivable), and the voids handed back. The drawer
      *          should hold every receipt taken less every void; the
      *          count the cashier keys on DrawerCounts.txt (cashier
      *          id, cash counted, checks counted) is compared to
      *          that, and a drawer whose count does not match -- or
      *          that was never counted -- is flagged. Card tender
      *          settles through the processor and is reported but
      *          never in the drawer. DepositSlip.txt totals the cash
      *          and checks going to the bank, by cashier, from the
      *          counted drawers. CashierCloseReport.txt is the
      *          bursar's copy.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 4 a
      * drawer out of balance or not counted, 8 fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHIER-CLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPTS-FILE ASSIGN TO "CashReceipts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPTS-STATUS.
           SELECT REJECT-FILE ASSIGN TO "RejectedReceipts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-STATUS.
           SELECT COUNT-FILE ASSIGN TO "DrawerCounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CashierCloseReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SLIP-FILE ASSIGN TO "DepositSlip.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RECEIPTS-FILE.
       COPY CashReceiptFormat.
       FD REJECT-FILE.
       COPY CashReceiptFormat
           REPLACING ==RECEIPT-RECORD== BY ==REJECTED-RECORD==
               ==RC-DATE== BY ==RJ-DATE==
               ==RC-RECEIPT-NUMBER== BY ==RJ-RECEIPT-NUMBER==
               ==RC-STUDENT-ID== BY ==RJ-STUDENT-ID==
               ==RC-TERM-CODE== BY ==RJ-TERM-CODE==
               ==RC-AMOUNT== BY ==RJ-AMOUNT==
               ==RC-TENDER== BY ==RJ-TENDER==
               ==RC-CASH== BY ==RJ-CASH==
               ==RC-CHECK== BY ==RJ-CHECK==
               ==RC-CARD== BY ==RJ-CARD==
               ==RC-CASHIER-ID== BY ==RJ-CASHIER-ID==
               ==RC-VOID-FLAG== BY ==RJ-VOID-FLAG==
               ==RC-VOID== BY ==RJ-VOID==.
       FD COUNT-FILE.
       01 COUNT-RECORD.
           03 DC-CASHIER-ID PIC X(8).
           03 FILLER PIC X(1).
           03 DC-CASH PIC 9(7)V99.
           03 FILLER PIC X(1).
           03 DC-CHECKS PIC 9(7)V99.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).
       FD SLIP-FILE.
       01 SLIP-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       77 RECEIPTS-STATUS PIC X(2) VALUE "00".
           88 RECEIPTS-OK VALUE "00".
       77 REJECT-STATUS PIC X(2) VALUE "00".
           88 REJECT-OK VALUE "00".
       77 COUNT-STATUS PIC X(2) VALUE "00".
           88 COUNT-OK VALUE "00".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 LOAD-EOF-FLAG PIC 9 VALUE IS 0.
           88 LOAD-EOF VALUE IS 1.
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
       77 SCAN-IDX PIC 9(5).
       77 CASHIER-IDX PIC 9(3).
       77 TENDER-IDX PIC 9.
       77 REJECTED-FLAG PIC X.
           88 ROW-WAS-REJECTED VALUE "Y".
       77 MONEY-DISPLAY PIC $$$,$$$,$$9.99.
       77 MONEY-DISPLAY-2 PIC $$$,$$$,$$9.99.
       77 COUNT-DISPLAY PIC ZZZZ9.
       77 LINE-AMOUNT PIC S9(9)V99.
       77 LINE-COUNT PIC 9(5).
       77 EXPECTED-CASH PIC S9(9)V99.
       77 EXPECTED-CHECKS PIC S9(9)V99.
       77 SIGNED-DISPLAY PIC $$$,$$$,$$9.99-.
       77 OUT-OF-BALANCE-COUNT PIC 9(3) VALUE ZERO.
       77 SLIP-CASH-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 SLIP-CHECK-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 SLIP-GRAND-TOTAL PIC 9(9)V99 VALUE ZERO.

       01 TENDER-NAMES.
           03 FILLER PIC X(8) VALUE "CASH".
           03 FILLER PIC X(8) VALUE "CHECK".
           03 FILLER PIC X(8) VALUE "CARD".
           03 FILLER PIC X(8) VALUE "UNKNOWN".
       01 TENDER-NAME-TABLE REDEFINES TENDER-NAMES.
           03 TENDER-NAME PIC X(8) OCCURS 4 TIMES.

      *>    The reject list, so each row of the day's file can be
      *>    told applied from rejected; a matched row is consumed so
      *>    two rows with the same receipt number each find their
      *>    own reject.
       77 REJECT-COUNT PIC 9(5) VALUE IS 0.
       01 REJECT-TABLE.
           03 REJECT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON REJECT-COUNT.
               05 RT-RECEIPT-NUMBER PIC X(8).
               05 RT-VOID-FLAG PIC X(1).
               05 RT-AMOUNT PIC 9(7)V99.
               05 RT-USED-FLAG PIC X(1).

      *>    One row per cashier, four tender slots each (cash, check,
      *>    card, and anything keyed before tender was captured).
       77 CASHIER-COUNT PIC 9(3) VALUE IS 0.
       01 CASHIER-TABLE.
           03 CASHIER-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON CASHIER-COUNT.
               05 CT-CASHIER-ID PIC X(8).
               05 CT-COUNTED-FLAG PIC X(1).
                   88 CT-COUNTED VALUE "Y".
               05 CT-COUNTED-CASH PIC 9(7)V99.
               05 CT-COUNTED-CHECKS PIC 9(7)V99.
               05 CT-TENDER OCCURS 4 TIMES.
                   07 CT-PAY-COUNT PIC 9(5).
                   07 CT-PAY-AMOUNT PIC 9(9)V99.
                   07 CT-REJ-COUNT PIC 9(5).
                   07 CT-REJ-AMOUNT PIC 9(9)V99.
                   07 CT-VOID-COUNT PIC 9(5).
                   07 CT-VOID-AMOUNT PIC 9(9)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.

           OPEN INPUT RECEIPTS-FILE.
           IF NOT RECEIPTS-OK
               DISPLAY "UNABLE TO OPEN CashReceipts.txt -- STATUS "
                   RECEIPTS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           PERFORM LOAD-REJECTS THRU LOAD-REJECTS-EXIT.

           READ RECEIPTS-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM TALLY-ONE-RECEIPT UNTIL EOF.
           CLOSE RECEIPTS-FILE.

           PERFORM LOAD-DRAWER-COUNTS THRU LOAD-DRAWER-COUNTS-EXIT.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CASHIER DAILY CLOSE   RUN DATE: " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN OUTPUT SLIP-FILE.
           MOVE SPACES TO SLIP-LINE.
           STRING "BANK DEPOSIT SLIP   DATE: " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO SLIP-LINE.
           WRITE SLIP-LINE.
           MOVE SPACES TO SLIP-LINE.
           WRITE SLIP-LINE.
           MOVE "CASHIER             CASH          CHECKS" TO SLIP-LINE.
           WRITE SLIP-LINE.

           PERFORM REPORT-ONE-CASHIER
               VARYING CASHIER-IDX FROM 1 BY 1
               UNTIL CASHIER-IDX IS GREATER THAN CASHIER-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CASHIERS: " DELIMITED BY SIZE
               CASHIER-COUNT DELIMITED BY SIZE
               "   DRAWERS OUT OF BALANCE OR NOT COUNTED: "
                   DELIMITED BY SIZE
               OUT-OF-BALANCE-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "*** END OF REPORT ***" TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

           COMPUTE SLIP-GRAND-TOTAL = SLIP-CASH-TOTAL
               + SLIP-CHECK-TOTAL.
           MOVE SPACES TO SLIP-LINE.
           WRITE SLIP-LINE.
           MOVE SLIP-CASH-TOTAL TO MONEY-DISPLAY.
           MOVE SLIP-CHECK-TOTAL TO MONEY-DISPLAY-2.
           MOVE SPACES TO SLIP-LINE.
           STRING "TOTAL    " DELIMITED BY SIZE
               MONEY-DISPLAY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               MONEY-DISPLAY-2 DELIMITED BY SIZE
               INTO SLIP-LINE.
           WRITE SLIP-LINE.
           MOVE SLIP-GRAND-TOTAL TO MONEY-DISPLAY.
           MOVE SPACES TO SLIP-LINE.
           STRING "DEPOSIT TOTAL: " DELIMITED BY SIZE
               MONEY-DISPLAY DELIMITED BY SIZE
               INTO SLIP-LINE.
           WRITE SLIP-LINE.
           CLOSE SLIP-FILE.

           DISPLAY CASHIER-COUNT " CASHIER(S) CLOSED, DEPOSIT "
               SLIP-GRAND-TOTAL.
           IF OUT-OF-BALANCE-COUNT IS GREATER THAN ZERO
               DISPLAY OUT-OF-BALANCE-COUNT " DRAWER(S) FLAGGED -- "
                   "SEE CashierCloseReport.txt"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-REJECTS.
           OPEN INPUT REJECT-FILE.
           IF NOT REJECT-OK
               GO TO LOAD-REJECTS-EXIT.
           MOVE 0 TO LOAD-EOF-FLAG.
           READ REJECT-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF OR REJECT-COUNT IS EQUAL TO 5000
               ADD 1 TO REJECT-COUNT
               MOVE RJ-RECEIPT-NUMBER TO
                   RT-RECEIPT-NUMBER(REJECT-COUNT)
               MOVE RJ-VOID-FLAG TO RT-VOID-FLAG(REJECT-COUNT)
               MOVE RJ-AMOUNT TO RT-AMOUNT(REJECT-COUNT)
               MOVE "N" TO RT-USED-FLAG(REJECT-COUNT)
               READ REJECT-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE REJECT-FILE.
       LOAD-REJECTS-EXIT.
           EXIT.

       LOAD-DRAWER-COUNTS.
           OPEN INPUT COUNT-FILE.
           IF NOT COUNT-OK
               GO TO LOAD-DRAWER-COUNTS-EXIT.
           MOVE 0 TO LOAD-EOF-FLAG.
           READ COUNT-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF
               PERFORM VARYING CASHIER-IDX FROM 1 BY 1
                       UNTIL CASHIER-IDX IS GREATER THAN CASHIER-COUNT
                   IF CT-CASHIER-ID(CASHIER-IDX) IS EQUAL TO
                           DC-CASHIER-ID
                       MOVE "Y" TO CT-COUNTED-FLAG(CASHIER-IDX)
                       IF DC-CASH IS NUMERIC
                           MOVE DC-CASH TO CT-COUNTED-CASH(CASHIER-IDX)
                       END-IF
                       IF DC-CHECKS IS NUMERIC
                           MOVE DC-CHECKS TO
                               CT-COUNTED-CHECKS(CASHIER-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               READ COUNT-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE COUNT-FILE.
       LOAD-DRAWER-COUNTS-EXIT.
           EXIT.

       TALLY-ONE-RECEIPT.
           IF RC-AMOUNT IS NOT NUMERIC
               MOVE ZERO TO RC-AMOUNT.
           PERFORM FIND-CASHIER.
           EVALUATE TRUE
               WHEN RC-CASH
                   MOVE 1 TO TENDER-IDX
               WHEN RC-CHECK
                   MOVE 2 TO TENDER-IDX
               WHEN RC-CARD
                   MOVE 3 TO TENDER-IDX
               WHEN OTHER
                   MOVE 4 TO TENDER-IDX
           END-EVALUATE.
           MOVE "N" TO REJECTED-FLAG.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX IS GREATER THAN REJECT-COUNT
                       OR ROW-WAS-REJECTED
               IF RT-RECEIPT-NUMBER(SCAN-IDX) IS EQUAL TO
                       RC-RECEIPT-NUMBER
                   AND RT-VOID-FLAG(SCAN-IDX) IS EQUAL TO
                       RC-VOID-FLAG
                   AND RT-USED-FLAG(SCAN-IDX) IS EQUAL TO "N"
                   MOVE "Y" TO RT-USED-FLAG(SCAN-IDX)
                   MOVE "Y" TO REJECTED-FLAG
               END-IF
           END-PERFORM.
           IF RC-VOID
               ADD 1 TO CT-VOID-COUNT(CASHIER-IDX, TENDER-IDX)
               ADD RC-AMOUNT TO CT-VOID-AMOUNT(CASHIER-IDX, TENDER-IDX)
           ELSE
               ADD 1 TO CT-PAY-COUNT(CASHIER-IDX, TENDER-IDX)
               ADD RC-AMOUNT TO CT-PAY-AMOUNT(CASHIER-IDX, TENDER-IDX)
               IF ROW-WAS-REJECTED
                   ADD 1 TO CT-REJ-COUNT(CASHIER-IDX, TENDER-IDX)
                   ADD RC-AMOUNT TO
                       CT-REJ-AMOUNT(CASHIER-IDX, TENDER-IDX)
               END-IF
           END-IF.
           READ RECEIPTS-FILE AT END MOVE 1 TO EOF-FLAG.

      *>    Finds (or opens) the cashier's row; receipts keyed
      *>    before the cashier id existed fall under "UNKNOWN".
       FIND-CASHIER.
           IF RC-CASHIER-ID IS EQUAL TO SPACES
               MOVE "UNKNOWN" TO RC-CASHIER-ID.
           MOVE ZERO TO CASHIER-IDX.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX IS GREATER THAN CASHIER-COUNT
                       OR CASHIER-IDX IS GREATER THAN ZERO
               IF CT-CASHIER-ID(SCAN-IDX) IS EQUAL TO RC-CASHIER-ID
                   MOVE SCAN-IDX TO CASHIER-IDX
               END-IF
           END-PERFORM.
           IF CASHIER-IDX IS EQUAL TO ZERO
               IF CASHIER-COUNT IS LESS THAN 200
                   ADD 1 TO CASHIER-COUNT
               END-IF
               MOVE CASHIER-COUNT TO CASHIER-IDX
               MOVE SPACES TO CASHIER-ENTRY(CASHIER-IDX)
               MOVE RC-CASHIER-ID TO CT-CASHIER-ID(CASHIER-IDX)
               MOVE "N" TO CT-COUNTED-FLAG(CASHIER-IDX)
               MOVE ZERO TO CT-COUNTED-CASH(CASHIER-IDX)
               MOVE ZERO TO CT-COUNTED-CHECKS(CASHIER-IDX)
               PERFORM VARYING TENDER-IDX FROM 1 BY 1
                       UNTIL TENDER-IDX IS GREATER THAN 4
                   MOVE ZERO TO CT-PAY-COUNT(CASHIER-IDX, TENDER-IDX)
                   MOVE ZERO TO CT-PAY-AMOUNT(CASHIER-IDX, TENDER-IDX)
                   MOVE ZERO TO CT-REJ-COUNT(CASHIER-IDX, TENDER-IDX)
                   MOVE ZERO TO CT-REJ-AMOUNT(CASHIER-IDX, TENDER-IDX)
                   MOVE ZERO TO CT-VOID-COUNT(CASHIER-IDX, TENDER-IDX)
                   MOVE ZERO TO
                       CT-VOID-AMOUNT(CASHIER-IDX, TENDER-IDX)
               END-PERFORM
           END-IF.

       REPORT-ONE-CASHIER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CASHIER: " DELIMITED BY SIZE
               CT-CASHIER-ID(CASHIER-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "TENDER" TO REPORT-LINE(3:6).
           MOVE "APPLIED" TO REPORT-LINE(13:7).
           MOVE "REJECTED" TO REPORT-LINE(35:8).
           MOVE "VOIDED" TO REPORT-LINE(57:6).
           MOVE "IN DRAWER" TO REPORT-LINE(85:9).
           WRITE REPORT-LINE.
           PERFORM REPORT-ONE-TENDER THRU REPORT-ONE-TENDER-EXIT
               VARYING TENDER-IDX FROM 1 BY 1
               UNTIL TENDER-IDX IS GREATER THAN 4.

      *>    What the drawer should hold: every receipt taken, posted
      *>    or not, less every void handed back.
           COMPUTE EXPECTED-CASH = CT-PAY-AMOUNT(CASHIER-IDX, 1)
               - CT-VOID-AMOUNT(CASHIER-IDX, 1).
           COMPUTE EXPECTED-CHECKS = CT-PAY-AMOUNT(CASHIER-IDX, 2)
               - CT-VOID-AMOUNT(CASHIER-IDX, 2).
           MOVE EXPECTED-CASH TO SIGNED-DISPLAY.
           MOVE CT-COUNTED-CASH(CASHIER-IDX) TO MONEY-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "  DRAWER CASH   EXPECTED " DELIMITED BY SIZE
               SIGNED-DISPLAY DELIMITED BY SIZE
               "   COUNTED " DELIMITED BY SIZE
               MONEY-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE EXPECTED-CHECKS TO SIGNED-DISPLAY.
           MOVE CT-COUNTED-CHECKS(CASHIER-IDX) TO MONEY-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "  DRAWER CHECKS EXPECTED " DELIMITED BY SIZE
               SIGNED-DISPLAY DELIMITED BY SIZE
               "   COUNTED " DELIMITED BY SIZE
               MONEY-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT CT-COUNTED(CASHIER-IDX)
               ADD 1 TO OUT-OF-BALANCE-COUNT
               MOVE "  *** DRAWER NOT COUNTED ***" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF CT-COUNTED-CASH(CASHIER-IDX) IS NOT EQUAL TO
                       EXPECTED-CASH
                   OR CT-COUNTED-CHECKS(CASHIER-IDX) IS NOT EQUAL TO
                       EXPECTED-CHECKS
                   ADD 1 TO OUT-OF-BALANCE-COUNT
                   MOVE "  *** DRAWER OUT OF BALANCE ***" TO
                       REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

      *>    The bank gets what is in the bag: the counted drawer, or
      *>    the expected amount for a drawer not yet counted (it is
      *>    flagged above either way).
           MOVE SPACES TO SLIP-LINE.
           IF CT-COUNTED(CASHIER-IDX)
               ADD CT-COUNTED-CASH(CASHIER-IDX) TO SLIP-CASH-TOTAL
               ADD CT-COUNTED-CHECKS(CASHIER-IDX) TO SLIP-CHECK-TOTAL
               MOVE CT-COUNTED-CASH(CASHIER-IDX) TO MONEY-DISPLAY
               MOVE CT-COUNTED-CHECKS(CASHIER-IDX) TO MONEY-DISPLAY-2
               STRING CT-CASHIER-ID(CASHIER-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MONEY-DISPLAY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   MONEY-DISPLAY-2 DELIMITED BY SIZE
                   INTO SLIP-LINE
           ELSE
               IF EXPECTED-CASH IS LESS THAN ZERO
                   MOVE ZERO TO EXPECTED-CASH
               END-IF
               IF EXPECTED-CHECKS IS LESS THAN ZERO
                   MOVE ZERO TO EXPECTED-CHECKS
               END-IF
               ADD EXPECTED-CASH TO SLIP-CASH-TOTAL
               ADD EXPECTED-CHECKS TO SLIP-CHECK-TOTAL
               MOVE EXPECTED-CASH TO MONEY-DISPLAY
               MOVE EXPECTED-CHECKS TO MONEY-DISPLAY-2
               STRING CT-CASHIER-ID(CASHIER-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MONEY-DISPLAY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   MONEY-DISPLAY-2 DELIMITED BY SIZE
                   "  NOT COUNTED" DELIMITED BY SIZE
                   INTO SLIP-LINE
           END-IF.
           WRITE SLIP-LINE.

       REPORT-ONE-TENDER.
           IF CT-PAY-COUNT(CASHIER-IDX, TENDER-IDX) IS EQUAL TO ZERO
                   AND CT-VOID-COUNT(CASHIER-IDX, TENDER-IDX)
                       IS EQUAL TO ZERO
               GO TO REPORT-ONE-TENDER-EXIT.
           MOVE SPACES TO REPORT-LINE.
           MOVE TENDER-NAME(TENDER-IDX) TO REPORT-LINE(3:8).
           COMPUTE LINE-COUNT = CT-PAY-COUNT(CASHIER-IDX, TENDER-IDX)
               - CT-REJ-COUNT(CASHIER-IDX, TENDER-IDX).
           COMPUTE LINE-AMOUNT = CT-PAY-AMOUNT(CASHIER-IDX, TENDER-IDX)
               - CT-REJ-AMOUNT(CASHIER-IDX, TENDER-IDX).
           MOVE LINE-COUNT TO COUNT-DISPLAY.
           MOVE LINE-AMOUNT TO MONEY-DISPLAY.
           MOVE COUNT-DISPLAY TO REPORT-LINE(13:5).
           MOVE MONEY-DISPLAY TO REPORT-LINE(19:14).
      *>    Rejected is receipts only, count and amount alike; a
      *>    rejected void is still a void handed back.
           MOVE CT-REJ-COUNT(CASHIER-IDX, TENDER-IDX) TO
               COUNT-DISPLAY.
           MOVE CT-REJ-AMOUNT(CASHIER-IDX, TENDER-IDX) TO
               MONEY-DISPLAY.
           MOVE COUNT-DISPLAY TO REPORT-LINE(35:5).
           MOVE MONEY-DISPLAY TO REPORT-LINE(41:14).
           MOVE CT-VOID-COUNT(CASHIER-IDX, TENDER-IDX) TO
               COUNT-DISPLAY.
           MOVE CT-VOID-AMOUNT(CASHIER-IDX, TENDER-IDX) TO
               MONEY-DISPLAY.
           MOVE COUNT-DISPLAY TO REPORT-LINE(57:5).
           MOVE MONEY-DISPLAY TO REPORT-LINE(63:14).
           COMPUTE LINE-AMOUNT = CT-PAY-AMOUNT(CASHIER-IDX, TENDER-IDX)
               - CT-VOID-AMOUNT(CASHIER-IDX, TENDER-IDX).
           MOVE LINE-AMOUNT TO SIGNED-DISPLAY.
           MOVE SIGNED-DISPLAY TO REPORT-LINE(79:15).
           WRITE REPORT-LINE.
       REPORT-ONE-TENDER-EXIT.
           EXIT.

       END PROGRAM CASHIER-CLOSE.
