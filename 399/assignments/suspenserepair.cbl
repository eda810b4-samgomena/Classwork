      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Work-and-resubmit screen for PaymentSuspense.txt --
      *          the lockbox and online payments PAYMENT-IMPORT could
      *          not place. Walks the suspense file the way
      *          REPAIR-REJECTS walks the course exception file: shows
      *          each item and why it was suspended, lets the operator
      *          correct the student id or term, and re-maps the item
      *          with the same rules the import uses. An item that
      *          now maps is added to ImportedReceipts.txt for the
      *          next PAYMENT-POST run; an item the bank or vendor is
      *          to send back to the payer is marked returned. Either
      *          way it comes off the suspense file, with an audit
      *          record; everything else is written back.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-REPAIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "PaymentSuspense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-STATUS.
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
           SELECT AUDIT-FILE ASSIGN TO "AuditTrail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SUSPENSE-FILE.
       COPY PaymentSuspenseFormat.
       FD AR-MASTER.
       COPY ArMasterFormat.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD IMPORTED-FILE.
       COPY CashReceiptFormat.
       FD AUDIT-FILE.
       COPY AuditFormat.
       WORKING-STORAGE SECTION.
       77 SUSPENSE-STATUS PIC X(2) VALUE "00".
           88 SUSPENSE-OK VALUE "00".
       77 AR-MASTER-STATUS PIC X(2) VALUE "00".
           88 AR-MASTER-OK VALUE "00".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 IMPORTED-STATUS PIC X(2) VALUE "00".
           88 IMPORTED-OK VALUE "00".
       77 LOAD-EOF-FLAG PIC 9 VALUE IS 0.
           88 LOAD-EOF VALUE IS 1.
       77 AR-EOF-FLAG PIC 9 VALUE IS 0.
           88 AR-EOF VALUE IS 1.
       77 OPERATOR-ID PIC X(8) VALUE SPACES.
       77 AUTH-LEVEL PIC 9 VALUE ZERO.
       77 SIGNED-ON-FLAG PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
       77 ACTION PIC X.
           88 QUIT-REPAIR VALUE "Q", "q".
       77 MAPPED-TERM PIC 9(6).
       77 LATEST-TERM PIC 9(6).
       77 SUSPENSE-REASON PIC X(20).
       77 MONEY-DISPLAY PIC $$$,$$$,$$9.99.
       77 RESUBMITTED-COUNT PIC 9(4) VALUE ZERO.
       77 RETURNED-COUNT PIC 9(4) VALUE ZERO.
       77 KEPT-COUNT PIC 9(4) VALUE ZERO.

      *>    Loaded once, worked in place, and written back without the
      *>    items that cleared -- the REPAIR-REJECTS shape.
       77 ITEM-COUNT PIC 9(4) VALUE IS 0.
       01 ITEM-TABLE.
           03 ITEM-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON ITEM-COUNT
                   INDEXED BY IT-IDX.
               05 IT-RECORD PIC X(86).
               05 IT-CLEARED-FLAG PIC X.
                   88 IT-CLEARED VALUE "Y".
       77 WORK-IDX PIC 9(4).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "OPERATOR-SIGN-ON" USING OPERATOR-ID AUTH-LEVEL
               SIGNED-ON-FLAG.
           IF NOT OPERATOR-SIGNED-ON
               STOP RUN.
           IF AUTH-LEVEL IS LESS THAN 2
               DISPLAY "NOT AUTHORIZED -- LEVEL 2 REQUIRED"
               STOP RUN.

           PERFORM LOAD-SUSPENSE THRU LOAD-SUSPENSE-EXIT.
           IF ITEM-COUNT IS EQUAL TO ZERO
               DISPLAY "NO SUSPENDED PAYMENTS ON FILE"
               STOP RUN.

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
           OPEN EXTEND AUDIT-FILE.
           MOVE SPACES TO AUDIT-RECORD.

           PERFORM VARYING WORK-IDX FROM 1 BY 1
                   UNTIL WORK-IDX GREATER THAN ITEM-COUNT
                       OR QUIT-REPAIR
               PERFORM REPAIR-ONE-ITEM THRU REPAIR-ONE-ITEM-EXIT
           END-PERFORM.

           CLOSE AUDIT-FILE.
           CLOSE IMPORTED-FILE.
           CLOSE STUDENT-MASTER.
           CLOSE AR-MASTER.
           PERFORM SAVE-SUSPENSE.
           DISPLAY RESUBMITTED-COUNT " ITEM(S) RESUBMITTED, "
               RETURNED-COUNT " RETURNED TO THE PAYER, " KEPT-COUNT
               " STILL IN SUSPENSE".
           STOP RUN.

       LOAD-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE.
           IF NOT SUSPENSE-OK
               GO TO LOAD-SUSPENSE-EXIT.
           READ SUSPENSE-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF OR ITEM-COUNT IS EQUAL TO 2000
               ADD 1 TO ITEM-COUNT
               MOVE SUSPENSE-RECORD TO IT-RECORD(ITEM-COUNT)
               MOVE "N" TO IT-CLEARED-FLAG(ITEM-COUNT)
               READ SUSPENSE-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
           END-PERFORM.
           CLOSE SUSPENSE-FILE.
       LOAD-SUSPENSE-EXIT.
           EXIT.

       SAVE-SUSPENSE.
           OPEN OUTPUT SUSPENSE-FILE.
           PERFORM VARYING IT-IDX FROM 1 BY 1
                   UNTIL IT-IDX GREATER THAN ITEM-COUNT
               IF NOT IT-CLEARED(IT-IDX)
                   ADD 1 TO KEPT-COUNT
                   MOVE IT-RECORD(IT-IDX) TO SUSPENSE-RECORD
                   WRITE SUSPENSE-RECORD
               END-IF
           END-PERFORM.
           CLOSE SUSPENSE-FILE.

       REPAIR-ONE-ITEM.
           MOVE IT-RECORD(WORK-IDX) TO SUSPENSE-RECORD.
           MOVE PS-AMOUNT TO MONEY-DISPLAY.
           DISPLAY PS-SOURCE " ITEM " PS-ITEM-REF " OF " PS-PAY-DATE
               " " MONEY-DISPLAY " STUDENT " PS-STUDENT-ID " TERM "
               PS-TERM-CODE.
           PERFORM MAP-TO-RECEIVABLE.
           IF SUSPENSE-REASON IS EQUAL TO SPACES
      *>        The master was fixed since the import (the student
      *>        was added, or the term billed): resubmit as is.
               DISPLAY "REASON: NOW MAPS TO TERM " MAPPED-TERM
           ELSE
               DISPLAY "REASON: " PS-REASON
           END-IF.

           DISPLAY "Enter I to correct the student id, T to correct "
               "the term, R to resubmit as is, B to return to the "
               "payer, S to skip, Q to quit: ".
           ACCEPT ACTION.

           IF QUIT-REPAIR
               GO TO REPAIR-ONE-ITEM-EXIT.

           IF ACTION = "S" OR "s"
               GO TO REPAIR-ONE-ITEM-EXIT.

           IF ACTION = "B" OR "b"
               MOVE "SUSRET" TO AUDIT-ACTION
               MOVE "RETURNED TO PAYER" TO AUDIT-NEW-VALUE
               PERFORM WRITE-SUSPENSE-AUDIT
               MOVE "Y" TO IT-CLEARED-FLAG(WORK-IDX)
               ADD 1 TO RETURNED-COUNT
               DISPLAY "MARKED FOR RETURN TO THE PAYER"
               GO TO REPAIR-ONE-ITEM-EXIT.

           IF ACTION = "I" OR "i"
               DISPLAY "CORRECTED STUDENT ID: "
               ACCEPT PS-STUDENT-ID.

           IF ACTION = "T" OR "t"
               DISPLAY "CORRECTED TERM (BLANK FOR OLDEST OWING): "
               ACCEPT PS-TERM-CODE.

           PERFORM MAP-TO-RECEIVABLE.
           IF SUSPENSE-REASON IS NOT EQUAL TO SPACES
               MOVE SUSPENSE-REASON TO PS-REASON
               MOVE SUSPENSE-RECORD TO IT-RECORD(WORK-IDX)
               DISPLAY "STILL SUSPENDED: " SUSPENSE-REASON
                   " -- ITEM STAYS ON THE SUSPENSE FILE"
               GO TO REPAIR-ONE-ITEM-EXIT.

           MOVE SPACES TO RECEIPT-RECORD.
           MOVE PS-PAY-DATE TO RC-DATE.
           MOVE PS-ITEM-REF TO RC-RECEIPT-NUMBER.
           MOVE PS-STUDENT-ID TO RC-STUDENT-ID.
           MOVE MAPPED-TERM TO RC-TERM-CODE.
           MOVE PS-AMOUNT TO RC-AMOUNT.
           MOVE PS-TENDER TO RC-TENDER.
           MOVE PS-SOURCE TO RC-CASHIER-ID.
           WRITE RECEIPT-RECORD.

           MOVE "SUSPST" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-NEW-VALUE.
           STRING PS-STUDENT-ID " " MAPPED-TERM
               DELIMITED BY SIZE INTO AUDIT-NEW-VALUE.
           PERFORM WRITE-SUSPENSE-AUDIT.
           MOVE SUSPENSE-RECORD TO IT-RECORD(WORK-IDX).
           MOVE "Y" TO IT-CLEARED-FLAG(WORK-IDX).
           ADD 1 TO RESUBMITTED-COUNT.
           DISPLAY "RESUBMITTED TO ImportedReceipts.txt FOR TERM "
               MAPPED-TERM.
       REPAIR-ONE-ITEM-EXIT.
           EXIT.

      *>    Same placing rules PAYMENT-IMPORT applies: the payer must
      *>    be a student; a given term must have a receivable; no
      *>    term means the oldest term owing, else the latest term.
       MAP-TO-RECEIVABLE.
           MOVE SPACES TO SUSPENSE-REASON.
           MOVE ZERO TO MAPPED-TERM.
           MOVE PS-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER KEY IS SM-STUDENT-ID
               INVALID KEY
                   MOVE "UNKNOWN STUDENT" TO SUSPENSE-REASON
           END-READ.
           IF SUSPENSE-REASON IS EQUAL TO SPACES
               IF PS-TERM-CODE IS NUMERIC
                       AND PS-TERM-CODE IS NOT EQUAL TO "000000"
                   MOVE PS-STUDENT-ID TO AR-STUDENT-ID
                   MOVE PS-TERM-CODE TO AR-TERM-CODE
                   READ AR-MASTER KEY IS AR-STUDENT-TERM-KEY
                       INVALID KEY
                           MOVE "NO RECEIVABLE" TO SUSPENSE-REASON
                       NOT INVALID KEY
                           MOVE AR-TERM-CODE TO MAPPED-TERM
                   END-READ
               ELSE
                   PERFORM FIND-OPEN-TERM
               END-IF.

       FIND-OPEN-TERM.
           MOVE ZERO TO LATEST-TERM.
           MOVE PS-STUDENT-ID TO AR-STUDENT-ID.
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
                   OR AR-STUDENT-ID IS NOT EQUAL TO PS-STUDENT-ID
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

      *>    AUDIT-ACTION and AUDIT-NEW-VALUE are set by the caller.
       WRITE-SUSPENSE-AUDIT.
           MOVE "PAYMENT-SUSPENSE" TO AUDIT-FIELD-NAME.
           MOVE SPACES TO AUDIT-OLD-VALUE.
           STRING PS-SOURCE " " PS-ITEM-REF
               DELIMITED BY SIZE INTO AUDIT-OLD-VALUE.
           MOVE MONEY-DISPLAY TO AUDIT-DETAIL.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR.
           ACCEPT AUDIT-DATE FROM DATE.
           MOVE ZEROS TO AUDIT-CRN.
           CALL "AUDIT-SEAL" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.

       END PROGRAM SUSPENSE-REPAIR.
