      ******************************************************************
      * Copybook: CashReceiptFormat
      * Purpose: Shared cashier receipt layout for CashReceipts.txt
      *          and RejectedReceipts.txt -- receipt date, receipt
      *          number, student id, term, amount, and now the tender
      *          taken (cash, check, card) and the cashier whose
      *          drawer took it, so the end-of-day count balances
      *          against what PAYMENT-POST applied. A void is a second
      *          row carrying the original receipt number and amount
      *          with the void flag set; PAYMENT-POST reverses the
      *          posting rather than the row simply disappearing.
      *          Rows keyed before the tender and cashier existed read
      *          those fields as spaces. COPY'd into PAYMENT-POST and
      *          the cashier daily close.
      ******************************************************************
       01 RECEIPT-RECORD.
           03 RC-DATE                  PIC 9(8).
           03 FILLER                   PIC X(1).
           03 RC-RECEIPT-NUMBER        PIC X(8).
           03 FILLER                   PIC X(1).
           03 RC-STUDENT-ID            PIC X(9).
           03 FILLER                   PIC X(1).
           03 RC-TERM-CODE             PIC 9(6).
           03 FILLER                   PIC X(1).
           03 RC-AMOUNT                PIC 9(7)V99.
           03 FILLER                   PIC X(1).
           03 RC-TENDER                PIC X(1).
               88 RC-CASH              VALUE "C".
               88 RC-CHECK             VALUE "K".
               88 RC-CARD              VALUE "D".
           03 FILLER                   PIC X(1).
           03 RC-CASHIER-ID            PIC X(8).
           03 FILLER                   PIC X(1).
           03 RC-VOID-FLAG             PIC X(1).
               88 RC-VOID              VALUE "V".
