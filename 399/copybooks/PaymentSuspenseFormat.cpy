      ******************************************************************
      * Copybook: PaymentSuspenseFormat
      * Purpose: Layout of PaymentSuspense.txt -- lockbox and online
      *          payments PAYMENT-IMPORT could not place on a student
      *          receivable. Carries everything needed to post the
      *          item once it is worked: the sender, the payment date
      *          and the sender's item reference, the payer reference
      *          and term as received, the amount and tender, why it
      *          was suspended, and the date it was. COPY'd into
      *          PAYMENT-IMPORT and SUSPENSE-REPAIR.
      ******************************************************************
       01 SUSPENSE-RECORD.
           03 PS-SOURCE                PIC X(8).
           03 FILLER                   PIC X(1).
           03 PS-PAY-DATE              PIC 9(8).
           03 FILLER                   PIC X(1).
           03 PS-ITEM-REF              PIC X(8).
           03 FILLER                   PIC X(1).
           03 PS-STUDENT-ID            PIC X(9).
           03 FILLER                   PIC X(1).
           03 PS-TERM-CODE             PIC X(6).
           03 FILLER                   PIC X(1).
           03 PS-AMOUNT                PIC 9(7)V99.
           03 FILLER                   PIC X(1).
           03 PS-TENDER                PIC X(1).
           03 FILLER                   PIC X(1).
           03 PS-REASON                PIC X(20).
           03 FILLER                   PIC X(1).
           03 PS-SUSPENDED-DATE        PIC 9(8).
