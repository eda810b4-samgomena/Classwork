      ******************************************************************
      * Copybook: ArLedgerFormat
      * Purpose: Shared AR detail-ledger record layout for
      *          ArLedger.txt -- ARMaster keeps only the bucket
      *          totals, so every posting that moves a bucket also
      *          appends one dated, typed line here (through the
      *          AR-LEDGER-POST subprogram) with the signed amount
      *          the bucket moved by: a billing rerun that lowers
      *          the charges is a negative CHRG line, a voided
      *          receipt a negative PAYM line. Summing a student's
      *          lines by type for a term gives back every ARMaster
      *          bucket, which is what AR-LEDGER-CHECK proves each
      *          night. An OPEN line (zero amount) marks the
      *          receivable's first posting; a receivable that was
      *          on file before the ledger began gets its OPEN line,
      *          and one line per non-zero bucket as it stood, from
      *          AR-LEDGER-CHECK the first night it sees it. COMM
      *          lines carry the agency commission, which is not
      *          part of the balance. COPY'd into AR-LEDGER-POST,
      *          AR-LEDGER-CHECK and the account inquiry screen.
      ******************************************************************
       01 AR-LEDGER-RECORD.
           03 AL-POST-DATE             PIC 9(8).
           03 FILLER                   PIC X(1).
           03 AL-ENTRY-DATE            PIC 9(8).
           03 FILLER                   PIC X(1).
           03 AL-ENTRY-TIME            PIC 9(8).
           03 FILLER                   PIC X(1).
           03 AL-STUDENT-ID            PIC X(9).
           03 FILLER                   PIC X(1).
           03 AL-TERM-CODE             PIC 9(6).
           03 FILLER                   PIC X(1).
           03 AL-TYPE                  PIC X(4).
               88 AL-OPENING           VALUE "OPEN".
               88 AL-CHARGE            VALUE "CHRG".
               88 AL-CREDIT-MEMO       VALUE "CRMO".
               88 AL-PAYMENT           VALUE "PAYM".
               88 AL-LATE-FEE          VALUE "LATE".
               88 AL-REFUND            VALUE "RFND".
               88 AL-WRITE-OFF         VALUE "WOFF".
               88 AL-AID-RETURN        VALUE "T4RT".
               88 AL-COMMISSION        VALUE "COMM".
           03 FILLER                   PIC X(1).
           03 AL-AMOUNT                PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           03 FILLER                   PIC X(1).
           03 AL-PROGRAM               PIC X(12).
           03 FILLER                   PIC X(1).
           03 AL-REFERENCE             PIC X(20).
