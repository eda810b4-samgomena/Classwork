      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Shared AR detail-ledger writer -- ARMaster holds
      *          only bucket totals, so every program that writes
      *          or rewrites it CALLs here right after the WRITE or
      *          REWRITE with the before and after images (a new
      *          receivable's before image is spaces), the way the
      *          enrollment writers CALL ENROLL-JOURNAL. Each bucket
      *          that moved -- charges, credit memos, payments, late
      *          fee, refunds, write-off, Title IV aid returned,
      *          agency commission -- appends one typed line to
      *          ArLedger.txt carrying the signed amount it moved
      *          by, dated the receivable's last-activity date (the
      *          receipt date on a payment) and stamped with the
      *          clock time of the posting. A rewrite that moved no
      *          bucket (a referral status change) writes nothing;
      *          a new receivable writes its OPEN line first. A
      *          bucket still carrying spaces from the old record
      *          length counts as zero. The file opens and closes
      *          per call, as the enrollment journal does.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-LEDGER-POST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "ArLedger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
       COPY ArLedgerFormat.
       WORKING-STORAGE SECTION.
       77 LEDGER-STATUS PIC X(2) VALUE "00".
           88 LEDGER-MISSING VALUE "35".
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
       77 NOW-TIME PIC 9(8).
       77 POST-DATE PIC 9(8).
       77 NEW-RECEIVABLE-FLAG PIC X VALUE "N".
           88 NEW-RECEIVABLE VALUE "Y".
       77 LINE-TYPE PIC X(4).
       77 LINE-AMOUNT PIC S9(7)V99.
       77 BEFORE-AMOUNT PIC 9(7)V99.
       77 AFTER-AMOUNT PIC 9(7)V99.
      *>    The before image's buckets, zeroed where not numeric.
       01 BEFORE-BUCKETS.
           03 BF-CHARGES PIC 9(7)V99.
           03 BF-CREDITS PIC 9(7)V99.
           03 BF-PAYMENTS PIC 9(7)V99.
           03 BF-LATE-FEE PIC 9(5)V99.
           03 BF-REFUNDS PIC 9(7)V99.
           03 BF-WRITE-OFF PIC 9(7)V99.
           03 BF-AID-RETURN PIC 9(7)V99.
           03 BF-COMMISSION PIC 9(7)V99.
       COPY ArMasterFormat.
       LINKAGE SECTION.
       01 LK-PROGRAM PIC X(12).
       01 LK-REFERENCE PIC X(20).
       01 LK-BEFORE-IMAGE PIC X(124).
       01 LK-AFTER-IMAGE PIC X(124).
       PROCEDURE DIVISION USING LK-PROGRAM LK-REFERENCE
               LK-BEFORE-IMAGE LK-AFTER-IMAGE.
       MAIN-PROCEDURE.
           MOVE "N" TO NEW-RECEIVABLE-FLAG.
           INITIALIZE BEFORE-BUCKETS.
           IF LK-BEFORE-IMAGE IS EQUAL TO SPACES
               MOVE "Y" TO NEW-RECEIVABLE-FLAG
           ELSE
               MOVE LK-BEFORE-IMAGE TO AR-RECORD
               PERFORM SAVE-BEFORE-BUCKETS
           END-IF.
           MOVE LK-AFTER-IMAGE TO AR-RECORD.

           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.
           ACCEPT NOW-TIME FROM TIME.
           MOVE TODAY-DATE TO POST-DATE.
           IF AR-LAST-ACTIVITY IS NUMERIC
                   AND AR-LAST-ACTIVITY IS GREATER THAN ZERO
               MOVE AR-LAST-ACTIVITY TO POST-DATE
           END-IF.

           OPEN EXTEND LEDGER-FILE.
           IF LEDGER-MISSING
               OPEN OUTPUT LEDGER-FILE.
           IF NEW-RECEIVABLE
               MOVE "OPEN" TO LINE-TYPE
               MOVE ZERO TO LINE-AMOUNT
               PERFORM WRITE-LEDGER-LINE
           END-IF.

           MOVE "CHRG" TO LINE-TYPE.
           MOVE BF-CHARGES TO BEFORE-AMOUNT.
           MOVE ZERO TO AFTER-AMOUNT.
           IF AR-CHARGES IS NUMERIC
               MOVE AR-CHARGES TO AFTER-AMOUNT.
           PERFORM POST-ONE-BUCKET.
           MOVE "CRMO" TO LINE-TYPE.
           MOVE BF-CREDITS TO BEFORE-AMOUNT.
           MOVE ZERO TO AFTER-AMOUNT.
           IF AR-CREDITS IS NUMERIC
               MOVE AR-CREDITS TO AFTER-AMOUNT.
           PERFORM POST-ONE-BUCKET.
           MOVE "PAYM" TO LINE-TYPE.
           MOVE BF-PAYMENTS TO BEFORE-AMOUNT.
           MOVE ZERO TO AFTER-AMOUNT.
           IF AR-PAYMENTS IS NUMERIC
               MOVE AR-PAYMENTS TO AFTER-AMOUNT.
           PERFORM POST-ONE-BUCKET.
           MOVE "LATE" TO LINE-TYPE.
           MOVE BF-LATE-FEE TO BEFORE-AMOUNT.
           MOVE ZERO TO AFTER-AMOUNT.
           IF AR-LATE-FEE IS NUMERIC
               MOVE AR-LATE-FEE TO AFTER-AMOUNT.
           PERFORM POST-ONE-BUCKET.
           MOVE "RFND" TO LINE-TYPE.
           MOVE BF-REFUNDS TO BEFORE-AMOUNT.
           MOVE ZERO TO AFTER-AMOUNT.
           IF AR-REFUNDS IS NUMERIC
               MOVE AR-REFUNDS TO AFTER-AMOUNT.
           PERFORM POST-ONE-BUCKET.
           MOVE "WOFF" TO LINE-TYPE.
           MOVE BF-WRITE-OFF TO BEFORE-AMOUNT.
           MOVE ZERO TO AFTER-AMOUNT.
           IF AR-WRITE-OFF IS NUMERIC
               MOVE AR-WRITE-OFF TO AFTER-AMOUNT.
           PERFORM POST-ONE-BUCKET.
           MOVE "T4RT" TO LINE-TYPE.
           MOVE BF-AID-RETURN TO BEFORE-AMOUNT.
           MOVE ZERO TO AFTER-AMOUNT.
           IF AR-AID-RETURN IS NUMERIC
               MOVE AR-AID-RETURN TO AFTER-AMOUNT.
           PERFORM POST-ONE-BUCKET.
           MOVE "COMM" TO LINE-TYPE.
           MOVE BF-COMMISSION TO BEFORE-AMOUNT.
           MOVE ZERO TO AFTER-AMOUNT.
           IF AR-AGENCY-COMMISSION IS NUMERIC
               MOVE AR-AGENCY-COMMISSION TO AFTER-AMOUNT.
           PERFORM POST-ONE-BUCKET.
           CLOSE LEDGER-FILE.
           GOBACK.

       SAVE-BEFORE-BUCKETS.
           IF AR-CHARGES IS NUMERIC
               MOVE AR-CHARGES TO BF-CHARGES.
           IF AR-CREDITS IS NUMERIC
               MOVE AR-CREDITS TO BF-CREDITS.
           IF AR-PAYMENTS IS NUMERIC
               MOVE AR-PAYMENTS TO BF-PAYMENTS.
           IF AR-LATE-FEE IS NUMERIC
               MOVE AR-LATE-FEE TO BF-LATE-FEE.
           IF AR-REFUNDS IS NUMERIC
               MOVE AR-REFUNDS TO BF-REFUNDS.
           IF AR-WRITE-OFF IS NUMERIC
               MOVE AR-WRITE-OFF TO BF-WRITE-OFF.
           IF AR-AID-RETURN IS NUMERIC
               MOVE AR-AID-RETURN TO BF-AID-RETURN.
           IF AR-AGENCY-COMMISSION IS NUMERIC
               MOVE AR-AGENCY-COMMISSION TO BF-COMMISSION.

       POST-ONE-BUCKET.
           COMPUTE LINE-AMOUNT = AFTER-AMOUNT - BEFORE-AMOUNT.
           IF LINE-AMOUNT IS NOT EQUAL TO ZERO
               PERFORM WRITE-LEDGER-LINE.

       WRITE-LEDGER-LINE.
           MOVE SPACES TO AR-LEDGER-RECORD.
           MOVE POST-DATE TO AL-POST-DATE.
           MOVE TODAY-DATE TO AL-ENTRY-DATE.
           MOVE NOW-TIME TO AL-ENTRY-TIME.
           MOVE AR-STUDENT-ID TO AL-STUDENT-ID.
           MOVE AR-TERM-CODE TO AL-TERM-CODE.
           MOVE LINE-TYPE TO AL-TYPE.
           MOVE LINE-AMOUNT TO AL-AMOUNT.
           MOVE LK-PROGRAM TO AL-PROGRAM.
           MOVE LK-REFERENCE TO AL-REFERENCE.
           WRITE AR-LEDGER-RECORD.

       END PROGRAM AR-LEDGER-POST.
