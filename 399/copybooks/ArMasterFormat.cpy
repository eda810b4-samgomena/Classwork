      *          late fee rides in its own bucket, so a billing
      *          rerun that REPLACES the term's charges can't erase
      *          an assessment already posted. The bill date (first
      *          charge posting) is the aging clock. Credit-balance
      *          refunds paid back to the student ride in their own
      *          bucket too, and a bad-debt write-off in another,
      *          and Title IV aid the school had to send back on a
      *          withdrawal is billed to the student in its own, so
      *          the balance is charges plus late fee plus refunds
      *          plus aid returned, less credits, payments, and
      *          write-off; the trailing FILLER is reserved for later
      *          receivable fields so they need no reload of the file.
      *          COPY'd into STUDENT-BILLING, PAYMENT-POST, AR-AGING,
      *          the late-fee assessment run, the refund run, the
      *          collections referral and write-off runs, and the
      *          Title IV return calculation.
      ******************************************************************
       01 AR-RECORD.
           03 AR-STUDENT-ID            PIC X(9).
           03 AR-LATE-FEE-FLAG         PIC X(1).
               88 AR-LATE-FEE-ASSESSED VALUE "Y".
           03 AR-LATE-FEE              PIC 9(5)V99.
           03 AR-REFUNDS               PIC 9(7)V99.
      *>    Collections: the referral run marks a term sent to the
      *>    outside agency; the write-off run moves what the agency
      *>    gives back as uncollectible into the written-off bucket,
      *>    which the balance subtracts. Commission the agency kept
      *>    out of a payment is carried apart from the payments --
      *>    the student is credited the gross.
           03 AR-REFERRAL-STATUS       PIC X(1).
               88 AR-NOT-REFERRED      VALUE " ".
               88 AR-AT-AGENCY         VALUE "R".
               88 AR-AGENCY-PAID       VALUE "P".
               88 AR-WRITTEN-OFF       VALUE "W".
           03 AR-REFERRAL-DATE         PIC 9(8).
           03 AR-WRITE-OFF             PIC 9(7)V99.
           03 AR-AGENCY-COMMISSION     PIC 9(7)V99.
      *>    Return of Title IV aid billed back to the student after a
      *>    withdrawal -- records written before the bucket existed
      *>    carry spaces here, so every reader zeroes it when it is
      *>    not numeric, as it does the buckets before it.
           03 AR-AID-RETURN            PIC 9(7)V99.
           03 FILLER                   PIC X(4).
