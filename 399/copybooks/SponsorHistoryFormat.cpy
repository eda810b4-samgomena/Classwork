      ******************************************************************
      * Copybook: SponsorHistoryFormat
      * Purpose: Layout of SponsorHistory.txt -- one row per sponsor
      *          share STUDENT-BILLING billed: the term (banner form),
      *          the student, the sponsor, the share billed to the
      *          sponsor, and the billing run date. Every term billed
      *          stays on file; a rerun for a term replaces that
      *          term's rows. COPY'd into STUDENT-BILLING and
      *          TUITION-1098T.
      ******************************************************************
       01 SPONSOR-HISTORY-RECORD.
           03 SY-TERM-CODE             PIC 9(6).
           03 FILLER                   PIC X(1).
           03 SY-STUDENT-ID            PIC X(9).
           03 FILLER                   PIC X(1).
           03 SY-SPONSOR-ID            PIC X(8).
           03 FILLER                   PIC X(1).
           03 SY-AMOUNT                PIC 9(7)V99.
           03 FILLER                   PIC X(1).
           03 SY-BILL-DATE             PIC 9(8).
