      ******************************************************************
      * Copybook: SapAppealFormat
      * Purpose: Layout of SapAppeals.txt -- the aid office's keyed
      *          decisions on SAP suspension appeals: the student,
      *          the term whose suspension was appealed (banner
      *          form), the decision (P pending, A approved, D
      *          denied), and the decision date. An approved row
      *          puts the student on appeal for that term's SAP run
      *          and releases the aid hold in STUDENT-BILLING.
      *          COPY'd into SAP-EVALUATION and STUDENT-BILLING.
      ******************************************************************
       01 SAP-APPEAL-RECORD.
           03 SA-STUDENT-ID            PIC X(9).
           03 FILLER                   PIC X(1).
           03 SA-TERM-CODE             PIC 9(6).
           03 FILLER                   PIC X(1).
           03 SA-DECISION              PIC X(1).
               88 SA-APPROVED          VALUE "A".
               88 SA-PENDING           VALUE "P".
               88 SA-DENIED            VALUE "D".
           03 FILLER                   PIC X(1).
           03 SA-DECISION-DATE         PIC 9(8).
