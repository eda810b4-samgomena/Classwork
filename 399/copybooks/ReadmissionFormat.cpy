      ******************************************************************
      * Copybook: ReadmissionFormat
      * Purpose: Layout of Readmissions.txt -- the readmission
      *          decisions for students returning after a long
      *          absence. One row per decision: the student, the
      *          term the decision readmits to (banner form), "A"
      *          approved or "D" denied, any conditions set on the
      *          return (a new catalog year, an advisor meeting, a
      *          probation term), who decided and when. Rows are
      *          never changed; the latest row for the student that
      *          falls after the last term attended and on or before
      *          the term being registered stands. Written by
      *          READMIT-MAINT; read through READMIT-CLEARANCE by
      *          STUDENT-REGISTRATION, BATCH-REGISTRATION and
      *          READMIT-REVIEW.
      ******************************************************************
       01 READMISSION-RECORD.
           03 RA-STUDENT-ID            PIC X(9).
           03 FILLER                   PIC X(1).
           03 RA-TERM-CODE             PIC 9(6).
           03 FILLER                   PIC X(1).
           03 RA-DECISION              PIC X(1).
               88 RA-APPROVED          VALUE "A".
               88 RA-DENIED            VALUE "D".
           03 FILLER                   PIC X(1).
           03 RA-CONDITIONS            PIC X(40).
           03 FILLER                   PIC X(1).
           03 RA-DECIDED-BY            PIC X(8).
           03 FILLER                   PIC X(1).
           03 RA-DECIDED-DATE          PIC 9(8).
