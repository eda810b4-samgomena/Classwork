      ******************************************************************
      * Copybook: AdvisingClearanceFormat
      * Purpose: Layout of AdvisingClearance.txt -- the advising-
      *          clearance flag per student per term (banner form).
      *          A "C" row means the student has met the advisor and
      *          may register; an "R" row revokes an earlier
      *          clearance. The latest row for the student and term
      *          stands. STUDENT-REGISTRATION refuses a student's
      *          first add for a term until an assigned student is
      *          cleared. Written by ADVISOR-MAINT.
      ******************************************************************
       01 ADVISING-CLEARANCE-RECORD.
           03 AC-STUDENT-ID            PIC X(9).
           03 FILLER                   PIC X(1).
           03 AC-TERM-CODE             PIC 9(6).
           03 FILLER                   PIC X(1).
           03 AC-STATUS                PIC X(1).
               88 AC-CLEARED           VALUE "C".
               88 AC-REVOKED           VALUE "R".
           03 FILLER                   PIC X(1).
           03 AC-CLEARED-BY            PIC X(8).
           03 FILLER                   PIC X(1).
           03 AC-CLEARED-DATE          PIC 9(8).
