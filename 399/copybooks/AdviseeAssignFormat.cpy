      ******************************************************************
      * Copybook: AdviseeAssignFormat
      * Purpose: Layout of AdviseeAssignments.txt -- who advises
      *          whom. One row per assignment: the student, the
      *          advisor (AdvisorMaster.txt last and first name), the
      *          term the assignment takes effect (banner form), who
      *          made it and when. Rows are never changed; a
      *          reassignment is a new row, and a student's advisor
      *          for a term is the row with the latest effective
      *          term on or before it (the later row when two share
      *          a term). An advisor last name of "NONE" ends an
      *          assignment. Written by ADVISOR-MAINT and
      *          ADVISOR-BALANCE; read by STUDENT-REGISTRATION,
      *          ADVISEE-LIST and EARLY-ALERT.
      ******************************************************************
       01 ADVISEE-ASSIGN-RECORD.
           03 AA-STUDENT-ID            PIC X(9).
           03 FILLER                   PIC X(1).
           03 AA-ADVISOR-LAST          PIC X(16).
               88 AA-NO-ADVISOR        VALUE "NONE".
           03 FILLER                   PIC X(1).
           03 AA-ADVISOR-FIRST         PIC X(16).
           03 FILLER                   PIC X(1).
           03 AA-EFFECTIVE-TERM        PIC 9(6).
           03 FILLER                   PIC X(1).
           03 AA-ASSIGNED-BY           PIC X(8).
           03 FILLER                   PIC X(1).
           03 AA-ASSIGNED-DATE         PIC 9(8).
