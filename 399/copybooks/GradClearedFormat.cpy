      ******************************************************************
      * Copybook: GradClearedFormat
      * Purpose: Cleared-candidate record layout for GradCleared.txt
      *          -- one row per candidate GRAD-CLEARANCE found to
      *          meet the credit and GPA minimums on its last run:
      *          the student id, earned credits, cumulative GPA, and
      *          the date of the clearance run. Read by
      *          DEGREE-CONFERRAL, which posts the degrees.
      ******************************************************************
       01 GRAD-CLEARED-RECORD.
           03 GC-STUDENT-ID            PIC X(9).
           03 FILLER                   PIC X(1).
           03 GC-EARNED-CREDITS        PIC 9(5).
           03 FILLER                   PIC X(1).
           03 GC-CUM-GPA               PIC 9V99.
           03 FILLER                   PIC X(1).
           03 GC-CLEARED-DATE          PIC 9(8).
