      ******************************************************************
      * Copybook: CohortFormat
      * Purpose: Layout of EntryCohorts.txt -- one row per first-time
      *          student, frozen by COHORT-FREEZE when the entry term
      *          is closed out: the entry term, the student id, and
      *          the residency, major and campus the student entered
      *          with, so later changes on the StudentMaster never
      *          move a student between cohort groups. Rows are only
      *          ever appended; a term is frozen once. Read by
      *          COHORT-GRAD-RATE.
      ******************************************************************
       01 COHORT-RECORD.
           03 CH-ENTRY-TERM            PIC 9(6).
           03 FILLER                   PIC X(1).
           03 CH-STUDENT-ID            PIC X(9).
           03 FILLER                   PIC X(1).
           03 CH-RESIDENCY             PIC X(1).
           03 FILLER                   PIC X(1).
           03 CH-MAJOR                 PIC X(6).
           03 FILLER                   PIC X(1).
           03 CH-CAMPUS                PIC X(2).
           03 FILLER                   PIC X(1).
           03 CH-FROZEN-DATE           PIC 9(8).
