      ******************************************************************
      * Copybook: MidtermGradeFormat
      * Purpose: Shared mid-term grade record layout for
      *          MidtermGrades.txt -- the advisory grades instructors
      *          report halfway through the term, one row per
      *          student per section. Kept apart from GradeDetail.txt
      *          on purpose: ASSIGNMENT-1, GRADE-LOAD and everything
      *          that figures a GPA or earned credit reads the grade
      *          detail, and none of them may ever see a mid-term
      *          mark. The term is carried in both forms (registrar
      *          form as the grade detail keys it, banner code for
      *          the calendar); the department is the section's, off
      *          IndexedCourses at load time, for the term summary.
      *          S and U are the satisfactory / unsatisfactory marks
      *          for sections that report no letter at mid-term.
      *          Written by MIDTERM-LOAD; read by EARLY-ALERT.
      ******************************************************************
       01 MIDTERM-GRADE-RECORD.
           03 MT-STUDENT-ID            PIC X(9).
           03 FILLER                   PIC X(1).
           03 MT-TERM                  PIC X(6).
           03 FILLER                   PIC X(1).
           03 MT-BANNER-TERM           PIC 9(6).
           03 FILLER                   PIC X(1).
           03 MT-CRN                   PIC 9(5).
           03 FILLER                   PIC X(1).
           03 MT-CLASSNAME             PIC X(5).
           03 FILLER                   PIC X(1).
           03 MT-DEPARTMENT            PIC X(6).
           03 FILLER                   PIC X(1).
           03 MT-GRADE                 PIC X(2).
               88 MT-DEFICIENT         VALUE "D+", "D", "D-", "F",
                                             "U".
           03 FILLER                   PIC X(1).
           03 MT-LOAD-DATE             PIC 9(8).
