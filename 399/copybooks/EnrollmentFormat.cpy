      *          COPY'd (with REPLACING as needed) into
      *          STUDENT-REGISTRATION, CLASS-ROSTER, and the billing
      *          and schedule programs that read enrollments.
      *          The grading basis is elected at registration, up to
      *          the term calendar's election deadline: blank or G
      *          is a graded enrollment, P pass/no-pass (graded P or
      *          NP, kept out of quality points), A audit (graded
      *          AU, billed at the audit rate). Records written
      *          before the basis existed carry a blank there and
      *          read as graded.
      *          On a variable-credit section the credits the student
      *          chose inside the section's MIN-SCH/MAX-SCH range are
      *          kept in EN-CREDITS, and every program that counts,
      *          bills or reports the enrollment's hours takes them
      *          from there; zero (or, on rows written before the
      *          field existed, anything not numeric) means the
      *          section's own SCH applies.
      ******************************************************************
       01 ENROLLMENT-RECORD.
           03 EN-STUDENT-ID            PIC X(9).
               88 ENROLLMENT-ACTIVE    VALUE "E".
               88 ENROLLMENT-DROPPED   VALUE "D".
           03 EN-ACTION-DATE           PIC 9(6).
           03 EN-GRADING-BASIS         PIC X(1).
               88 EN-BASIS-GRADED      VALUE " ", "G".
               88 EN-BASIS-PASS-NO-PASS VALUE "P".
               88 EN-BASIS-AUDIT       VALUE "A".
           03 EN-CREDITS               PIC 9(1).
           03 FILLER                   PIC X(6).
