      ******************************************************************
      * Copybook: NameHistoryFormat
      * Purpose: Shared name-change history layout for
      *          NameHistory.txt -- one row appended by
      *          STUDENT-MASTER-MAINT every time a student's legal
      *          name (SM-NAME, kind L) or preferred name
      *          (SM-PREFERRED-NAME, kind P) changes, with both
      *          names and the operator, so the name a document was
      *          issued under can always be traced. LEGAL-NAME-CHANGES
      *          reports the L rows to financial aid and payroll.
      *          COPY'd into STUDENT-MASTER-MAINT and
      *          LEGAL-NAME-CHANGES.
      ******************************************************************
       01 NAME-HISTORY-RECORD.
           03 NH-STUDENT-ID            PIC X(9).
           03 FILLER                   PIC X(1).
           03 NH-DATE                  PIC 9(8).
           03 FILLER                   PIC X(1).
           03 NH-KIND                  PIC X(1).
               88 NH-LEGAL-NAME        VALUE "L".
               88 NH-PREFERRED-NAME    VALUE "P".
           03 FILLER                   PIC X(1).
           03 NH-OLD-NAME              PIC X(20).
           03 FILLER                   PIC X(1).
           03 NH-NEW-NAME              PIC X(20).
           03 FILLER                   PIC X(1).
           03 NH-OPERATOR              PIC X(8).
