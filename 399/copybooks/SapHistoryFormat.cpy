      ******************************************************************
      * Copybook: SapHistoryFormat
      * Purpose: Layout of SapHistory.txt -- one row per aid recipient
      *          per evaluated term from the satisfactory-academic-
      *          progress run: the term (banner form), the status it
      *          derived (M meets, W warning, S suspension, A on
      *          appeal), the cumulative GPA, the completion percent,
      *          credits attempted and earned, and the run date.
      *          A rerun for a term replaces that term's rows.
      *          COPY'd into SAP-EVALUATION and STUDENT-BILLING.
      ******************************************************************
       01 SAP-HISTORY-RECORD.
           03 SH-STUDENT-ID            PIC X(9).
           03 FILLER                   PIC X(1).
           03 SH-TERM-CODE             PIC 9(6).
           03 FILLER                   PIC X(1).
           03 SH-STATUS                PIC X(1).
               88 SH-MEETS             VALUE "M".
               88 SH-WARNING           VALUE "W".
               88 SH-SUSPENDED         VALUE "S".
               88 SH-ON-APPEAL         VALUE "A".
           03 FILLER                   PIC X(1).
           03 SH-CUM-GPA               PIC 9.99.
           03 FILLER                   PIC X(1).
           03 SH-COMPLETION-PCT        PIC 9(3).
           03 FILLER                   PIC X(1).
           03 SH-ATTEMPTED             PIC 9(3).
           03 FILLER                   PIC X(1).
           03 SH-EARNED                PIC 9(3).
           03 FILLER                   PIC X(1).
           03 SH-EVAL-DATE             PIC 9(8).
