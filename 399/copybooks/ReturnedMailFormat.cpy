      ******************************************************************
      * Copybook: ReturnedMailFormat
      * Purpose: Shared returned-mail log layout for ReturnedMail.txt
      *          -- one row each time the mail room keys a piece the
      *          post office sent back (action R) and each time the
      *          hold is cleared after the address is corrected
      *          (action C). The StudentMaster SM-MAIL-FLAG is the
      *          switch; this file is the history behind it, and
      *          MAIL-RUN holds a student whose latest row is an R
      *          even if the flag was lost on a reload. COPY'd into
      *          RETURNED-MAIL and MAIL-RUN.
      ******************************************************************
       01 RETURNED-MAIL-RECORD.
           03 RM-STUDENT-ID            PIC X(9).
           03 FILLER                   PIC X(1).
           03 RM-DATE                  PIC 9(8).
           03 FILLER                   PIC X(1).
           03 RM-ACTION                PIC X(1).
               88 RM-RETURNED          VALUE "R".
               88 RM-CLEARED           VALUE "C".
           03 FILLER                   PIC X(1).
           03 RM-DOC-TYPE              PIC X(8).
           03 FILLER                   PIC X(1).
           03 RM-REASON                PIC X(20).
           03 FILLER                   PIC X(1).
           03 RM-OPERATOR              PIC X(8).
