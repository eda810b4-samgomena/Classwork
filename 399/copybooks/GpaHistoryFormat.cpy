      * Copybook: GpaHistoryFormat
      * Purpose: Shared GPA-history record layout for the GPAHistory
      *          indexed master -- one record per student per term,
      *          keyed student id + term so a rerun of ASSIGNMENT-1
      *          REWRITEs the existing record instead of appending a
      *          duplicate. COPY'd into ASSIGNMENT-1 and every
      *          program that reads the history back (the end-of-term
      *          summary, the transcript, the term letters, and the
      *          nightly KPI count). The key is the same 9-character
      *          student id the StudentMaster carries -- two students
      *          whose names truncate alike no longer share a record;
      *          the byte after the id is kept so the record length
      *          (and GRADE-KEY-CONVERT's name-keyed read of the old
      *          master) stays unchanged.
      ******************************************************************
       01 HISTORY-RECORD.
           03 HIST-STUDENT-ID          PIC X(9).
           03 FILLER                   PIC X(2).
           03 HIST-TERM                PIC X(6).
           03 FILLER                   PIC X(1).
           03 HIST-GPA                 PIC 9.99.
