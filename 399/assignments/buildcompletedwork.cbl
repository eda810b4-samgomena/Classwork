      *          after any grade load.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Modification History:
      *   10/15/2026 SG - A pass (P) grade counts as passed work.
      * Tectonics: cobc
      ******************************************************************

       FILE SECTION.
       FD GRADE-DETAIL-FILE.
       01 GRADE-DETAIL-RECORD.
           03 GD-STUDENT-ID PIC X(9).
           03 FILLER PIC XX.
           03 GD-TERM PIC X(6).
           03 FILLER PIC X.
           03 GD-CLASSNAME PIC X(5).
           03 FILLER PIC X.
           03 GD-GRADE PIC XX.
               88 GD-PASSING VALUE "A", "A-", "B+", "B", "B-",
                   "C+", "C", "T", "P".
           03 FILLER PIC X.
           03 GD-CREDITS PIC 9.
       FD COMPLETED-WORK.
               RECORD-COUNT " CompletedWork RECORD(S)".
           STOP RUN.

      *>    The grade detail is keyed on the student id, the same
      *>    join the registration checks used against the raw
      *>    file.
       POST-ONE-DETAIL.
           ADD 1 TO DETAIL-COUNT.
           MOVE GD-STUDENT-ID TO CW-STUDENT-ID.
           MOVE GD-CLASSNAME TO CW-CLASSNAME.
           READ COMPLETED-WORK KEY IS CW-STUDENT-CLASS-KEY
               INVALID KEY
                   MOVE SPACES TO COMPLETED-WORK-RECORD
                   MOVE GD-STUDENT-ID TO CW-STUDENT-ID
                   MOVE GD-CLASSNAME TO CW-CLASSNAME
                   MOVE GD-GRADE TO CW-BEST-GRADE
                   IF GD-PASSING
