      *          DFWReport.txt for the curriculum committee. Rows
      *          posted before the CRN column existed (zero CRN)
      *          can't be attributed and are counted as skipped.
      * Modification History:
      *   10/15/2026 SG - A no-pass (NP) counts with the D/F/W outcomes;
      *                   an audit (AU) is not an attempt.
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
               88 GD-DFW VALUE "D+", "D", "D-", "F", "W", "w",
                   "NP", "np".
               88 GD-NOT-AN-ATTEMPT VALUE "I ", "i ", "T ", "t ",
                   "AU", "au".
           03 FILLER PIC X.
           03 GD-CREDITS PIC 9.
           03 FILLER PIC X.
