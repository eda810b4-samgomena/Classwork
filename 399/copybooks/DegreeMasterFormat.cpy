      ******************************************************************
      * Copybook: DegreeMasterFormat
      * Purpose: Degree-master record layout for the DegreeMaster
      *          indexed file -- one record per degree awarded,
      *          keyed student id + degree: the degree and major
      *          conferred, the conferral date, and the honors
      *          designation (spaces when none). COPY'd into every
      *          program that needs to know a student has graduated.
      ******************************************************************
       01 DEGREE-MASTER-RECORD.
           03 DM-STUDENT-DEGREE-KEY.
               05 DM-STUDENT-ID        PIC X(9).
               05 DM-DEGREE            PIC X(6).
           03 DM-MAJOR                 PIC X(6).
           03 DM-CONFERRAL-DATE        PIC 9(8).
           03 DM-HONORS                PIC X(16).
           03 FILLER                   PIC X(15).
