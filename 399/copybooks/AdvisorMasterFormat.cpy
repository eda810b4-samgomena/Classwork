      ******************************************************************
      * Copybook: AdvisorMasterFormat
      * Purpose: Layout of AdvisorMaster.txt -- one row per faculty
      *          advisor: the instructor's last and first name as
      *          InstructorRoster.txt carries them, the department
      *          whose majors the advisor takes, and an active flag
      *          ("D" once the advisor stops taking advisees; the row
      *          is kept so past assignments still resolve).
      *          Maintained through ADVISOR-MAINT; read by
      *          ADVISOR-BALANCE and ADVISEE-LIST.
      ******************************************************************
       01 ADVISOR-MASTER-RECORD.
           03 AM-LAST                  PIC X(16).
           03 FILLER                   PIC X(1).
           03 AM-FIRST                 PIC X(16).
           03 FILLER                   PIC X(1).
           03 AM-DEPARTMENT            PIC X(6).
           03 FILLER                   PIC X(1).
           03 AM-ACTIVE-FLAG           PIC X(1).
               88 AM-DEACTIVATED       VALUE "D".
