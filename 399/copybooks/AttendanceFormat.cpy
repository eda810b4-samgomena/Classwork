      ******************************************************************
      * Copybook: AttendanceFormat
      * Purpose: Shared attendance-verification record layout for
      *          AttendanceMarks.txt -- one row per student per
      *          section the instructor reported on the first-week
      *          attendance roster. The mark is N (never attended),
      *          A (attending) or S (stopped attending); the last
      *          date of attendance is carried for A and S marks
      *          when the instructor gives one and is zero for N.
      *          The drop status is set by ADMIN-DROP once a
      *          never-attended enrollment has been dropped, so a
      *          rerun never drops or refunds the same row twice.
      *          Written by ATTENDANCE-LOAD; read by ADMIN-DROP,
      *          and by UNIV-WITHDRAWAL for the last date of
      *          attendance the Title IV return can use.
      ******************************************************************
       01 ATTENDANCE-RECORD.
           03 AV-STUDENT-ID            PIC X(9).
           03 FILLER                   PIC X(1).
           03 AV-TERM-CODE             PIC 9(6).
           03 FILLER                   PIC X(1).
           03 AV-CRN                   PIC 9(5).
           03 FILLER                   PIC X(1).
           03 AV-MARK                  PIC X(1).
               88 AV-NEVER-ATTENDED    VALUE "N".
               88 AV-ATTENDING         VALUE "A".
               88 AV-STOPPED           VALUE "S".
           03 FILLER                   PIC X(1).
           03 AV-LAST-ATTEND-DATE      PIC 9(8).
           03 FILLER                   PIC X(1).
           03 AV-DROP-STATUS           PIC X(1).
               88 AV-NOT-DROPPED       VALUE " ".
               88 AV-ADMIN-DROPPED     VALUE "D".
           03 FILLER                   PIC X(1).
           03 AV-LOAD-DATE             PIC 9(8).
