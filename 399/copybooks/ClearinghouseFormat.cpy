      ******************************************************************
      * Copybook: ClearinghouseFormat
      * Purpose: The Clearinghouse enrollment-reporting submission
      *          record -- fixed 250 bytes, a two-byte record type
      *          ("A1" header, "D1" student detail, "T1" trailer)
      *          and a body viewed three ways. The header names the
      *          school, the term's dates and the report type (S
      *          standard, R resubmission of corrected errors); one
      *          detail per student status change carries the
      *          status (F full, Q three-quarter, H half, L less
      *          than half, W withdrawn, G graduated) and the date
      *          it took effect; the trailer carries the detail
      *          count. COPY'd into CLEARINGHOUSE-REPORT.
      ******************************************************************
       01 CLEARINGHOUSE-RECORD.
           03 CH-RECORD-TYPE           PIC X(2).
               88 CH-HEADER            VALUE "A1".
               88 CH-DETAIL            VALUE "D1".
               88 CH-TRAILER           VALUE "T1".
           03 CH-BODY                  PIC X(248).
           03 CH-HEADER-BODY REDEFINES CH-BODY.
               05 CH-H-SCHOOL-CODE     PIC X(6).
               05 CH-H-BRANCH-CODE     PIC X(2).
               05 CH-H-TERM-BEGIN      PIC 9(8).
               05 CH-H-TERM-END        PIC 9(8).
               05 CH-H-FILE-DATE       PIC 9(8).
               05 CH-H-REPORT-TYPE     PIC X(1).
               05 CH-H-TERM-CODE       PIC 9(6).
               05 FILLER               PIC X(209).
           03 CH-DETAIL-BODY REDEFINES CH-BODY.
               05 CH-D-SSN             PIC X(9).
               05 CH-D-FIRST-NAME      PIC X(20).
               05 CH-D-MIDDLE-INITIAL  PIC X(1).
               05 CH-D-LAST-NAME       PIC X(20).
               05 CH-D-NAME-SUFFIX     PIC X(5).
               05 CH-D-STATUS          PIC X(1).
               05 CH-D-STATUS-DATE     PIC 9(8).
               05 CH-D-STREET          PIC X(30).
               05 CH-D-CITY            PIC X(20).
               05 CH-D-STATE           PIC X(2).
               05 CH-D-ZIP             PIC X(9).
               05 CH-D-COUNTRY         PIC X(15).
               05 CH-D-ANTICIPATED-GRAD PIC 9(8).
               05 CH-D-BIRTH-DATE      PIC 9(8).
               05 CH-D-TERM-BEGIN      PIC 9(8).
               05 CH-D-TERM-END        PIC 9(8).
               05 CH-D-DIRECTORY-BLOCK PIC X(1).
               05 CH-D-STUDENT-ID      PIC X(20).
               05 CH-D-CREDITS         PIC 9(3).
               05 FILLER               PIC X(52).
           03 CH-TRAILER-BODY REDEFINES CH-BODY.
               05 CH-T-DETAIL-COUNT    PIC 9(8).
               05 FILLER               PIC X(240).
