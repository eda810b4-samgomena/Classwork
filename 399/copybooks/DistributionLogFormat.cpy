      ******************************************************************
      * Copybook: DistributionLogFormat
      * Purpose: Shared layout for DistributionLog.txt -- one row
      *          appended by DEPT-DISTRIBUTION for every distribution
      *          list entry due on the run date: the department and
      *          recipient, the packet written for them, how many of
      *          the listed reports and lines went into it, how many
      *          roster lines were withheld because the recipient is
      *          not instructional staff, and whether a packet was
      *          built at all (a department with no pages in any of
      *          its reports gets no packet). COPY'd into DEPT-
      *          DISTRIBUTION and MORNING-REPORT.
      ******************************************************************
       01 DISTRIBUTION-LOG-RECORD.
           03 DG-RUN-DATE              PIC 9(8).
           03 FILLER                   PIC X(1).
           03 DG-DEPARTMENT            PIC X(6).
           03 FILLER                   PIC X(1).
           03 DG-RECIPIENT             PIC X(30).
           03 FILLER                   PIC X(1).
           03 DG-RECIPIENT-TYPE        PIC X(1).
           03 FILLER                   PIC X(1).
           03 DG-PACKET-NAME           PIC X(40).
           03 FILLER                   PIC X(1).
           03 DG-REPORT-COUNT          PIC 9(1).
           03 FILLER                   PIC X(1).
           03 DG-LINE-COUNT            PIC 9(6).
           03 FILLER                   PIC X(1).
           03 DG-WITHHELD-COUNT        PIC 9(4).
           03 FILLER                   PIC X(1).
           03 DG-STATUS                PIC X(1).
               88 DG-PACKET-BUILT      VALUE "P".
               88 DG-NO-PAGES          VALUE "E".
