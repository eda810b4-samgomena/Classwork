      ******************************************************************
      * Copybook: AthleteCertFormat
      * Purpose: Layout of AthleteCertification.txt -- one row per
      *          rostered athlete per certified term: the sport, the
      *          status (C certified, N not certified), the first
      *          rule the athlete failed (spaces when certified), and
      *          the date the status was set. ATHLETE-CERTIFICATION
      *          writes the term's rows before the season;
      *          ATHLETE-DROP-WATCH re-flags a certified athlete
      *          whose drops leave them below full time. COPY'd into
      *          both.
      ******************************************************************
       01 ATHLETE-CERT-RECORD.
           03 AC-STUDENT-ID            PIC X(9).
           03 FILLER                   PIC X(1).
           03 AC-TERM-CODE             PIC 9(6).
           03 FILLER                   PIC X(1).
           03 AC-SPORT                 PIC X(10).
           03 FILLER                   PIC X(1).
           03 AC-STATUS                PIC X(1).
               88 AC-CERTIFIED         VALUE "C".
               88 AC-NOT-CERTIFIED     VALUE "N".
           03 FILLER                   PIC X(1).
           03 AC-RULE                  PIC X(24).
           03 FILLER                   PIC X(1).
           03 AC-STATUS-DATE           PIC 9(8).
