      ******************************************************************
      * Copybook: AccessLogFormat
      * Purpose: Shared FERPA record-access log layout for
      *          AccessLog.txt -- one row appended by
      *          LOG-RECORD-ACCESS every time SECTION-INQUIRY,
      *          TRANSCRIPT, ENROLL-VERIFY, CLASS-ROSTER,
      *          STUDENT-SCHEDULE or the STUDENT-MASTER-MAINT inquiry
      *          displays or prints a student's data: when, which
      *          signed-on operator, which program, which student,
      *          and the purpose the operator gave at sign-on. The
      *          audit trail says who changed a record; this says
      *          who looked at it. ACCESS-PURPOSE validates the
      *          purpose code against AL-VALID-PURPOSE.
      *          COPY'd into LOG-RECORD-ACCESS, ACCESS-PURPOSE,
      *          ACCESS-LOG-QUERY and ACCESS-WATCH.
      ******************************************************************
       01 ACCESS-LOG-RECORD.
           03 AL-DATE                  PIC 9(8).
           03 FILLER                   PIC X(1).
           03 AL-TIME                  PIC 9(8).
           03 FILLER                   PIC X(1).
           03 AL-OPERATOR              PIC X(8).
           03 FILLER                   PIC X(1).
           03 AL-PROGRAM               PIC X(20).
           03 FILLER                   PIC X(1).
           03 AL-STUDENT-ID            PIC X(9).
           03 FILLER                   PIC X(1).
           03 AL-PURPOSE               PIC X(3).
               88 AL-VALID-PURPOSE     VALUE "ADV", "REG", "VER",
                                             "FIN", "INS", "STU",
                                             "LEG", "ADM".
