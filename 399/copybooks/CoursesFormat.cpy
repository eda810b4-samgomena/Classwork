      *>    the section's own start/end and census dates.
           03 PART-OF-TERM             PIC X(1).
               88 FULL-TERM-SECTION   VALUE SPACE.
      *>    Credit range for a variable-credit section (independent
      *>    study, internship, thesis): the student picks a value
      *>    from MIN-SCH through MAX-SCH at registration and the
      *>    enrollment row carries it. Both blank on a fixed-credit
      *>    section, which takes SCH.
           03 MIN-SCH                  PIC X(1).
           03 MAX-SCH                  PIC X(1).
               88 VARIABLE-CREDIT-SECTION VALUE "1" THRU "9".
           03 FILLER                  PIC X(1).
