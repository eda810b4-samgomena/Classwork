      ******************************************************************
      * Copybook: HonorsFormat
      * Purpose: Layout of LatinHonors.txt -- one row per ranked
      *          student from the last HONORS-RANK run: the
      *          cumulative GPA under TRANSCRIPT's repeat-replace
      *          rules, the GPA hours behind it, earned hours
      *          (transfer included) and institutional hours
      *          (transfer excluded), the rank within class level
      *          and, for a member of the graduating cohort
      *          (GradCandidates.txt), the rank within the cohort
      *          and the Latin honors earned. A rank shared with
      *          another student carries "T" in its tie flag. The
      *          file is rewritten whole on every run. Read by
      *          TRANSCRIPT, COMMENCEMENT-LIST and DEGREE-CONFERRAL.
      ******************************************************************
       01 HONORS-RECORD.
           03 HN-STUDENT-ID            PIC X(9).
           03 FILLER                   PIC X(1).
           03 HN-CLASS-LEVEL           PIC X(2).
           03 FILLER                   PIC X(1).
           03 HN-CUM-GPA               PIC 9V99.
           03 FILLER                   PIC X(1).
           03 HN-GPA-CREDITS           PIC 9(4).
           03 FILLER                   PIC X(1).
           03 HN-EARNED-CREDITS        PIC 9(4).
           03 FILLER                   PIC X(1).
           03 HN-INST-CREDITS          PIC 9(4).
           03 FILLER                   PIC X(1).
           03 HN-LEVEL-RANK            PIC 9(5).
           03 FILLER                   PIC X(1).
           03 HN-LEVEL-SIZE            PIC 9(5).
           03 FILLER                   PIC X(1).
           03 HN-LEVEL-TIE             PIC X(1).
               88 HN-LEVEL-TIED        VALUE "T".
           03 FILLER                   PIC X(1).
           03 HN-COHORT-FLAG           PIC X(1).
               88 HN-GRADUATING        VALUE "Y".
           03 FILLER                   PIC X(1).
           03 HN-COHORT-RANK           PIC 9(5).
           03 FILLER                   PIC X(1).
           03 HN-COHORT-SIZE           PIC 9(5).
           03 FILLER                   PIC X(1).
           03 HN-COHORT-TIE            PIC X(1).
               88 HN-COHORT-TIED       VALUE "T".
           03 FILLER                   PIC X(1).
           03 HN-HONORS                PIC X(16).
           03 FILLER                   PIC X(1).
      *>    Position of the designation in the threshold table,
      *>    1 the highest; zero when no honors were earned.
           03 HN-HONORS-TIER           PIC 9(1).
           03 FILLER                   PIC X(1).
           03 HN-RUN-DATE              PIC 9(8).
