      *          class roster, the term letters, and the transcript.
      *          Deactivation mirrors the section convention -- a "D"
      *          flag, never a physical delete, so history stays
      *          reconstructible. A duplicate id folded into another
      *          by STUDENT-MERGE is deactivated the same way and
      *          carries the surviving id in SM-MERGED-INTO, so a
      *          lookup on the old id can be sent on; the trailing
      *          FILLER is reserved for later student fields so they
      *          need no reload of the file (STUDENT-MASTER-RELOAD
      *          brought the records written before the pointer up
      *          to this length).
      ******************************************************************
       01 STUDENT-MASTER-RECORD.
           03 SM-STUDENT-ID            PIC X(9).
      *>    CONFIDENTIAL on public rosters and letters.
           03 SM-CONFIDENTIAL-FLAG     PIC X(1).
               88 SM-CONFIDENTIAL      VALUE "Y".
      *>    Set "U" by the returned-mail screen when the post office
      *>    sends a piece back; MAIL-RUN holds the student's mail
      *>    until the address is corrected and the flag cleared.
           03 SM-MAIL-FLAG             PIC X(1).
               88 SM-UNDELIVERABLE     VALUE "U".
           03 FILLER                   PIC X(6).
           03 SM-MERGED-INTO           PIC X(9).
      *>    Entry term (banner form) admissions gave the student at
      *>    intake; blank on students keyed before the intake load.
           03 SM-ENTRY-TERM            PIC X(6).
      *>    Set by DEGREE-CONFERRAL when a degree posts; the date is
      *>    the conferral date and is only meaningful under the flag.
           03 SM-GRADUATED-FLAG        PIC X(1).
               88 SM-GRADUATED         VALUE "G".
           03 SM-GRADUATION-DATE       PIC 9(8).
      *>    The name the student goes by, printed on rosters,
      *>    schedules, advisor lists and correspondence; blank means
      *>    the legal SM-NAME. Transcripts, verifications, tax forms
      *>    and diplomas always print SM-NAME.
           03 SM-PREFERRED-NAME        PIC X(20).
           03 FILLER                   PIC X(5).
