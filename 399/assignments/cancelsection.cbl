      *          destructive, so it takes the level-3 sign-on the
      *          delete action takes, and the session holds the
      *          IndexedCourses update lock.
      * Modification History:
      *   10/15/2026 SG - Each cancellation letter is also queued to
      *                   MailQueue.txt through QUEUE-MAIL for the
      *                   consolidated mail run.
      * Tectonics: cobc
      ******************************************************************

           88 WAITLIST-OK VALUE "00".
       77 LETTER-STATUS PIC X(2) VALUE "00".
           88 LETTER-MISSING VALUE "35".
       77 MAIL-DOC-TYPE PIC X(8) VALUE "SECTCANC".
       77 MAIL-SOURCE-FILE PIC X(30) VALUE "CancellationLetters.txt".
       77 WAITLIST-EOF-FLAG PIC 9 VALUE IS 0.
           88 WAITLIST-EOF VALUE IS 1.
       77 INPUT-CRN PIC 9(5).
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           CALL "QUEUE-MAIL" USING MAIL-DOC-TYPE EN-STUDENT-ID
               MAIL-SOURCE-FILE.

      *>    Copy the queue without this section's entries, then put
      *>    the copy back -- the save-aside shape the audit archival
