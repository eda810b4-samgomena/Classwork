      ******************************************************************
      * Copybook: MailQueueFormat
      * Purpose: Shared outbound-mail record layout for MailQueue.txt
      *          -- one record per printed piece, appended (through
      *          the QUEUE-MAIL subprogram) by every program that
      *          writes a letter to a student, so the mail room
      *          works one queue instead of six letter files. The
      *          record carries the document type, the letter file
      *          the piece was printed to, and the StudentMaster
      *          name and address as they stood when it was queued;
      *          MAIL-RUN refreshes the address, checks it, and
      *          sets the status. COPY'd into QUEUE-MAIL and
      *          MAIL-RUN.
      ******************************************************************
       01 MAIL-QUEUE-RECORD.
           03 MQ-QUEUE-DATE            PIC 9(8).
           03 FILLER                   PIC X(1).
           03 MQ-DOC-TYPE              PIC X(8).
           03 FILLER                   PIC X(1).
           03 MQ-STUDENT-ID            PIC X(9).
           03 FILLER                   PIC X(1).
           03 MQ-SOURCE-FILE           PIC X(30).
           03 FILLER                   PIC X(1).
           03 MQ-NAME                  PIC X(20).
           03 FILLER                   PIC X(1).
           03 MQ-ADDRESS               PIC X(25).
           03 FILLER                   PIC X(1).
           03 MQ-CITY                  PIC X(15).
           03 FILLER                   PIC X(1).
           03 MQ-STATE                 PIC X(2).
           03 FILLER                   PIC X(1).
           03 MQ-ZIP                   PIC X(5).
           03 FILLER                   PIC X(1).
      *>    Blank until a mail run has looked at the piece; a held
      *>    or bad-address piece is looked at again every run until
      *>    it goes out.
           03 MQ-STATUS                PIC X(1).
               88 MQ-QUEUED            VALUE " ".
               88 MQ-HELD              VALUE "H".
               88 MQ-BAD-ADDRESS       VALUE "A".
               88 MQ-MAILED            VALUE "M".
           03 FILLER                   PIC X(1).
           03 MQ-STATUS-DATE           PIC X(8).
