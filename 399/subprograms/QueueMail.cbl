      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Shared outbound-mail queue writer -- TERM-LETTERS,
      *          UNIV-WITHDRAWAL, SECTION-CANCEL, ENROLL-VERIFY,
      *          ACADEMIC-STANDING and STUDENT-BILLING each print
      *          their own letter file, and the mail room had six
      *          stacks to address by hand. Each of them CALLs here
      *          right after a letter is written with the document
      *          type, the student id, and the letter file name, and
      *          one dated record carrying the StudentMaster name (the
      *          preferred name when there is one) and mailing
      *          address appends to MailQueue.txt for MAIL-RUN to
      *          check, presort and label. A student not
      *          on the StudentMaster is still queued, with a blank
      *          address, so the mail run reports the piece instead
      *          of it going missing. Both files open and close per
      *          call, the ENROLL-JOURNAL shape.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUEUE-MAIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAIL-QUEUE-FILE ASSIGN TO "MailQueue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAIL-QUEUE-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MAIL-QUEUE-FILE.
       COPY MailQueueFormat.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       WORKING-STORAGE SECTION.
       77 MAIL-QUEUE-STATUS PIC X(2) VALUE "00".
           88 MAIL-QUEUE-MISSING VALUE "35".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 RUN-DATE PIC 9(6).
       LINKAGE SECTION.
       01 LK-DOC-TYPE PIC X(8).
       01 LK-STUDENT-ID PIC X(9).
       01 LK-SOURCE-FILE PIC X(30).
       PROCEDURE DIVISION USING LK-DOC-TYPE LK-STUDENT-ID
               LK-SOURCE-FILE.
       MAIN-PROCEDURE.
           MOVE SPACES TO MAIL-QUEUE-RECORD.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE MQ-QUEUE-DATE = 20000000 + RUN-DATE.
           MOVE LK-DOC-TYPE TO MQ-DOC-TYPE.
           MOVE LK-STUDENT-ID TO MQ-STUDENT-ID.
           MOVE LK-SOURCE-FILE TO MQ-SOURCE-FILE.

           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-OK
               MOVE LK-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER KEY IS SM-STUDENT-ID
                   NOT INVALID KEY
                       IF SM-PREFERRED-NAME IS NOT EQUAL TO SPACES
                           MOVE SM-PREFERRED-NAME TO MQ-NAME
                       ELSE
                           MOVE SM-NAME TO MQ-NAME
                       END-IF
                       MOVE SM-ADDRESS TO MQ-ADDRESS
                       MOVE SM-CITY TO MQ-CITY
                       MOVE SM-STATE TO MQ-STATE
                       MOVE SM-ZIP TO MQ-ZIP
               END-READ
               CLOSE STUDENT-MASTER
           END-IF.

           OPEN EXTEND MAIL-QUEUE-FILE.
           IF MAIL-QUEUE-MISSING
               OPEN OUTPUT MAIL-QUEUE-FILE.
           WRITE MAIL-QUEUE-RECORD.
           CLOSE MAIL-QUEUE-FILE.
           GOBACK.

       END PROGRAM QUEUE-MAIL.
