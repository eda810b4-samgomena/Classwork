      *          with a count summary at the end of each file. The
      *          dean's office re-derives these lists by hand today.
      * Modification History:
      *   10/15/2026 SG - Letters are addressed to the student's
      *                   preferred name when one is on the
      *                   StudentMaster; the restricted listing keeps
      *                   the legal name.
      *   10/15/2026 SG - Every letter is also queued to MailQueue.txt
      *                   through QUEUE-MAIL for the consolidated mail
      *                   run.
      *   10/15/2026 SG - The history is keyed on the StudentMaster
      *                   id now; letters are addressed to the
      *                   StudentMaster name with the id alongside.
      *   08/24/2026 SG - The dean's-list file gets posted publicly,
      *                   so students flagged for FERPA directory
      *                   suppression on the StudentMaster are
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-STUDENT-TERM-KEY
                   = HIST-STUDENT-ID HIST-TERM
               FILE STATUS IS GPA-HISTORY-STATUS.
           SELECT DEANS-LETTER-FILE ASSIGN TO "DeansListLetters.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           88 STUDENT-MASTER-OK VALUE "00".
       77 SUPPRESSED-FLAG PIC X VALUE "N".
       77 SUPPRESSED-COUNT PIC 9(5) VALUE ZERO.
       77 LETTER-NAME PIC X(20).
       77 MAIL-DOC-TYPE PIC X(8).
       77 MAIL-SOURCE-FILE PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL TERM-IS-VALID
      *>        Same thresholds ASSIGNMENT-1's CALC displays.
               IF HIST-GPA-NUM IS GREATER THAN OR EQUAL TO 3.50
                   ADD 1 TO DEANS-COUNT
                   PERFORM CHECK-DIRECTORY-SUPPRESSION
                   PERFORM WRITE-RESTRICTED-LISTING
                   IF SUPPRESSED-FLAG IS EQUAL TO "Y"
      *>                The dean's-list file gets posted publicly;
      *>                a suppressed student appears only on the
               ELSE
                   IF HIST-GPA-NUM IS LESS THAN 2.00
                       ADD 1 TO PROBATION-COUNT
                       PERFORM CHECK-DIRECTORY-SUPPRESSION
                       PERFORM WRITE-PROBATION-LETTER
                   END-IF
               END-IF
           MOVE HIST-GPA TO GPA-DISPLAY.
           MOVE SPACES TO DEANS-LINE.
           STRING "TO: " DELIMITED BY SIZE
               LETTER-NAME DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               HIST-STUDENT-ID DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO DEANS-LINE.
           WRITE DEANS-LINE.
           MOVE SPACES TO DEANS-LINE.
           WRITE DEANS-LINE.
           MOVE SPACES TO DEANS-LINE.
           WRITE DEANS-LINE.
           MOVE "DEANLIST" TO MAIL-DOC-TYPE.
           MOVE "DeansListLetters.txt" TO MAIL-SOURCE-FILE.
           CALL "QUEUE-MAIL" USING MAIL-DOC-TYPE HIST-STUDENT-ID
               MAIL-SOURCE-FILE.

       WRITE-PROBATION-LETTER.
           MOVE HIST-GPA TO GPA-DISPLAY.
           MOVE SPACES TO PROBATION-LINE.
           STRING "TO: " DELIMITED BY SIZE
               LETTER-NAME DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               HIST-STUDENT-ID DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO PROBATION-LINE.
           WRITE PROBATION-LINE.
           MOVE SPACES TO PROBATION-LINE.
           WRITE PROBATION-LINE.
           MOVE SPACES TO PROBATION-LINE.
           WRITE PROBATION-LINE.
           MOVE "PROBATN" TO MAIL-DOC-TYPE.
           MOVE "ProbationLetters.txt" TO MAIL-SOURCE-FILE.
           CALL "QUEUE-MAIL" USING MAIL-DOC-TYPE HIST-STUDENT-ID
               MAIL-SOURCE-FILE.

      *>    The StudentMaster read also supplies the name the
      *>    letters are addressed to.
       CHECK-DIRECTORY-SUPPRESSION.
           MOVE "N" TO SUPPRESSED-FLAG.
           MOVE SPACES TO SM-NAME.
           MOVE SPACES TO SM-PREFERRED-NAME.
           IF STUDENT-MASTER-OK
               MOVE HIST-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER KEY IS SM-STUDENT-ID
                   INVALID KEY
                       MOVE SPACES TO SM-NAME
                       MOVE SPACES TO SM-PREFERRED-NAME
                   NOT INVALID KEY
                       IF STUDENT-ACTIVE AND SM-CONFIDENTIAL
                           MOVE "Y" TO SUPPRESSED-FLAG
                       END-IF
               END-READ
           END-IF.
      *>    Letters go out under the name the student goes by; the
      *>    registrar's restricted listing keeps the legal name.
           IF SM-PREFERRED-NAME IS NOT EQUAL TO SPACES
               MOVE SM-PREFERRED-NAME TO LETTER-NAME
           ELSE
               MOVE SM-NAME TO LETTER-NAME
           END-IF.

       WRITE-RESTRICTED-LISTING.
           MOVE HIST-GPA TO GPA-DISPLAY.
           MOVE SPACES TO RESTRICTED-LINE.
           STRING HIST-STUDENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SM-NAME DELIMITED BY SIZE
               "  GPA " DELIMITED BY SIZE
               GPA-DISPLAY DELIMITED BY SIZE
               "  DEAN'S LIST " DELIMITED BY SIZE
