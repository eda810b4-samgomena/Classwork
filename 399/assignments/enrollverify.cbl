      *          student on demand; B works the whole
      *          VerifyRequests.txt request file (student id, term,
      *          one per line).
      * Modification History:
      *   10/15/2026 SG - Term SCH totals use the credits chosen on a
      *                   variable-credit section in place of the
      *                   section's SCH.
      *   10/15/2026 SG - Each verification letter is also queued to
      *                   MailQueue.txt through QUEUE-MAIL for the
      *                   consolidated mail run.
      *   10/15/2026 SG - The run signs the operator on and asks the
      *                   purpose of access, and every letter logs the
      *                   student to AccessLog.txt through LOG-RECORD-
      *                   ACCESS.
      * Tectonics: cobc
      ******************************************************************

       77 SCH-COMP PIC 9(3).
       77 STATUS-TEXT PIC X(20).
       77 LETTER-COUNT PIC 9(5) VALUE ZERO.
       77 MAIL-DOC-TYPE PIC X(8) VALUE "ENRLVERF".
       77 MAIL-SOURCE-FILE PIC X(30) VALUE "VerificationLetters.txt".
       77 RUN-DATE PIC 9(6).
       01 RUN-DATE-DISPLAY.
           03 RUN-DATE-MM PIC 99.
           03 RUN-DATE-DD PIC 99.
           03 FILLER PIC X VALUE "/".
           03 RUN-DATE-YY PIC 99.
       77 OPERATOR-ID PIC X(8) VALUE SPACES.
       77 AUTH-LEVEL PIC 9 VALUE ZERO.
       77 SIGNED-ON-FLAG PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
      *>    Every student verified is logged to AccessLog.txt under
      *>    the signed-on operator and the purpose keyed at sign-on.
       77 ACCESS-PURPOSE PIC X(3) VALUE SPACES.
       77 ACCESS-PROGRAM PIC X(20) VALUE "ENROLL-VERIFY".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "OPERATOR-SIGN-ON" USING OPERATOR-ID AUTH-LEVEL
               SIGNED-ON-FLAG.
           IF NOT OPERATOR-SIGNED-ON
               STOP RUN.
           CALL "ACCESS-PURPOSE" USING ACCESS-PURPOSE.
           IF ACCESS-PURPOSE IS EQUAL TO SPACES
               STOP RUN.

           DISPLAY "Enter S for one student or B to work the "
               "request file: ".
           ACCEPT RUN-MODE.
           END-EVALUATE.

           ADD 1 TO LETTER-COUNT.
           CALL "LOG-RECORD-ACCESS" USING OPERATOR-ID ACCESS-PROGRAM
               INPUT-STUDENT-ID ACCESS-PURPOSE.
           MOVE SPACES TO LETTER-LINE.
           STRING "ENROLLMENT VERIFICATION   DATE: "
                   DELIMITED BY SIZE
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           CALL "QUEUE-MAIL" USING MAIL-DOC-TYPE INPUT-STUDENT-ID
               MAIL-SOURCE-FILE.

       TOTAL-TERM-SCH.
           MOVE ZERO TO TERM-SCH-TOTAL.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EN-CREDITS IS NUMERIC
                           AND EN-CREDITS IS GREATER THAN ZERO
                       ADD EN-CREDITS TO TERM-SCH-TOTAL
                   ELSE
                       IF SCH OF STUDENT-RECORD-INDEXED IS NUMERIC
                           MOVE SCH OF STUDENT-RECORD-INDEXED
                               TO SCH-COMP
                           ADD SCH-COMP TO TERM-SCH-TOTAL
                       END-IF
                   END-IF
           END-READ.

