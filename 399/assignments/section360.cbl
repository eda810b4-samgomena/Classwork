      *          waitlist in order, and the section's last audit
      *          records on one screen. T keys a student id and
      *          shows that student's enrollments, active holds, and
      *          AR balances the same way. Nothing here changes
      *          anything.
      * Modification History:
      *   10/15/2026 SG - The console signs the operator on and asks the
      *                   purpose of access; every student shown -- the
      *                   T student and each enrolled or waitlisted
      *                   student under S -- logs to AccessLog.txt
      *                   through LOG-RECORD-ACCESS.
      * Tectonics: cobc
      ******************************************************************

       77 WAITING-COUNT PIC 9(3) VALUE ZERO.
       77 AUDIT-SHOWN PIC 9(2) VALUE ZERO.
       77 BALANCE-DISPLAY PIC -9(7).99.
       77 OPERATOR-ID PIC X(8) VALUE SPACES.
       77 AUTH-LEVEL PIC 9 VALUE ZERO.
       77 SIGNED-ON-FLAG PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
      *>    Every student shown is logged to AccessLog.txt under the
      *>    signed-on operator and the purpose keyed at sign-on.
       77 ACCESS-PURPOSE PIC X(3) VALUE SPACES.
       77 ACCESS-PROGRAM PIC X(20) VALUE "SECTION-INQUIRY".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "OPERATOR-SIGN-ON" USING OPERATOR-ID AUTH-LEVEL
               SIGNED-ON-FLAG.
           IF NOT OPERATOR-SIGNED-ON
               STOP RUN.
           CALL "ACCESS-PURPOSE" USING ACCESS-PURPOSE.
           IF ACCESS-PURPOSE IS EQUAL TO SPACES
               STOP RUN.

           DISPLAY "Enter an inquiry (S for a section, T for a "
               "student): ".
           ACCEPT ACTION.
                       ADD 1 TO ENROLLED-COUNT
                       DISPLAY "  " EN-STUDENT-ID " ADDED "
                           EN-ACTION-DATE
                       CALL "LOG-RECORD-ACCESS" USING OPERATOR-ID
                           ACCESS-PROGRAM EN-STUDENT-ID ACCESS-PURPOSE
                   END-IF
               END-PERFORM
               CLOSE ENROLLMENT-MASTER
                               INPUT-TERM-CODE
                           AND (WL-WAITING OR WL-OFFERED)
                       ADD 1 TO WAITING-COUNT
                       CALL "LOG-RECORD-ACCESS" USING OPERATOR-ID
                           ACCESS-PROGRAM WL-STUDENT-ID ACCESS-PURPOSE
                       IF WL-OFFERED
                           DISPLAY "  " WL-SEQ " "
                               WL-STUDENT-ID " OFFERED "
           EXIT.

       STUDENT-360.
           CALL "LOG-RECORD-ACCESS" USING OPERATOR-ID ACCESS-PROGRAM
               INPUT-STUDENT-ID ACCESS-PURPOSE.
           DISPLAY "== ENROLLMENTS ==".
           OPEN INPUT ENROLLMENT-MASTER.
           IF ENROLLMENT-OK
