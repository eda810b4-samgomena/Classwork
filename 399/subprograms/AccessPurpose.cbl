      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Shared FERPA purpose-code prompt -- every program that
      *          logs record access through LOG-RECORD-ACCESS asks
      *          the operator once, right after OPERATOR-SIGN-ON, why
      *          they are looking, and that code rides on every
      *          access row the session writes. The codes are the
      *          legitimate-interest categories the registrar's FERPA
      *          policy names (AL-VALID-PURPOSE in AccessLogFormat).
      *          Three answers that are not on the list hand back
      *          spaces and the caller ends the session, the same
      *          three-strikes rule the sign-on uses.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-PURPOSE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY AccessLogFormat.
       77 TRY-COUNT PIC 9 VALUE ZERO.
       LINKAGE SECTION.
       01 LK-PURPOSE PIC X(3).
       PROCEDURE DIVISION USING LK-PURPOSE.
       MAIN-PROCEDURE.
           MOVE SPACES TO AL-PURPOSE.
           MOVE ZERO TO TRY-COUNT.
           PERFORM ASK-PURPOSE
               UNTIL AL-VALID-PURPOSE OR TRY-COUNT IS EQUAL TO 3.
           IF AL-VALID-PURPOSE
               MOVE AL-PURPOSE TO LK-PURPOSE
           ELSE
               DISPLAY "NO VALID PURPOSE GIVEN -- SESSION ENDED"
               MOVE SPACES TO LK-PURPOSE
           END-IF.
           GOBACK.

       ASK-PURPOSE.
           ADD 1 TO TRY-COUNT.
           DISPLAY "PURPOSE OF ACCESS -- ADV ADVISING, REG RECORDS, "
               "VER VERIFICATION, FIN FINANCIAL,".
           DISPLAY "  INS INSTRUCTION, STU STUDENT REQUEST, "
               "LEG LEGAL/SUBPOENA, ADM ADMINISTRATIVE: ".
           ACCEPT AL-PURPOSE.
           INSPECT AL-PURPOSE CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF NOT AL-VALID-PURPOSE
               DISPLAY "NOT A PURPOSE CODE: " AL-PURPOSE.

       END PROGRAM ACCESS-PURPOSE.
