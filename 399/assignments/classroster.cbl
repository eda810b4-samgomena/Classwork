      *                   suppression on the StudentMaster print as
      *                   CONFIDENTIAL on the roster instead of
      *                   their id -- the roster circulates.
      *   10/15/2026 SG - Each student prints with the preferred name
      *                   (the legal name when none is on file) beside
      *                   the id.
      *   10/15/2026 SG - The run signs the operator on and asks the
      *                   purpose of access, and every student on the
      *                   roster logs to AccessLog.txt through LOG-
      *                   RECORD-ACCESS.
      * Tectonics: cobc
      ******************************************************************

       77 ENROLLED-COUNT PIC 9(3) VALUE ZERO.
       77 ENROLLED-COUNT-DISPLAY PIC ZZ9.
       77 INSTRUCTOR-LASTFIRST PIC X(33).
       77 ROSTER-NAME PIC X(20).
       77 RUN-DATE PIC 9(6).
       01 RUN-DATE-DISPLAY.
           03 RUN-DATE-MM PIC 99.
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 SUPPRESSED-FLAG PIC X VALUE "N".
       77 OPERATOR-ID PIC X(8) VALUE SPACES.
       77 AUTH-LEVEL PIC 9 VALUE ZERO.
       77 SIGNED-ON-FLAG PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
      *>    Every student listed is logged to AccessLog.txt under
      *>    the signed-on operator and the purpose keyed at sign-on.
       77 ACCESS-PURPOSE PIC X(3) VALUE SPACES.
       77 ACCESS-PROGRAM PIC X(20) VALUE "CLASS-ROSTER".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "OPERATOR-SIGN-ON" USING OPERATOR-ID AUTH-LEVEL
               SIGNED-ON-FLAG.
           IF NOT OPERATOR-SIGNED-ON
               STOP RUN.
           CALL "ACCESS-PURPOSE" USING ACCESS-PURPOSE.
           IF ACCESS-PURPOSE IS EQUAL TO SPACES
               STOP RUN.

           DISPLAY "CRN: ".
           ACCEPT INPUT-CRN.
           DISPLAY "TERM CODE: ".
               END-IF
               IF NOT NO-MORE-MATCHES AND ENROLLMENT-ACTIVE
                   ADD 1 TO ENROLLED-COUNT
                   CALL "LOG-RECORD-ACCESS" USING OPERATOR-ID
                       ACCESS-PROGRAM EN-STUDENT-ID ACCESS-PURPOSE
                   PERFORM CHECK-DIRECTORY-SUPPRESSION
                   MOVE SPACES TO REPORT-LINE
                   IF SUPPRESSED-FLAG IS EQUAL TO "Y"
                       MOVE "CONFIDENTIAL" TO REPORT-LINE
                   ELSE
                       STRING EN-STUDENT-ID DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           ROSTER-NAME DELIMITED BY SIZE
                           INTO REPORT-LINE
                   END-IF
                   PERFORM OUTPUT-LINE
               END-IF
           END-PERFORM.

      *>    The roster circulates, so a student who demanded
      *>    directory suppression shows as CONFIDENTIAL. The same
      *>    read supplies the name printed beside the id -- the
      *>    student's preferred name when one is on file.
       CHECK-DIRECTORY-SUPPRESSION.
           MOVE "N" TO SUPPRESSED-FLAG.
           MOVE SPACES TO ROSTER-NAME.
           IF STUDENT-MASTER-OK
               MOVE EN-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER KEY IS SM-STUDENT-ID
                       IF STUDENT-ACTIVE AND SM-CONFIDENTIAL
                           MOVE "Y" TO SUPPRESSED-FLAG
                       END-IF
                       IF SM-PREFERRED-NAME IS NOT EQUAL TO SPACES
                           MOVE SM-PREFERRED-NAME TO ROSTER-NAME
                       ELSE
                           MOVE SM-NAME TO ROSTER-NAME
                       END-IF
               END-READ
           END-IF.

