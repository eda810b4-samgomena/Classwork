      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Returned-mail entry -- when the post office sends a
      *          piece back the mail room keys it here: the student's
      *          StudentMaster SM-MAIL-FLAG is set "U"
      *          (undeliverable), a row goes to ReturnedMail.txt with
      *          the document type and the postal reason, and
      *          MAIL-RUN holds every piece queued for the student
      *          from then on instead of paying to mail it again.
      *          Once the address is corrected on the student master
      *          screen the hold is cleared here (action C), which
      *          logs a C row and releases the held pieces on the
      *          next mail run. Each flag change cuts an audit record
      *          in the AuditFormat.cpy layout; operator sign-on gates
      *          changes at level 2, the same convention the other
      *          master-file screens follow.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURNED-MAIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT RETURNED-MAIL-FILE ASSIGN TO "ReturnedMail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURNED-MAIL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AuditTrail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD RETURNED-MAIL-FILE.
       COPY ReturnedMailFormat.
       FD AUDIT-FILE.
       COPY AuditFormat.
       WORKING-STORAGE SECTION.
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 RETURNED-MAIL-STATUS PIC X(2) VALUE "00".
           88 RETURNED-MAIL-OK VALUE "00".
           88 RETURNED-MAIL-MISSING VALUE "35".
       77 LOAD-EOF-FLAG PIC 9 VALUE IS 0.
           88 LOAD-EOF VALUE IS 1.
       77 ACTION PIC X.
           88 QUIT-SESSION VALUE "Q", "q".
       77 OPERATOR-ID PIC X(8) VALUE SPACES.
       77 AUTH-LEVEL PIC 9 VALUE ZERO.
       77 SIGNED-ON-FLAG PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
       77 INPUT-STUDENT-ID PIC X(9).
       77 INPUT-ACTION PIC X(1).
       77 INPUT-DOC-TYPE PIC X(8).
       77 INPUT-REASON PIC X(20).
       77 OLD-MAIL-FLAG PIC X(1).
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
       77 HISTORY-COUNT PIC 9(4) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "OPERATOR-SIGN-ON" USING OPERATOR-ID AUTH-LEVEL
               SIGNED-ON-FLAG.
           IF NOT OPERATOR-SIGNED-ON
               STOP RUN.

           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.

           OPEN I-O STUDENT-MASTER.
           IF NOT STUDENT-MASTER-OK
               DISPLAY "UNABLE TO OPEN StudentMaster -- STATUS "
                   STUDENT-MASTER-STATUS
               STOP RUN.

           OPEN EXTEND AUDIT-FILE.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR.
           PERFORM SESSION-ACTION UNTIL QUIT-SESSION.
           CLOSE STUDENT-MASTER.
           CLOSE AUDIT-FILE.
           STOP RUN.

       SESSION-ACTION.
           DISPLAY "Enter an action (R returned piece, C clear hold, "
               "V view a student, Q to quit): ".
           ACCEPT ACTION.

      *>    Level 1 views; changes take level 2.
           IF (ACTION = "R" OR "r" OR "C" OR "c")
                   AND AUTH-LEVEL IS LESS THAN 2
               DISPLAY "NOT AUTHORIZED -- LEVEL 2 REQUIRED"
               MOVE "?" TO ACTION.

           IF ACTION = "R" OR "r"
               DISPLAY "STUDENT ID: "
               ACCEPT INPUT-STUDENT-ID
               DISPLAY "DOCUMENT TYPE ON THE PIECE (e.g. BILLING): "
               ACCEPT INPUT-DOC-TYPE
               DISPLAY "POSTAL REASON (e.g. MOVED NO FORWARD): "
               ACCEPT INPUT-REASON
               PERFORM RECORD-RETURNED-PIECE THRU
                   RECORD-RETURNED-PIECE-EXIT.

           IF ACTION = "C" OR "c"
               DISPLAY "STUDENT ID: "
               ACCEPT INPUT-STUDENT-ID
               PERFORM CLEAR-MAIL-HOLD THRU CLEAR-MAIL-HOLD-EXIT.

           IF ACTION = "V" OR "v"
               DISPLAY "STUDENT ID: "
               ACCEPT INPUT-STUDENT-ID
               PERFORM VIEW-STUDENT-MAIL THRU VIEW-STUDENT-MAIL-EXIT.

      *>    The piece is logged even when the flag is already up --
      *>    a second returned piece is still history the mail room
      *>    wants to see.
       RECORD-RETURNED-PIECE.
           MOVE INPUT-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER KEY IS SM-STUDENT-ID
               INVALID KEY
                   DISPLAY "NOT ON FILE: " INPUT-STUDENT-ID
                   GO TO RECORD-RETURNED-PIECE-EXIT
           END-READ.
           MOVE SM-MAIL-FLAG TO OLD-MAIL-FLAG.
           IF NOT SM-UNDELIVERABLE
               MOVE "U" TO SM-MAIL-FLAG
               REWRITE STUDENT-MASTER-RECORD
               MOVE "MAILHD" TO AUDIT-ACTION
               MOVE "SM-MAIL-FLAG" TO AUDIT-FIELD-NAME
               MOVE OLD-MAIL-FLAG TO AUDIT-OLD-VALUE
               MOVE SM-MAIL-FLAG TO AUDIT-NEW-VALUE
               MOVE SPACES TO AUDIT-DETAIL
               STRING "RETURNED MAIL " DELIMITED BY SIZE
                   INPUT-STUDENT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INPUT-DOC-TYPE DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
               PERFORM WRITE-MAIL-AUDIT
           END-IF.
           MOVE "R" TO INPUT-ACTION.
           PERFORM LOG-RETURNED-MAIL.
           DISPLAY INPUT-STUDENT-ID " " SM-NAME
               " FLAGGED UNDELIVERABLE -- MAIL HELD".
       RECORD-RETURNED-PIECE-EXIT.
           EXIT.

       CLEAR-MAIL-HOLD.
           MOVE INPUT-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER KEY IS SM-STUDENT-ID
               INVALID KEY
                   DISPLAY "NOT ON FILE: " INPUT-STUDENT-ID
                   GO TO CLEAR-MAIL-HOLD-EXIT
           END-READ.
           IF NOT SM-UNDELIVERABLE
               DISPLAY "NO MAIL HOLD ON " INPUT-STUDENT-ID
               GO TO CLEAR-MAIL-HOLD-EXIT.
           DISPLAY "ADDRESS ON FILE: " SM-ADDRESS " " SM-CITY " "
               SM-STATE " " SM-ZIP.
           MOVE SM-MAIL-FLAG TO OLD-MAIL-FLAG.
           MOVE SPACE TO SM-MAIL-FLAG.
           REWRITE STUDENT-MASTER-RECORD.
           MOVE "MAILHD" TO AUDIT-ACTION.
           MOVE "SM-MAIL-FLAG" TO AUDIT-FIELD-NAME.
           MOVE OLD-MAIL-FLAG TO AUDIT-OLD-VALUE.
           MOVE SM-MAIL-FLAG TO AUDIT-NEW-VALUE.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "MAIL HOLD CLEARED " DELIMITED BY SIZE
               INPUT-STUDENT-ID DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           PERFORM WRITE-MAIL-AUDIT.
           MOVE SPACES TO INPUT-DOC-TYPE.
           MOVE "ADDRESS CORRECTED" TO INPUT-REASON.
           MOVE "C" TO INPUT-ACTION.
           PERFORM LOG-RETURNED-MAIL.
           DISPLAY "MAIL HOLD CLEARED -- HELD PIECES GO ON THE NEXT "
               "MAIL RUN".
       CLEAR-MAIL-HOLD-EXIT.
           EXIT.

       VIEW-STUDENT-MAIL.
           MOVE INPUT-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER KEY IS SM-STUDENT-ID
               INVALID KEY
                   DISPLAY "NOT ON FILE: " INPUT-STUDENT-ID
                   GO TO VIEW-STUDENT-MAIL-EXIT
           END-READ.
           DISPLAY SM-STUDENT-ID " " SM-NAME.
           DISPLAY "  " SM-ADDRESS " " SM-CITY " " SM-STATE " "
               SM-ZIP.
           IF SM-UNDELIVERABLE
               DISPLAY "  MAIL HELD -- FLAGGED UNDELIVERABLE"
           ELSE
               DISPLAY "  MAIL DELIVERABLE"
           END-IF.
           MOVE ZERO TO HISTORY-COUNT.
           MOVE 0 TO LOAD-EOF-FLAG.
           OPEN INPUT RETURNED-MAIL-FILE.
           IF NOT RETURNED-MAIL-OK
               GO TO VIEW-STUDENT-MAIL-EXIT.
           READ RETURNED-MAIL-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF
               IF RM-STUDENT-ID IS EQUAL TO INPUT-STUDENT-ID
                   ADD 1 TO HISTORY-COUNT
                   DISPLAY "  " RM-DATE " " RM-ACTION " "
                       RM-DOC-TYPE " " RM-REASON " " RM-OPERATOR
               END-IF
               READ RETURNED-MAIL-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
           END-PERFORM.
           CLOSE RETURNED-MAIL-FILE.
           DISPLAY "  " HISTORY-COUNT " RETURNED-MAIL ROW(S)".
       VIEW-STUDENT-MAIL-EXIT.
           EXIT.

       LOG-RETURNED-MAIL.
           OPEN EXTEND RETURNED-MAIL-FILE.
           IF RETURNED-MAIL-MISSING
               OPEN OUTPUT RETURNED-MAIL-FILE.
           MOVE SPACES TO RETURNED-MAIL-RECORD.
           MOVE INPUT-STUDENT-ID TO RM-STUDENT-ID.
           MOVE INPUT-ACTION TO RM-ACTION.
           MOVE TODAY-DATE TO RM-DATE.
           MOVE INPUT-DOC-TYPE TO RM-DOC-TYPE.
           MOVE INPUT-REASON TO RM-REASON.
           MOVE OPERATOR-ID TO RM-OPERATOR.
           WRITE RETURNED-MAIL-RECORD.
           CLOSE RETURNED-MAIL-FILE.

       WRITE-MAIL-AUDIT.
           ACCEPT AUDIT-DATE FROM DATE.
           MOVE ZEROS TO AUDIT-CRN.
           CALL "AUDIT-SEAL" USING AUDIT-RECORD
           WRITE AUDIT-RECORD.

       END PROGRAM RETURNED-MAIL.
