      *                   audited here like every other field;
      *                   rosters and letters print flagged
      *                   students as CONFIDENTIAL.
      *   10/15/2026 SG - A duplicate id folded away by STUDENT-MERGE
      *                   views as merged into its surviving id, and
      *                   cannot be re-added.
      *   10/15/2026 SG - A preferred name is kept alongside the legal
      *                   name, maintained and audited here; every legal
      *                   or preferred name change also appends a row to
      *                   NameHistory.txt.
      *   10/15/2026 SG - The session asks the purpose of access after
      *                   sign-on, and every student record displayed
      *                   (V, and U before the change) logs to
      *                   AccessLog.txt through LOG-RECORD-ACCESS.
      * Tectonics: cobc
      ******************************************************************

               FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AuditTrail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NAME-HISTORY-FILE ASSIGN TO "NameHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NAME-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD AUDIT-FILE.
       COPY AuditFormat.
       FD NAME-HISTORY-FILE.
       COPY NameHistoryFormat.
       WORKING-STORAGE SECTION.
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
           88 QUIT-SESSION VALUE "Q", "q".
       77 INPUT-STUDENT-ID PIC X(9).
       77 OLD-NAME PIC X(20).
       77 OLD-PREFERRED-NAME PIC X(20).
       77 OLD-ADDRESS PIC X(25).
       77 OLD-CITY PIC X(15).
       77 OLD-STATE PIC X(2).
       77 OLD-CLASS-LEVEL PIC X(2).
       77 OLD-MAJOR PIC X(6).
       77 OLD-CONFIDENTIAL PIC X(1).
       77 NAME-HISTORY-STATUS PIC X(2) VALUE "00".
           88 NAME-HISTORY-MISSING VALUE "35".
       77 NAME-HISTORY-KIND PIC X(1).
       77 NAME-HISTORY-OLD PIC X(20).
       77 NAME-HISTORY-NEW PIC X(20).
       77 RUN-DATE PIC 9(6).
       77 OPERATOR-ID PIC X(8) VALUE SPACES.
       77 AUTH-LEVEL PIC 9 VALUE ZERO.
       77 SIGNED-ON-FLAG PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
      *>    Every student displayed is logged to AccessLog.txt under
      *>    the signed-on operator and the purpose keyed at sign-on.
       77 ACCESS-PURPOSE PIC X(3) VALUE SPACES.
       77 ACCESS-PROGRAM PIC X(20) VALUE "STUDENT-MASTER-MAINT".
       77 PAGE-LINE-COUNT PIC 99 VALUE 0.
       77 CONTINUE-PAGING PIC X VALUE "Y".
       PROCEDURE DIVISION.
               SIGNED-ON-FLAG.
           IF NOT OPERATOR-SIGNED-ON
               STOP RUN.
           CALL "ACCESS-PURPOSE" USING ACCESS-PURPOSE.
           IF ACCESS-PURPOSE IS EQUAL TO SPACES
               STOP RUN.

           OPEN I-O STUDENT-MASTER.
           IF STUDENT-MASTER-MISSING
                   DISPLAY "NOT ON FILE: " INPUT-STUDENT-ID
               NOT INVALID KEY
                   IF STUDENT-DELETED
                       IF SM-MERGED-INTO IS NOT EQUAL TO SPACES
                           DISPLAY INPUT-STUDENT-ID " MERGED INTO "
                               SM-MERGED-INTO
                       ELSE
                           DISPLAY "NOT ON FILE: " INPUT-STUDENT-ID
                       END-IF
                   ELSE
                       PERFORM DISPLAY-STUDENT
                   END-IF
           END-READ.

       DISPLAY-STUDENT.
           CALL "LOG-RECORD-ACCESS" USING OPERATOR-ID ACCESS-PROGRAM
               SM-STUDENT-ID ACCESS-PURPOSE.
           DISPLAY "STUDENT:   " SM-STUDENT-ID "  " SM-NAME.
           IF SM-PREFERRED-NAME IS NOT EQUAL TO SPACES
               DISPLAY "PREFERRED: " SM-PREFERRED-NAME.
           DISPLAY "ADDRESS:   " SM-ADDRESS.
           DISPLAY "           " SM-CITY " " SM-STATE " " SM-ZIP.
           DISPLAY "RESIDENCY: " SM-RESIDENCY "  LEVEL: "
      *>                any ACCEPT can overwrite it in place, so the
      *>                audit trail has a true before/after pair.
                       MOVE SM-NAME TO OLD-NAME
                       MOVE SM-PREFERRED-NAME TO OLD-PREFERRED-NAME
                       MOVE SM-ADDRESS TO OLD-ADDRESS
                       MOVE SM-CITY TO OLD-CITY
                       MOVE SM-STATE TO OLD-STATE
       ACCEPT-STUDENT-FIELDS.
           DISPLAY "NEW NAME: ".
           ACCEPT SM-NAME.
           DISPLAY "NEW PREFERRED NAME (BLANK TO USE THE LEGAL "
               "NAME): ".
           ACCEPT SM-PREFERRED-NAME.
           DISPLAY "NEW MAILING ADDRESS: ".
           ACCEPT SM-ADDRESS.
           DISPLAY "NEW CITY: ".
               MOVE OLD-NAME TO AUDIT-OLD-VALUE
               MOVE SM-NAME TO AUDIT-NEW-VALUE
               PERFORM WRITE-STUDENT-AUDIT
               MOVE "L" TO NAME-HISTORY-KIND
               MOVE OLD-NAME TO NAME-HISTORY-OLD
               MOVE SM-NAME TO NAME-HISTORY-NEW
               PERFORM WRITE-NAME-HISTORY
           END-IF.
           IF OLD-PREFERRED-NAME NOT = SM-PREFERRED-NAME
               MOVE "SM-PREF-NAME" TO AUDIT-FIELD-NAME
               MOVE OLD-PREFERRED-NAME TO AUDIT-OLD-VALUE
               MOVE SM-PREFERRED-NAME TO AUDIT-NEW-VALUE
               PERFORM WRITE-STUDENT-AUDIT
               MOVE "P" TO NAME-HISTORY-KIND
               MOVE OLD-PREFERRED-NAME TO NAME-HISTORY-OLD
               MOVE SM-PREFERRED-NAME TO NAME-HISTORY-NEW
               PERFORM WRITE-NAME-HISTORY
           END-IF.
           IF OLD-ADDRESS NOT = SM-ADDRESS
               MOVE "SM-ADDRESS" TO AUDIT-FIELD-NAME
                       DISPLAY INPUT-STUDENT-ID " IS ALREADY ON FILE"
                       GO TO ADD-STUDENT-EXIT
                   END-IF
      *>            A merged duplicate stays retired; its history
      *>            lives under the surviving id.
                   IF SM-MERGED-INTO IS NOT EQUAL TO SPACES
                       DISPLAY INPUT-STUDENT-ID " WAS MERGED INTO "
                           SM-MERGED-INTO " -- USE THAT ID"
                       GO TO ADD-STUDENT-EXIT
                   END-IF
           END-READ.
      *>    Re-adding a deactivated student reuses the record the
      *>    deactivation left behind, the MASTER-FILE-MAINT
           CALL "AUDIT-SEAL" USING AUDIT-RECORD
           WRITE AUDIT-RECORD.

      *>    The caller sets the kind and the two names; the file
      *>    opens per row, the way the enrollment journal does.
       WRITE-NAME-HISTORY.
           OPEN EXTEND NAME-HISTORY-FILE.
           IF NAME-HISTORY-MISSING
               OPEN OUTPUT NAME-HISTORY-FILE.
           MOVE SPACES TO NAME-HISTORY-RECORD.
           MOVE SM-STUDENT-ID TO NH-STUDENT-ID.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE NH-DATE = 20000000 + RUN-DATE.
           MOVE NAME-HISTORY-KIND TO NH-KIND.
           MOVE NAME-HISTORY-OLD TO NH-OLD-NAME.
           MOVE NAME-HISTORY-NEW TO NH-NEW-NAME.
           MOVE OPERATOR-ID TO NH-OPERATOR.
           WRITE NAME-HISTORY-RECORD.
           CLOSE NAME-HISTORY-FILE.

       END PROGRAM STUDENT-MASTER-MAINT.
