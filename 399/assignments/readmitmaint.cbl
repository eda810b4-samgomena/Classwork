      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Readmission maintenance -- the registrar records
      *          the readmission decision for a student coming back
      *          after the ReadmitControl.txt gap of terms away, which
      *          STUDENT-REGISTRATION and BATCH-REGISTRATION wait on
      *          before the student's first add of the return term.
      *          R records a decision: the student, the term the
      *          decision readmits to, approved or denied, and any
      *          conditions on the return (a new catalog year, an
      *          advisor meeting, a probation term) -- appended to
      *          Readmissions.txt, never changed, so a reversal is a
      *          new row. V shows the student's last term attended,
      *          the terms away, major and class level as they stand
      *          on the StudentMaster, and the decisions on file.
      *          Each decision cuts a READMT audit record; operator
      *          sign-on gates recording at level 2, the same
      *          convention the other maintenance screens follow.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. READMIT-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT READMIT-FILE ASSIGN TO "Readmissions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS READMIT-STATUS.
           SELECT ENROLLMENT-MASTER ASSIGN TO "EnrollmentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-STUDENT-CRN-TERM-KEY
                   = EN-STUDENT-ID EN-CRN EN-TERM-CODE
               ALTERNATE KEY IS EN-CRN-TERM-KEY
                   = EN-CRN EN-TERM-CODE WITH DUPLICATES
               FILE STATUS IS ENROLLMENT-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AuditTrail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD READMIT-FILE.
       COPY ReadmissionFormat.
       FD ENROLLMENT-MASTER.
       COPY EnrollmentFormat.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD AUDIT-FILE.
       COPY AuditFormat.
       WORKING-STORAGE SECTION.
       77 READMIT-STATUS PIC X(2) VALUE "00".
           88 READMIT-OK VALUE "00".
       77 ENROLLMENT-STATUS PIC X(2) VALUE "00".
           88 ENROLLMENT-OK VALUE "00".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 LOAD-EOF-FLAG PIC 9 VALUE IS 0.
           88 LOAD-EOF VALUE IS 1.
       77 ACTION PIC X.
       77 OPERATOR-ID PIC X(8) VALUE SPACES.
       77 AUTH-LEVEL PIC 9 VALUE ZERO.
       77 SIGNED-ON-FLAG PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
       77 INPUT-STUDENT-ID PIC X(9).
       77 INPUT-TERM PIC X(6).
       77 TERM-BANNER-CODE PIC X(6).
       77 TERM-REGISTRAR-CODE PIC X(6).
       77 TERM-VALID-FLAG PIC X VALUE "N".
           88 TERM-IS-VALID VALUE "Y".
       77 READMIT-TERM PIC 9(6) VALUE ZERO.
       77 INPUT-DECISION PIC X.
           88 DECISION-VALID VALUE "A", "D".
       77 INPUT-CONDITIONS PIC X(40).
       77 FOUND-FLAG PIC X VALUE "N".
           88 STUDENT-FOUND VALUE "Y".
       77 LAST-ACTIVE-TERM PIC 9(6) VALUE ZERO.
       77 TERMS-AWAY PIC 9(3) VALUE ZERO.
       77 READMIT-STATE PIC X VALUE "N".
           88 READMIT-NOT-REQUIRED VALUE "N".
           88 READMIT-CLEARED VALUE "C".
           88 READMIT-DENIED VALUE "D".
           88 READMIT-REVIEW-NEEDED VALUE "R".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "OPERATOR-SIGN-ON" USING OPERATOR-ID AUTH-LEVEL
               SIGNED-ON-FLAG.
           IF NOT OPERATOR-SIGNED-ON
               STOP RUN.

           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.

           OPEN INPUT STUDENT-MASTER.
           IF NOT STUDENT-MASTER-OK
               DISPLAY "UNABLE TO OPEN StudentMaster -- STATUS "
                   STUDENT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ENROLLMENT-MASTER.
           OPEN EXTEND AUDIT-FILE.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR.

           DISPLAY "Enter an action (R to record a readmission "
               "decision, V to view a student): ".
           ACCEPT ACTION.

      *>    Level 1 views; recording a decision takes level 2.
           IF (ACTION = "R" OR "r")
                   AND AUTH-LEVEL IS LESS THAN 2
               DISPLAY "NOT AUTHORIZED -- LEVEL 2 REQUIRED"
               MOVE "?" TO ACTION.

           IF ACTION = "R" OR "r"
               PERFORM RECORD-DECISION THRU RECORD-DECISION-EXIT.

           IF ACTION = "V" OR "v"
               PERFORM VIEW-STUDENT THRU VIEW-STUDENT-EXIT.

           CLOSE STUDENT-MASTER.
           CLOSE ENROLLMENT-MASTER.
           CLOSE AUDIT-FILE.
           STOP RUN.

       CHECK-STUDENT.
           MOVE "N" TO FOUND-FLAG.
           MOVE INPUT-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER KEY IS SM-STUDENT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF STUDENT-ACTIVE
                       MOVE "Y" TO FOUND-FLAG
                   END-IF
           END-READ.
           IF NOT STUDENT-FOUND
               DISPLAY "NOT ON FILE: " INPUT-STUDENT-ID.

      *>    Any term form VALIDATE-TERM-CODE takes; the banner form
      *>    is what the files carry.
       ACCEPT-TERM.
           DISPLAY "TERM READMITTED TO (e.g. 202680 or FA26): ".
           ACCEPT INPUT-TERM.
           CALL "VALIDATE-TERM-CODE" USING INPUT-TERM
               TERM-BANNER-CODE TERM-REGISTRAR-CODE TERM-VALID-FLAG.
           IF TERM-IS-VALID
               MOVE TERM-BANNER-CODE TO READMIT-TERM
           ELSE
               DISPLAY "REJECTED: " INPUT-TERM
                   " IS NOT ON TermMaster.txt"
           END-IF.

      *>    The latest term before READMIT-TERM with an active
      *>    enrollment, the same walk the registration desk makes.
       FIND-LAST-ACTIVE-TERM.
           MOVE ZERO TO LAST-ACTIVE-TERM.
           MOVE INPUT-STUDENT-ID TO EN-STUDENT-ID.
           MOVE ZEROS TO EN-CRN.
           MOVE ZEROS TO EN-TERM-CODE.
           START ENROLLMENT-MASTER KEY IS GREATER THAN OR EQUAL
                   EN-STUDENT-CRN-TERM-KEY
               INVALID KEY
                   MOVE "46" TO ENROLLMENT-STATUS
           END-START.
           PERFORM UNTIL ENROLLMENT-STATUS = "46"
               READ ENROLLMENT-MASTER NEXT RECORD
                   AT END MOVE "46" TO ENROLLMENT-STATUS
               END-READ
               IF ENROLLMENT-STATUS NOT = "46"
                       AND EN-STUDENT-ID NOT EQUAL INPUT-STUDENT-ID
                   MOVE "46" TO ENROLLMENT-STATUS
               END-IF
               IF ENROLLMENT-STATUS NOT = "46"
                       AND ENROLLMENT-ACTIVE
                       AND EN-TERM-CODE IS LESS THAN READMIT-TERM
                       AND EN-TERM-CODE IS GREATER THAN
                           LAST-ACTIVE-TERM
                   MOVE EN-TERM-CODE TO LAST-ACTIVE-TERM
               END-IF
           END-PERFORM.
           MOVE "00" TO ENROLLMENT-STATUS.

      *>    A decision is taken even when the student is inside the
      *>    gap -- the registrar may readmit ahead of a leave that
      *>    is about to run long -- but the operator is told.
       RECORD-DECISION.
           DISPLAY "STUDENT ID: ".
           ACCEPT INPUT-STUDENT-ID.
           PERFORM CHECK-STUDENT.
           IF NOT STUDENT-FOUND
               GO TO RECORD-DECISION-EXIT.
           PERFORM ACCEPT-TERM.
           IF NOT TERM-IS-VALID
               GO TO RECORD-DECISION-EXIT.
           PERFORM FIND-LAST-ACTIVE-TERM.
           CALL "READMIT-CLEARANCE" USING INPUT-STUDENT-ID
               LAST-ACTIVE-TERM READMIT-TERM TERMS-AWAY
               READMIT-STATE.
           IF READMIT-NOT-REQUIRED
               DISPLAY "NOTE: " INPUT-STUDENT-ID " IS NOT OVER THE "
                   "READMISSION GAP FOR " READMIT-TERM.

           DISPLAY "DECISION (A approved, D denied): ".
           ACCEPT INPUT-DECISION.
           IF INPUT-DECISION = "a"
               MOVE "A" TO INPUT-DECISION.
           IF INPUT-DECISION = "d"
               MOVE "D" TO INPUT-DECISION.
           IF NOT DECISION-VALID
               DISPLAY "REJECTED: DECISION MUST BE A OR D"
               GO TO RECORD-DECISION-EXIT.
           DISPLAY "CONDITIONS (blank for none): ".
           MOVE SPACES TO INPUT-CONDITIONS.
           ACCEPT INPUT-CONDITIONS.

           OPEN EXTEND READMIT-FILE.
           IF NOT READMIT-OK
               OPEN OUTPUT READMIT-FILE.
           MOVE SPACES TO READMISSION-RECORD.
           MOVE INPUT-STUDENT-ID TO RA-STUDENT-ID.
           MOVE READMIT-TERM TO RA-TERM-CODE.
           MOVE INPUT-DECISION TO RA-DECISION.
           MOVE INPUT-CONDITIONS TO RA-CONDITIONS.
           MOVE OPERATOR-ID TO RA-DECIDED-BY.
           MOVE TODAY-DATE TO RA-DECIDED-DATE.
           WRITE READMISSION-RECORD.
           CLOSE READMIT-FILE.

           MOVE "READMT" TO AUDIT-ACTION.
           MOVE "READMISSION" TO AUDIT-FIELD-NAME.
           MOVE SPACES TO AUDIT-OLD-VALUE.
           MOVE SPACES TO AUDIT-NEW-VALUE.
           STRING INPUT-STUDENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               READMIT-TERM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INPUT-DECISION DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUE.
           IF INPUT-CONDITIONS IS EQUAL TO SPACES
               IF RA-APPROVED
                   MOVE "READMITTED" TO AUDIT-DETAIL
               ELSE
                   MOVE "READMISSION DENIED" TO AUDIT-DETAIL
               END-IF
           ELSE
               MOVE INPUT-CONDITIONS TO AUDIT-DETAIL
           END-IF.
           ACCEPT AUDIT-DATE FROM DATE.
           MOVE ZEROS TO AUDIT-CRN.
           CALL "AUDIT-SEAL" USING AUDIT-RECORD
           WRITE AUDIT-RECORD.
           IF RA-APPROVED
               DISPLAY INPUT-STUDENT-ID " READMITTED FOR "
                   READMIT-TERM
           ELSE
               DISPLAY INPUT-STUDENT-ID " READMISSION DENIED FOR "
                   READMIT-TERM
           END-IF.
       RECORD-DECISION-EXIT.
           EXIT.

       VIEW-STUDENT.
           DISPLAY "STUDENT ID: ".
           ACCEPT INPUT-STUDENT-ID.
           PERFORM CHECK-STUDENT.
           IF NOT STUDENT-FOUND
               GO TO VIEW-STUDENT-EXIT.
           PERFORM ACCEPT-TERM.
           IF NOT TERM-IS-VALID
               GO TO VIEW-STUDENT-EXIT.
           PERFORM FIND-LAST-ACTIVE-TERM.
           CALL "READMIT-CLEARANCE" USING INPUT-STUDENT-ID
               LAST-ACTIVE-TERM READMIT-TERM TERMS-AWAY
               READMIT-STATE.
           DISPLAY SM-STUDENT-ID " " SM-NAME " MAJOR " SM-MAJOR
               " LEVEL " SM-CLASS-LEVEL.
           IF LAST-ACTIVE-TERM IS EQUAL TO ZERO
               DISPLAY "  NO EARLIER ENROLLMENT ON FILE"
           ELSE
               DISPLAY "  LAST TERM ATTENDED " LAST-ACTIVE-TERM
                   ", " TERMS-AWAY " TERM(S) AWAY"
           END-IF.
           IF READMIT-NOT-REQUIRED
               DISPLAY "  NO READMISSION NEEDED FOR " READMIT-TERM.
           IF READMIT-CLEARED
               DISPLAY "  READMITTED FOR " READMIT-TERM.
           IF READMIT-DENIED
               DISPLAY "  READMISSION DENIED FOR " READMIT-TERM.
           IF READMIT-REVIEW-NEEDED
               DISPLAY "  READMISSION REVIEW NEEDED FOR "
                   READMIT-TERM.

           DISPLAY "READMISSION DECISIONS:".
           MOVE 0 TO LOAD-EOF-FLAG.
           OPEN INPUT READMIT-FILE.
           IF NOT READMIT-OK
               GO TO VIEW-STUDENT-EXIT.
           READ READMIT-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF
               IF RA-STUDENT-ID IS EQUAL TO INPUT-STUDENT-ID
                   DISPLAY "  " RA-TERM-CODE " " RA-DECISION " "
                       RA-DECIDED-BY " " RA-DECIDED-DATE " "
                       RA-CONDITIONS
               END-IF
               READ READMIT-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE READMIT-FILE.
       VIEW-STUDENT-EXIT.
           EXIT.

       END PROGRAM READMIT-MAINT.
