      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Admissions intake load -- new students were keyed
      *          into STUDENT-MASTER-MAINT one at a time off the
      *          admissions office's list, which is where most of
      *          the duplicate ids and bad zips came from. This loads
      *          the admissions export (AdmissionsIntake.txt: name,
      *          address, residency, class level, intended major and
      *          entry term per admit) straight into StudentMaster.
      *          The export is gated the way PAYMENT-IMPORT gates a
      *          payment file: a dated HDR with the admissions batch
      *          id and a TRL whose count must match the admits
      *          between; a file that fails, or whose header date and
      *          batch id are already on IntakeLoadLog.txt, loads
      *          nothing. Each admit must have a name, a full address
      *          with a five-digit zip, a residency code billing
      *          prices (R or N), a class level, an intended major
      *          that is UNDECL or an active DeptCodes.txt code, and
      *          an entry term VALIDATE-TERM-CODE knows; and no
      *          active student (or admit earlier in the run) may
      *          have the same name in the same zip, or the same
      *          street address in the same zip. A clean admit gets
      *          the next student id off StudentIdControl.txt (never
      *          below the highest id already on the master), a new
      *          StudentMaster record, and the standard new-student
      *          holds on StudentHolds.txt -- the hold types and
      *          placing offices on NewStudentHolds.txt, or ORIENT
      *          (ADMISSN) and IMMUN (HEALTH) when there is none.
      *          The assigned ids go back to admissions on
      *          AdmissionsAssignedIds.txt. An admit that fails goes
      *          to IntakeRejects.txt in the export layout with the
      *          reason and an override column; admissions corrects
      *          the record there (or puts Y in the override column
      *          to accept a flagged duplicate as a different person)
      *          and the run's resubmit option loads the repaired
      *          rejects, writing back the ones still failing.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 4
      * admits rejected, 8 fatal I/O, 12 the export refused (count
      * out of balance or already loaded).
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMISSIONS-INTAKE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTAKE-FILE ASSIGN TO "AdmissionsIntake.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTAKE-STATUS.
           SELECT REJECT-FILE ASSIGN TO "IntakeRejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-STATUS.
           SELECT LOG-FILE ASSIGN TO "IntakeLoadLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT ASSIGNED-FILE ASSIGN TO "AdmissionsAssignedIds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASSIGNED-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "StudentIdControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-STATUS.
           SELECT HOLD-TYPE-FILE ASSIGN TO "NewStudentHolds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-TYPE-STATUS.
           SELECT DEPT-CODE-FILE ASSIGN TO "DeptCodes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-CODE-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "StudentHolds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDS-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AuditTrail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD INTAKE-FILE.
       01 INTAKE-RECORD PIC X(101).
       01 INTAKE-HEADER-VIEW.
           03 IH-TAG PIC X(3).
           03 FILLER PIC X(1).
           03 IH-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 IH-BATCH-ID PIC X(10).
       01 INTAKE-TRAILER-VIEW.
           03 IT-TAG PIC X(3).
           03 FILLER PIC X(1).
           03 IT-COUNT PIC 9(6).
      *>    The export's admit layout, then why it failed and the
      *>    column admissions marks to accept a flagged duplicate.
       FD REJECT-FILE.
       01 REJECT-RECORD.
           03 RJ-ADMIT PIC X(101).
           03 FILLER PIC X(1).
           03 RJ-REASON PIC X(30).
           03 FILLER PIC X(1).
           03 RJ-OVERRIDE PIC X(1).
       FD LOG-FILE.
       01 LOG-RECORD.
           03 LG-HEADER-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 LG-BATCH-ID PIC X(10).
           03 FILLER PIC X(1).
           03 LG-COUNT PIC 9(6).
           03 FILLER PIC X(1).
           03 LG-LOAD-DATE PIC 9(8).
       FD ASSIGNED-FILE.
       01 ASSIGNED-RECORD.
           03 AS-APPLICANT-REF PIC X(10).
           03 FILLER PIC X(1).
           03 AS-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 AS-NAME PIC X(20).
           03 FILLER PIC X(1).
           03 AS-ENTRY-TERM PIC X(6).
           03 FILLER PIC X(1).
           03 AS-ASSIGNED-DATE PIC 9(8).
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           03 SC-LAST-ID PIC 9(9).
       FD HOLD-TYPE-FILE.
       01 HOLD-TYPE-RECORD.
           03 NH-HOLD-TYPE PIC X(6).
           03 FILLER PIC X(1).
           03 NH-PLACED-BY PIC X(8).
       FD DEPT-CODE-FILE.
       01 DEPT-CODE-RECORD.
           03 DC-CODE PIC X(6).
           03 FILLER PIC X(1).
           03 DC-ACTIVE-FLAG PIC X(1).
               88 DC-DEACTIVATED VALUE "D".
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD HOLDS-FILE.
       01 HOLD-RECORD.
           03 HD-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 HD-HOLD-TYPE PIC X(6).
           03 FILLER PIC X(1).
           03 HD-PLACED-BY PIC X(8).
           03 FILLER PIC X(1).
           03 HD-PLACED-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 HD-STATUS PIC X(1).
       FD AUDIT-FILE.
       COPY AuditFormat.
       WORKING-STORAGE SECTION.
       77 INTAKE-STATUS PIC X(2) VALUE "00".
           88 INTAKE-OK VALUE "00".
       77 REJECT-STATUS PIC X(2) VALUE "00".
           88 REJECT-OK VALUE "00".
       77 LOG-STATUS PIC X(2) VALUE "00".
           88 LOG-OK VALUE "00".
       77 ASSIGNED-STATUS PIC X(2) VALUE "00".
           88 ASSIGNED-OK VALUE "00".
       77 CONTROL-STATUS PIC X(2) VALUE "00".
           88 CONTROL-OK VALUE "00".
       77 HOLD-TYPE-STATUS PIC X(2) VALUE "00".
           88 HOLD-TYPE-OK VALUE "00".
       77 DEPT-CODE-STATUS PIC X(2) VALUE "00".
           88 DEPT-CODE-OK VALUE "00".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
           88 NO-MORE-STUDENTS VALUE "10", "46".
       77 HOLDS-STATUS PIC X(2) VALUE "00".
           88 HOLDS-OK VALUE "00".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.

      *>    One admit, off the export or off a repaired reject.
       01 ADMIT-RECORD.
           03 AD-APPLICANT-REF PIC X(10).
           03 FILLER PIC X(1).
           03 AD-NAME PIC X(20).
           03 FILLER PIC X(1).
           03 AD-ADDRESS PIC X(25).
           03 FILLER PIC X(1).
           03 AD-CITY PIC X(15).
           03 FILLER PIC X(1).
           03 AD-STATE PIC X(2).
           03 FILLER PIC X(1).
           03 AD-ZIP PIC X(5).
           03 FILLER PIC X(1).
           03 AD-RESIDENCY PIC X(1).
               88 AD-VALID-RESIDENCY VALUE "R", "N".
           03 FILLER PIC X(1).
           03 AD-CLASS-LEVEL PIC X(2).
               88 AD-VALID-CLASS-LEVEL VALUE "FR", "SO", "JR", "SR",
                   "GR".
           03 FILLER PIC X(1).
           03 AD-MAJOR PIC X(6).
           03 FILLER PIC X(1).
           03 AD-ENTRY-TERM PIC X(6).
       77 ADMIT-OVERRIDE PIC X(1).
           88 DUPLICATE-OVERRIDDEN VALUE "Y", "y".
       77 REJECT-REASON PIC X(30).

       77 RUN-OPTION PIC X(1).
           88 LOAD-EXPORT VALUE "L", "l".
           88 RESUBMIT-REJECTS VALUE "R", "r".
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
       77 GATE-FAILED-FLAG PIC X VALUE "N".
           88 GATE-FAILED VALUE "Y".
       77 TRAILER-SEEN-FLAG PIC X VALUE "N".
           88 TRAILER-SEEN VALUE "Y".
       77 FILE-HEADER-DATE PIC 9(8).
       77 FILE-BATCH-ID PIC X(10).
       77 FILE-ADMIT-COUNT PIC 9(6).
       77 TRAILER-COUNT PIC 9(6).
       77 BANNER-TERM PIC X(6).
       77 REGISTRAR-TERM PIC X(6).
       77 TERM-VALID-FLAG PIC X.
           88 TERM-VALID VALUE "Y".
       77 NAME-KEY PIC X(20).
       77 ADDRESS-KEY PIC X(25).
       77 NEXT-ID PIC 9(9) VALUE ZERO.
       77 HIGHEST-ID PIC 9(9) VALUE ZERO.
       77 NEW-STUDENT-ID PIC X(9).
       77 WRITE-DONE-FLAG PIC X VALUE "N".
           88 STUDENT-WRITTEN VALUE "Y".
       77 FOUND-IDX PIC 9(5).
       77 SCAN-IDX PIC 9(5).
       77 ADDED-COUNT PIC 9(6) VALUE ZERO.
       77 REJECTED-COUNT PIC 9(6) VALUE ZERO.
       77 HOLDS-PLACED PIC 9(6) VALUE ZERO.

      *>    Active students' match keys -- loaded off the master and
      *>    grown as admits are added, so two admits for the same
      *>    person in one file are caught too.
       77 MATCH-COUNT PIC 9(5) VALUE IS 0.
       01 MATCH-TABLE.
           03 MATCH-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON MATCH-COUNT.
               05 MK-STUDENT-ID PIC X(9).
               05 MK-NAME-KEY PIC X(20).
               05 MK-ADDRESS-KEY PIC X(25).
               05 MK-ZIP PIC X(5).

       77 DEPT-COUNT PIC 9(4) VALUE IS 0.
       01 DEPT-TABLE.
           03 DEPT-ENTRY PIC X(6) OCCURS 1 TO 2000 TIMES
                   DEPENDING ON DEPT-COUNT.

       77 HOLD-TYPE-COUNT PIC 9(2) VALUE IS 0.
       01 HOLD-TYPE-TABLE.
           03 HOLD-TYPE-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON HOLD-TYPE-COUNT.
               05 HT-HOLD-TYPE PIC X(6).
               05 HT-PLACED-BY PIC X(8).

       77 LOG-COUNT PIC 9(5) VALUE IS 0.
       01 LOG-TABLE.
           03 LOG-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON LOG-COUNT.
               05 LT-HEADER-DATE PIC 9(8).
               05 LT-BATCH-ID PIC X(10).

      *>    Repaired rejects, read off before the file is rewritten.
       77 REPAIR-COUNT PIC 9(4) VALUE IS 0.
       01 REPAIR-TABLE.
           03 REPAIR-ENTRY PIC X(134) OCCURS 1 TO 5000 TIMES
                   DEPENDING ON REPAIR-COUNT.
       77 REPAIR-IDX PIC 9(4).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.

           DISPLAY "L = LOAD AdmissionsIntake.txt, "
               "R = RESUBMIT REPAIRED IntakeRejects.txt:".
           ACCEPT RUN-OPTION.
           IF NOT LOAD-EXPORT AND NOT RESUBMIT-REJECTS
               DISPLAY "NO RUN OPTION -- NOTHING LOADED"
               STOP RUN.

           IF LOAD-EXPORT
               PERFORM GATE-INTAKE-FILE THRU GATE-INTAKE-FILE-EXIT
               IF GATE-FAILED
                   DISPLAY "AdmissionsIntake.txt REFUSED -- NOTHING "
                       "LOADED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               PERFORM LOAD-REPAIRED-REJECTS THRU
                   LOAD-REPAIRED-REJECTS-EXIT
           END-IF.

           OPEN I-O STUDENT-MASTER.
           IF NOT STUDENT-MASTER-OK
               DISPLAY "UNABLE TO OPEN StudentMaster -- STATUS "
                   STUDENT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM LOAD-MATCH-KEYS THRU LOAD-MATCH-KEYS-EXIT.
           PERFORM LOAD-DEPT-CODES THRU LOAD-DEPT-CODES-EXIT.
           PERFORM LOAD-HOLD-TYPES THRU LOAD-HOLD-TYPES-EXIT.
           PERFORM LOAD-ID-CONTROL THRU LOAD-ID-CONTROL-EXIT.

           OPEN EXTEND HOLDS-FILE.
           IF NOT HOLDS-OK
               OPEN OUTPUT HOLDS-FILE.
           OPEN EXTEND ASSIGNED-FILE.
           IF NOT ASSIGNED-OK
               OPEN OUTPUT ASSIGNED-FILE.
           OPEN EXTEND AUDIT-FILE.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "ADMISSN" TO AUDIT-OPERATOR.

           IF LOAD-EXPORT
               OPEN EXTEND REJECT-FILE
               IF NOT REJECT-OK
                   OPEN OUTPUT REJECT-FILE
               END-IF
               OPEN INPUT INTAKE-FILE
               MOVE 0 TO EOF-FLAG
               READ INTAKE-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
               PERFORM LOAD-ONE-EXPORT-LINE UNTIL EOF
               CLOSE INTAKE-FILE
               PERFORM LOG-INTAKE-BATCH
           ELSE
               OPEN OUTPUT REJECT-FILE
               PERFORM LOAD-ONE-REPAIRED-ADMIT
                   VARYING REPAIR-IDX FROM 1 BY 1
                   UNTIL REPAIR-IDX IS GREATER THAN REPAIR-COUNT
           END-IF.

           CLOSE REJECT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE ASSIGNED-FILE.
           CLOSE HOLDS-FILE.
           CLOSE STUDENT-MASTER.
           PERFORM SAVE-ID-CONTROL.

           DISPLAY ADDED-COUNT " STUDENT(S) ADDED, " HOLDS-PLACED
               " HOLD(S) PLACED, " REJECTED-COUNT
               " ADMIT(S) TO IntakeRejects.txt".
           IF REJECTED-COUNT IS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *>    HDR first, TRL last, nothing after the TRL, the TRL's
      *>    count equal to the admits between, and a batch not
      *>    loaded before.
       GATE-INTAKE-FILE.
           MOVE "N" TO GATE-FAILED-FLAG.
           MOVE "N" TO TRAILER-SEEN-FLAG.
           MOVE ZERO TO FILE-ADMIT-COUNT.
           MOVE ZERO TO FILE-HEADER-DATE.
           MOVE SPACES TO FILE-BATCH-ID.
           OPEN INPUT INTAKE-FILE.
           IF NOT INTAKE-OK
               DISPLAY "NO AdmissionsIntake.txt ON FILE"
               MOVE "Y" TO GATE-FAILED-FLAG
               GO TO GATE-INTAKE-FILE-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ INTAKE-FILE AT END MOVE 1 TO EOF-FLAG.
           IF EOF
               DISPLAY "AdmissionsIntake.txt IS EMPTY"
               MOVE "Y" TO GATE-FAILED-FLAG
           ELSE
               IF IH-TAG IS NOT EQUAL TO "HDR"
                       OR IH-DATE IS NOT NUMERIC
                   DISPLAY "NO HDR RECORD ON AdmissionsIntake.txt"
                   MOVE "Y" TO GATE-FAILED-FLAG
               ELSE
                   MOVE IH-DATE TO FILE-HEADER-DATE
                   MOVE IH-BATCH-ID TO FILE-BATCH-ID
               END-IF
               READ INTAKE-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-IF.
           PERFORM UNTIL EOF
               IF IT-TAG IS EQUAL TO "TRL"
                   MOVE "Y" TO TRAILER-SEEN-FLAG
                   IF IT-COUNT IS NUMERIC
                       MOVE IT-COUNT TO TRAILER-COUNT
                   ELSE
                       MOVE ZERO TO TRAILER-COUNT
                   END-IF
               ELSE
                   IF TRAILER-SEEN
                       DISPLAY "DATA AFTER THE TRL RECORD"
                       MOVE "Y" TO GATE-FAILED-FLAG
                   ELSE
                       ADD 1 TO FILE-ADMIT-COUNT
                   END-IF
               END-IF
               READ INTAKE-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE INTAKE-FILE.
           IF NOT TRAILER-SEEN
               DISPLAY "NO TRL RECORD ON AdmissionsIntake.txt"
               MOVE "Y" TO GATE-FAILED-FLAG
           ELSE
               IF TRAILER-COUNT IS NOT EQUAL TO FILE-ADMIT-COUNT
                   DISPLAY "TRAILER SAYS " TRAILER-COUNT
                       " ADMIT(S) BUT " FILE-ADMIT-COUNT
                       " WERE ON THE FILE"
                   MOVE "Y" TO GATE-FAILED-FLAG
               END-IF
           END-IF.
           IF GATE-FAILED
               GO TO GATE-INTAKE-FILE-EXIT.

           PERFORM LOAD-INTAKE-LOG THRU LOAD-INTAKE-LOG-EXIT.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX IS GREATER THAN LOG-COUNT
               IF LT-HEADER-DATE(SCAN-IDX) IS EQUAL TO
                       FILE-HEADER-DATE
                       AND LT-BATCH-ID(SCAN-IDX) IS EQUAL TO
                           FILE-BATCH-ID
                   MOVE "Y" TO GATE-FAILED-FLAG
               END-IF
           END-PERFORM.
           IF GATE-FAILED
               DISPLAY "ADMISSIONS BATCH " FILE-BATCH-ID " OF "
                   FILE-HEADER-DATE " WAS ALREADY LOADED".
       GATE-INTAKE-FILE-EXIT.
           EXIT.

       LOAD-INTAKE-LOG.
           OPEN INPUT LOG-FILE.
           IF NOT LOG-OK
               GO TO LOAD-INTAKE-LOG-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ LOG-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR LOG-COUNT IS EQUAL TO 5000
               ADD 1 TO LOG-COUNT
               MOVE LG-HEADER-DATE TO LT-HEADER-DATE(LOG-COUNT)
               MOVE LG-BATCH-ID TO LT-BATCH-ID(LOG-COUNT)
               READ LOG-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE LOG-FILE.
       LOAD-INTAKE-LOG-EXIT.
           EXIT.

       LOG-INTAKE-BATCH.
           OPEN EXTEND LOG-FILE.
           IF NOT LOG-OK
               OPEN OUTPUT LOG-FILE.
           MOVE SPACES TO LOG-RECORD.
           MOVE FILE-HEADER-DATE TO LG-HEADER-DATE.
           MOVE FILE-BATCH-ID TO LG-BATCH-ID.
           MOVE FILE-ADMIT-COUNT TO LG-COUNT.
           MOVE TODAY-DATE TO LG-LOAD-DATE.
           WRITE LOG-RECORD.
           CLOSE LOG-FILE.
           DISPLAY "ADMISSIONS BATCH " FILE-BATCH-ID " LOADED -- "
               FILE-ADMIT-COUNT " ADMIT(S)".

      *>    The whole reject file is taken off before it is
      *>    rewritten with the admits that still fail.
       LOAD-REPAIRED-REJECTS.
           OPEN INPUT REJECT-FILE.
           IF NOT REJECT-OK
               DISPLAY "NO IntakeRejects.txt ON FILE -- NOTHING TO "
                   "RESUBMIT"
               STOP RUN.
           MOVE 0 TO EOF-FLAG.
           READ REJECT-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR REPAIR-COUNT IS EQUAL TO 5000
               ADD 1 TO REPAIR-COUNT
               MOVE REJECT-RECORD TO REPAIR-ENTRY(REPAIR-COUNT)
               READ REJECT-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE REJECT-FILE.
       LOAD-REPAIRED-REJECTS-EXIT.
           EXIT.

      *>    Every student on the master counts toward the highest id;
      *>    only the active ones are duplicate candidates.
       LOAD-MATCH-KEYS.
           MOVE LOW-VALUES TO SM-STUDENT-ID.
           START STUDENT-MASTER KEY IS GREATER THAN SM-STUDENT-ID
               INVALID KEY
                   MOVE "46" TO STUDENT-MASTER-STATUS
           END-START.
           PERFORM UNTIL NO-MORE-STUDENTS
               READ STUDENT-MASTER NEXT RECORD
                   AT END MOVE "46" TO STUDENT-MASTER-STATUS
               END-READ
               IF NOT NO-MORE-STUDENTS
                   IF SM-STUDENT-ID IS NUMERIC
                           AND SM-STUDENT-ID IS GREATER THAN
                               HIGHEST-ID
                       MOVE SM-STUDENT-ID TO HIGHEST-ID
                   END-IF
                   IF STUDENT-ACTIVE
                       MOVE SM-NAME TO NAME-KEY
                       MOVE SM-ADDRESS TO ADDRESS-KEY
                       PERFORM ADD-MATCH-KEY
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO STUDENT-MASTER-STATUS.
       LOAD-MATCH-KEYS-EXIT.
           EXIT.

      *>    NAME-KEY and ADDRESS-KEY hold the student's name and
      *>    address; SM-STUDENT-ID and SM-ZIP the rest.
       ADD-MATCH-KEY.
           IF MATCH-COUNT IS LESS THAN 20000
               INSPECT NAME-KEY CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               INSPECT ADDRESS-KEY CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               ADD 1 TO MATCH-COUNT
               MOVE SM-STUDENT-ID TO MK-STUDENT-ID(MATCH-COUNT)
               MOVE NAME-KEY TO MK-NAME-KEY(MATCH-COUNT)
               MOVE ADDRESS-KEY TO MK-ADDRESS-KEY(MATCH-COUNT)
               MOVE SM-ZIP TO MK-ZIP(MATCH-COUNT)
           END-IF.

       LOAD-DEPT-CODES.
           OPEN INPUT DEPT-CODE-FILE.
           IF NOT DEPT-CODE-OK
               DISPLAY "NO DeptCodes.txt ON FILE -- ONLY UNDECL "
                   "MAJORS WILL LOAD"
               GO TO LOAD-DEPT-CODES-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ DEPT-CODE-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR DEPT-COUNT IS EQUAL TO 2000
               IF NOT DC-DEACTIVATED
                   ADD 1 TO DEPT-COUNT
                   MOVE DC-CODE TO DEPT-ENTRY(DEPT-COUNT)
               END-IF
               READ DEPT-CODE-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE DEPT-CODE-FILE.
       LOAD-DEPT-CODES-EXIT.
           EXIT.

       LOAD-HOLD-TYPES.
           OPEN INPUT HOLD-TYPE-FILE.
           IF HOLD-TYPE-OK
               MOVE 0 TO EOF-FLAG
               READ HOLD-TYPE-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
               PERFORM UNTIL EOF OR HOLD-TYPE-COUNT IS EQUAL TO 20
                   IF NH-HOLD-TYPE IS NOT EQUAL TO SPACES
                       ADD 1 TO HOLD-TYPE-COUNT
                       MOVE NH-HOLD-TYPE
                           TO HT-HOLD-TYPE(HOLD-TYPE-COUNT)
                       MOVE NH-PLACED-BY
                           TO HT-PLACED-BY(HOLD-TYPE-COUNT)
                   END-IF
                   READ HOLD-TYPE-FILE AT END MOVE 1 TO EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE HOLD-TYPE-FILE
           END-IF.
           IF HOLD-TYPE-COUNT IS GREATER THAN ZERO
               GO TO LOAD-HOLD-TYPES-EXIT.
      *>    No NewStudentHolds.txt -- orientation and immunization.
           MOVE 2 TO HOLD-TYPE-COUNT.
           MOVE "ORIENT" TO HT-HOLD-TYPE(1).
           MOVE "ADMISSN" TO HT-PLACED-BY(1).
           MOVE "IMMUN" TO HT-HOLD-TYPE(2).
           MOVE "HEALTH" TO HT-PLACED-BY(2).
       LOAD-HOLD-TYPES-EXIT.
           EXIT.

      *>    The next id is one past the control number, or past the
      *>    highest id on the master if that is higher.
       LOAD-ID-CONTROL.
           MOVE ZERO TO NEXT-ID.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-OK
               READ CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF SC-LAST-ID IS NUMERIC
                           MOVE SC-LAST-ID TO NEXT-ID
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           ELSE
               DISPLAY "NO StudentIdControl.txt ON FILE -- NUMBERING "
                   "FROM THE HIGHEST ID ON StudentMaster"
           END-IF.
           IF HIGHEST-ID IS GREATER THAN NEXT-ID
               MOVE HIGHEST-ID TO NEXT-ID.
       LOAD-ID-CONTROL-EXIT.
           EXIT.

       SAVE-ID-CONTROL.
           OPEN OUTPUT CONTROL-FILE.
           MOVE NEXT-ID TO SC-LAST-ID.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.

       LOAD-ONE-EXPORT-LINE.
           IF IH-TAG IS NOT EQUAL TO "HDR"
                   AND IT-TAG IS NOT EQUAL TO "TRL"
               MOVE INTAKE-RECORD TO ADMIT-RECORD
               MOVE SPACE TO ADMIT-OVERRIDE
               PERFORM LOAD-ONE-ADMIT
           END-IF.
           READ INTAKE-FILE AT END MOVE 1 TO EOF-FLAG.

       LOAD-ONE-REPAIRED-ADMIT.
           MOVE REPAIR-ENTRY(REPAIR-IDX) TO REJECT-RECORD.
           MOVE RJ-ADMIT TO ADMIT-RECORD.
           MOVE RJ-OVERRIDE TO ADMIT-OVERRIDE.
           PERFORM LOAD-ONE-ADMIT.

       LOAD-ONE-ADMIT.
           PERFORM VALIDATE-ADMIT THRU VALIDATE-ADMIT-EXIT.
           IF REJECT-REASON IS NOT EQUAL TO SPACES
               MOVE SPACES TO REJECT-RECORD
               MOVE ADMIT-RECORD TO RJ-ADMIT
               MOVE REJECT-REASON TO RJ-REASON
               MOVE ADMIT-OVERRIDE TO RJ-OVERRIDE
               WRITE REJECT-RECORD
               ADD 1 TO REJECTED-COUNT
           ELSE
               PERFORM ADD-NEW-STUDENT
           END-IF.

      *>    Leaves REJECT-REASON blank for a clean admit, or saying
      *>    what admissions has to fix.
       VALIDATE-ADMIT.
           MOVE SPACES TO REJECT-REASON.
           IF AD-NAME IS EQUAL TO SPACES
               MOVE "NAME MISSING" TO REJECT-REASON
               GO TO VALIDATE-ADMIT-EXIT.
           IF AD-ADDRESS IS EQUAL TO SPACES
                   OR AD-CITY IS EQUAL TO SPACES
                   OR AD-STATE IS EQUAL TO SPACES
               MOVE "ADDRESS INCOMPLETE" TO REJECT-REASON
               GO TO VALIDATE-ADMIT-EXIT.
           IF AD-ZIP IS NOT NUMERIC
               MOVE "ZIP NOT FIVE DIGITS" TO REJECT-REASON
               GO TO VALIDATE-ADMIT-EXIT.
           IF NOT AD-VALID-RESIDENCY
               MOVE "RESIDENCY NOT R OR N" TO REJECT-REASON
               GO TO VALIDATE-ADMIT-EXIT.
           IF NOT AD-VALID-CLASS-LEVEL
               MOVE "CLASS LEVEL NOT FR/SO/JR/SR/GR" TO REJECT-REASON
               GO TO VALIDATE-ADMIT-EXIT.
           IF AD-MAJOR IS NOT EQUAL TO "UNDECL"
               MOVE ZERO TO FOUND-IDX
               PERFORM VARYING SCAN-IDX FROM 1 BY 1
                       UNTIL SCAN-IDX IS GREATER THAN DEPT-COUNT
                       OR FOUND-IDX IS NOT EQUAL TO ZERO
                   IF DEPT-ENTRY(SCAN-IDX) IS EQUAL TO AD-MAJOR
                       MOVE SCAN-IDX TO FOUND-IDX
                   END-IF
               END-PERFORM
               IF FOUND-IDX IS EQUAL TO ZERO
                   MOVE "MAJOR NOT ON DeptCodes.txt" TO REJECT-REASON
                   GO TO VALIDATE-ADMIT-EXIT
               END-IF
           END-IF.
           CALL "VALIDATE-TERM-CODE" USING AD-ENTRY-TERM
               BANNER-TERM REGISTRAR-TERM TERM-VALID-FLAG.
           IF NOT TERM-VALID
               MOVE "ENTRY TERM NOT ON TermMaster" TO REJECT-REASON
               GO TO VALIDATE-ADMIT-EXIT.

           IF DUPLICATE-OVERRIDDEN
               GO TO VALIDATE-ADMIT-EXIT.
           MOVE AD-NAME TO NAME-KEY.
           MOVE AD-ADDRESS TO ADDRESS-KEY.
           INSPECT NAME-KEY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT ADDRESS-KEY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ZERO TO FOUND-IDX.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX IS GREATER THAN MATCH-COUNT
                   OR FOUND-IDX IS NOT EQUAL TO ZERO
               IF MK-ZIP(SCAN-IDX) IS EQUAL TO AD-ZIP
                       AND (MK-NAME-KEY(SCAN-IDX) IS EQUAL TO
                           NAME-KEY
                       OR MK-ADDRESS-KEY(SCAN-IDX) IS EQUAL TO
                           ADDRESS-KEY)
                   MOVE SCAN-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.
           IF FOUND-IDX IS NOT EQUAL TO ZERO
               STRING "POSSIBLE DUPLICATE OF " DELIMITED BY SIZE
                   MK-STUDENT-ID(FOUND-IDX) DELIMITED BY SIZE
                   INTO REJECT-REASON.
       VALIDATE-ADMIT-EXIT.
           EXIT.

      *>    Next free id, the master record, the standard holds, and
      *>    the id back to admissions.
       ADD-NEW-STUDENT.
           MOVE "N" TO WRITE-DONE-FLAG.
           PERFORM WRITE-NEW-MASTER UNTIL STUDENT-WRITTEN.
           ADD 1 TO ADDED-COUNT.

           MOVE AD-NAME TO NAME-KEY.
           MOVE AD-ADDRESS TO ADDRESS-KEY.
           PERFORM ADD-MATCH-KEY.

           MOVE "ADD" TO AUDIT-ACTION.
           MOVE "STUDENT" TO AUDIT-FIELD-NAME.
           MOVE SPACES TO AUDIT-OLD-VALUE.
           MOVE NEW-STUDENT-ID TO AUDIT-NEW-VALUE.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "ADMITTED, APPLICANT " DELIMITED BY SIZE
               AD-APPLICANT-REF DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           PERFORM WRITE-INTAKE-AUDIT.

           PERFORM PLACE-NEW-STUDENT-HOLD
               VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX IS GREATER THAN HOLD-TYPE-COUNT.

           MOVE SPACES TO ASSIGNED-RECORD.
           MOVE AD-APPLICANT-REF TO AS-APPLICANT-REF.
           MOVE NEW-STUDENT-ID TO AS-STUDENT-ID.
           MOVE AD-NAME TO AS-NAME.
           MOVE BANNER-TERM TO AS-ENTRY-TERM.
           MOVE TODAY-DATE TO AS-ASSIGNED-DATE.
           WRITE ASSIGNED-RECORD.

      *>    An id already taken (keyed by hand past the control
      *>    number) is passed over and the next one tried.
       WRITE-NEW-MASTER.
           ADD 1 TO NEXT-ID.
           MOVE NEXT-ID TO NEW-STUDENT-ID.
           MOVE SPACES TO STUDENT-MASTER-RECORD.
           MOVE NEW-STUDENT-ID TO SM-STUDENT-ID.
           MOVE AD-NAME TO SM-NAME.
           MOVE AD-ADDRESS TO SM-ADDRESS.
           MOVE AD-CITY TO SM-CITY.
           MOVE AD-STATE TO SM-STATE.
           MOVE AD-ZIP TO SM-ZIP.
           MOVE AD-RESIDENCY TO SM-RESIDENCY.
           MOVE AD-CLASS-LEVEL TO SM-CLASS-LEVEL.
           MOVE AD-MAJOR TO SM-MAJOR.
           MOVE BANNER-TERM TO SM-ENTRY-TERM.
           MOVE SPACE TO SM-DELETED-FLAG.
           WRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WRITE-DONE-FLAG
           END-WRITE.
           IF NOT STUDENT-WRITTEN AND STUDENT-MASTER-STATUS
                   IS NOT EQUAL TO "22"
               DISPLAY "StudentMaster WRITE FAILED FOR "
                   NEW-STUDENT-ID " -- STATUS " STUDENT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       PLACE-NEW-STUDENT-HOLD.
           MOVE SPACES TO HOLD-RECORD.
           MOVE NEW-STUDENT-ID TO HD-STUDENT-ID.
           MOVE HT-HOLD-TYPE(SCAN-IDX) TO HD-HOLD-TYPE.
           MOVE HT-PLACED-BY(SCAN-IDX) TO HD-PLACED-BY.
           MOVE TODAY-DATE TO HD-PLACED-DATE.
           MOVE "A" TO HD-STATUS.
           WRITE HOLD-RECORD.
           ADD 1 TO HOLDS-PLACED.
           MOVE "HOLD" TO AUDIT-ACTION.
           MOVE "HOLD-PLACED" TO AUDIT-FIELD-NAME.
           MOVE SPACES TO AUDIT-OLD-VALUE.
           MOVE SPACES TO AUDIT-NEW-VALUE.
           STRING NEW-STUDENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HT-HOLD-TYPE(SCAN-IDX) DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUE.
           MOVE "NEW-STUDENT HOLD PLACED" TO AUDIT-DETAIL.
           PERFORM WRITE-INTAKE-AUDIT.

       WRITE-INTAKE-AUDIT.
           ACCEPT AUDIT-DATE FROM DATE.
           MOVE ZEROS TO AUDIT-CRN.
           CALL "AUDIT-SEAL" USING AUDIT-RECORD
           WRITE AUDIT-RECORD.

       END PROGRAM ADMISSIONS-INTAKE.
