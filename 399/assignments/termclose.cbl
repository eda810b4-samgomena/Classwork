      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Term-end close driver -- runs the close in the order
      *          the registrar's office has always run it by hand:
      *          grade-roster generation (GRADE-ROSTER-GEN), grade
      *          load (GRADE-LOAD), incomplete lapse (INCOMPLETE-
      *          LAPSE), the CompletedWork rebuild (BUILD-COMPLETED-
      *          WORK), the GPA run (ASSIGNMENT-1), academic standing
      *          (ACADEMIC-STANDING), term letters (TERM-LETTERS),
      *          transcripts (TRANSCRIPT) and the term archive (TERM-
      *          ARCHIVE). Every step is logged to JobLog.txt the way
      *          NIGHTLY-BATCH logs its steps, and checkpointed to
      *          TermCloseCheckpoint.txt with its return code, gate
      *          outcome and counts, so a rerun for the same term
      *          resumes at the step that failed or was held. Ahead
      *          of a step whose inputs are not ready -- rosters not
      *          on file, grades still outstanding, no GPA posted,
      *          no proved backup taken today -- the driver stops at
      *          that step's gate; only a level-3 registrar sign-on
      *          can release past it, and the release is written to
      *          JobLog.txt and AuditTrail.txt. Each run ends by
      *          printing every step's counts to TermCloseReport.txt
      *          for the registrar to sign off. The step programs
      *          prompt on this terminal as they do when run by
      *          hand; the driver shows what to key before each one.
      *          Return codes follow the NIGHTLY-BATCH scheme: 0 the
      *          close ran to the end, 4 stopped at a gate, 8 a step
      *          failed.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-CLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-CHECKPOINT-FILE
               ASSIGN TO "TermCloseCheckpoint.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSE-CHECKPOINT-STATUS.
           SELECT BATCH-PARMS-FILE ASSIGN TO "BatchParms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-PARMS-STATUS.
           SELECT JOB-LOG-FILE ASSIGN TO "JobLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-LOG-STATUS.
           SELECT CLOSE-REPORT-FILE ASSIGN TO "TermCloseReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AuditTrail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COUNT-FILE ASSIGN TO COUNT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNT-FILE-STATUS.
           SELECT PENDING-FILE ASSIGN TO "GradesPending.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
           SELECT STANDING-FILE ASSIGN TO "StandingHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STANDING-STATUS.
           SELECT MAIL-QUEUE-FILE ASSIGN TO "MailQueue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAIL-QUEUE-STATUS.
           SELECT BACKUP-SET-FILE ASSIGN TO "Backups/BackupSets.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-SET-STATUS.
           SELECT GPA-HISTORY-FILE ASSIGN TO "GPAHistory"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-STUDENT-TERM-KEY
                   = HIST-STUDENT-ID HIST-TERM
               FILE STATUS IS GPA-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLOSE-CHECKPOINT-FILE.
       01 CLOSE-CHECKPOINT-RECORD PIC X(240).
       FD BATCH-PARMS-FILE.
       01 BATCH-PARMS-RECORD.
           03 BP-TERM-CODE PIC X(6).
           03 FILLER PIC X(14).
       FD JOB-LOG-FILE.
       01 JOB-LOG-RECORD.
           03 JL-DATE PIC 9(6).
           03 FILLER PIC X(1).
           03 JL-STEP-NAME PIC X(20).
           03 FILLER PIC X(1).
           03 JL-START-TIME PIC 9(8).
           03 FILLER PIC X(1).
           03 JL-END-TIME PIC 9(8).
           03 FILLER PIC X(1).
           03 JL-RETURN-CODE PIC 9(4).
           03 FILLER PIC X(1).
           03 JL-READ-COUNT PIC 9(6).
           03 FILLER PIC X(1).
           03 JL-WRITTEN-COUNT PIC 9(6).
           03 FILLER PIC X(1).
           03 JL-REJECTED-COUNT PIC 9(6).
       FD CLOSE-REPORT-FILE.
       01 CLOSE-REPORT-LINE PIC X(80).
       FD AUDIT-FILE.
       COPY AuditFormat.
       FD COUNT-FILE.
       01 COUNT-LINE PIC X(200).
       FD PENDING-FILE.
       01 PENDING-RECORD.
           03 GP-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 GP-REG-TERM PIC X(6).
           03 FILLER PIC X(1).
           03 GP-BANNER-TERM PIC 9(6).
           03 FILLER PIC X(1).
           03 GP-CRN PIC 9(5).
           03 FILLER PIC X(1).
           03 GP-CLASSNAME PIC X(5).
       FD STANDING-FILE.
       01 STANDING-RECORD.
           03 ST-STUDENT-ID PIC X(10).
           03 FILLER PIC X(1).
           03 ST-TERM PIC X(6).
           03 FILLER PIC X(1).
           03 ST-STANDING PIC X(10).
       FD MAIL-QUEUE-FILE.
       COPY MailQueueFormat.
       FD BACKUP-SET-FILE.
       COPY BackupSetFormat.
       FD GPA-HISTORY-FILE.
       COPY GpaHistoryFormat.
       WORKING-STORAGE SECTION.
       77 CLOSE-CHECKPOINT-STATUS PIC X(2) VALUE "00".
           88 CLOSE-CHECKPOINT-OK VALUE "00".
       77 BATCH-PARMS-STATUS PIC X(2) VALUE "00".
           88 BATCH-PARMS-OK VALUE "00".
       77 JOB-LOG-STATUS PIC X(2) VALUE "00".
           88 JOB-LOG-MISSING VALUE "35".
       77 COUNT-FILE-STATUS PIC X(2) VALUE "00".
           88 COUNT-FILE-OK VALUE "00".
       77 PENDING-STATUS PIC X(2) VALUE "00".
           88 PENDING-OK VALUE "00".
       77 STANDING-STATUS PIC X(2) VALUE "00".
           88 STANDING-OK VALUE "00".
       77 MAIL-QUEUE-STATUS PIC X(2) VALUE "00".
           88 MAIL-QUEUE-OK VALUE "00".
       77 BACKUP-SET-STATUS PIC X(2) VALUE "00".
           88 BACKUP-SET-OK VALUE "00".
       77 GPA-HISTORY-STATUS PIC X(2) VALUE "00".
           88 GPA-HISTORY-OK VALUE "00".
       77 COUNT-FILE-NAME PIC X(40) VALUE SPACES.
       77 FILE-EOF-FLAG PIC 9 VALUE IS 0.
           88 FILE-EOF VALUE IS 1.
       77 GATE-FILE-OPEN-FLAG PIC X VALUE "N".
           88 GATE-FILE-OPEN VALUE "Y".
       77 LINE-COUNT PIC 9(6) VALUE ZERO.
       77 TERM-ROW-COUNT PIC 9(6) VALUE ZERO.
       77 COUNT-DISPLAY PIC Z(5)9.
       77 TODAY-DATE PIC 9(8) VALUE ZERO.
       77 TERM-IN PIC X(6) VALUE SPACES.
       77 TERM-BANNER-CODE PIC X(6) VALUE SPACES.
       77 TERM-REGISTRAR-CODE PIC X(6) VALUE SPACES.
       77 TERM-VALID-FLAG PIC X VALUE "N".
           88 TERM-IS-VALID VALUE "Y".
       77 OPERATOR-ID PIC X(8) VALUE SPACES.
       77 AUTH-LEVEL PIC 9 VALUE ZERO.
       77 SIGNED-ON-FLAG PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
       77 ANSWER PIC X VALUE "N".
       77 LOG-STEP-NAME PIC X(20).
       77 STEP-START-TIME PIC 9(8).
       77 STEP-RUN-DATE PIC 9(6).
       77 STEP-RC PIC 9(4) VALUE ZERO.
       77 LOG-READ-COUNT PIC 9(6) VALUE ZERO.
       77 LOG-WRITTEN-COUNT PIC 9(6) VALUE ZERO.
       77 LOG-REJECTED-COUNT PIC 9(6) VALUE ZERO.
       77 STEP-NUMBER PIC 9(2) VALUE ZERO.
       77 COUNT-IDX PIC 9 VALUE ZERO.
       77 GATE-RESULT PIC X VALUE "N".
           88 GATE-NONE VALUE "N".
           88 GATE-MET VALUE "M".
           88 GATE-NOT-MET VALUE "X".
       77 GATE-REASON PIC X(40) VALUE SPACES.
       77 CLOSE-STOPPED-FLAG PIC X VALUE "N".
           88 CLOSE-STOPPED VALUE "Y".
       77 CLOSE-HELD-FLAG PIC X VALUE "N".
           88 CLOSE-HELD VALUE "Y".
       77 CHECK-PATH PIC X(80) VALUE SPACES.
       77 CHECK-LAYOUT PIC X(16) VALUE SPACES.
       77 CHECK-COUNT PIC 9(9) VALUE ZERO.
       77 CHECK-TOTAL PIC 9(15) VALUE ZERO.
       77 CHECK-RESULT PIC X VALUE SPACE.
           88 CHECK-COUNTED VALUE "Y".
       77 CHECK-STATUS PIC X(2) VALUE SPACES.
      *>  The close's state for one term -- carried on
      *>  TermCloseCheckpoint.txt between runs. TC-GATE-FLAG is M
      *>  (gate met), R (released by a registrar) or N (the step has
      *>  no gate); TC-STEP-STATE is D (done), F (failed), H (held
      *>  at its gate) or blank (not reached). The three counts
      *>  ride in the job log's read/written/rejected columns.
       01 CLOSE-STATE.
           03 TC-TERM-CODE PIC X(6).
           03 FILLER PIC X(1).
           03 TC-LAST-STEP PIC 9(2).
           03 TC-STEP-ENTRY OCCURS 9 TIMES.
               05 FILLER PIC X(1).
               05 TC-STEP-RC PIC 9(4).
               05 TC-GATE-FLAG PIC X(1).
               05 TC-STEP-STATE PIC X(1).
               05 TC-COUNT PIC 9(6) OCCURS 3 TIMES.
       01 CLOSE-STEP-DATA.
           03 FILLER PIC X(20) VALUE "GRADE ROSTERS".
           03 FILLER PIC X(20) VALUE "CLOSE-GRADE-ROSTER".
           03 FILLER PIC X(24) VALUE "./graderoster".
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(18) VALUE "ROSTER LINES".
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(20) VALUE "GRADE LOAD".
           03 FILLER PIC X(20) VALUE "CLOSE-GRADE-LOAD".
           03 FILLER PIC X(24) VALUE "./gradeload".
           03 FILLER PIC X(18) VALUE "ROSTER LINES READ".
           03 FILLER PIC X(18) VALUE "GRADE ROWS ON FILE".
           03 FILLER PIC X(18) VALUE "GRADES REJECTED".
           03 FILLER PIC X(20) VALUE "INCOMPLETE LAPSE".
           03 FILLER PIC X(20) VALUE "CLOSE-LAPSE".
           03 FILLER PIC X(24) VALUE "./lapseincompletes".
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(18) VALUE "GRADES LAPSED".
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(20) VALUE "COMPLETED WORK".
           03 FILLER PIC X(20) VALUE "CLOSE-COMPLETED-WORK".
           03 FILLER PIC X(24) VALUE "./buildcompletedwork".
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(18) VALUE "RECORDS BUILT".
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(20) VALUE "GPA (ASSIGNMENT-1)".
           03 FILLER PIC X(20) VALUE "CLOSE-GPA".
           03 FILLER PIC X(24) VALUE "./assignment1".
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(18) VALUE "TERM GPA RECORDS".
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(20) VALUE "ACADEMIC STANDING".
           03 FILLER PIC X(20) VALUE "CLOSE-STANDING".
           03 FILLER PIC X(24) VALUE "./standing".
           03 FILLER PIC X(18) VALUE "TERM GPA RECORDS".
           03 FILLER PIC X(18) VALUE "STANDINGS WRITTEN".
           03 FILLER PIC X(18) VALUE "HELD FOR GRADES".
           03 FILLER PIC X(20) VALUE "TERM LETTERS".
           03 FILLER PIC X(20) VALUE "CLOSE-LETTERS".
           03 FILLER PIC X(24) VALUE "./termletters".
           03 FILLER PIC X(18) VALUE "TERM GPA RECORDS".
           03 FILLER PIC X(18) VALUE "LETTERS QUEUED".
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(20) VALUE "TRANSCRIPTS".
           03 FILLER PIC X(20) VALUE "CLOSE-TRANSCRIPTS".
           03 FILLER PIC X(24) VALUE "./transcript".
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(18) VALUE "TRANSCRIPT LINES".
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(20) VALUE "TERM ARCHIVE".
           03 FILLER PIC X(20) VALUE "CLOSE-ARCHIVE".
           03 FILLER PIC X(24) VALUE "./termarchive".
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(18) VALUE "RECORDS ARCHIVED".
           03 FILLER PIC X(18) VALUE SPACES.
       01 CLOSE-STEP-TABLE REDEFINES CLOSE-STEP-DATA.
           03 CS-ENTRY OCCURS 9 TIMES.
               05 CS-TITLE PIC X(20).
               05 CS-LOG-NAME PIC X(20).
               05 CS-COMMAND PIC X(24).
               05 CS-COUNT-LABEL PIC X(18) OCCURS 3 TIMES.
       01 REPORT-HEADER-LINE.
           03 FILLER PIC X(22) VALUE "TERM-END CLOSE -- TERM".
           03 FILLER PIC X(1) VALUE SPACE.
           03 RH-TERM PIC X(6).
           03 FILLER PIC X(10) VALUE "  RUN DATE".
           03 FILLER PIC X(1) VALUE SPACE.
           03 RH-DATE PIC 9(8).
       01 REPORT-STEP-LINE.
           03 FILLER PIC X(5) VALUE "STEP ".
           03 RS-STEP PIC 9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RS-TITLE PIC X(20).
           03 FILLER PIC X(6) VALUE " GATE ".
           03 RS-GATE PIC X(9).
           03 FILLER PIC X(1) VALUE SPACE.
           03 RS-STATE PIC X(8).
           03 FILLER PIC X(4) VALUE " RC ".
           03 RS-RC PIC 9(4).
       01 REPORT-COUNT-LINE.
           03 FILLER PIC X(8) VALUE SPACES.
           03 RC-LABEL PIC X(18).
           03 FILLER PIC X(2) VALUE ": ".
           03 RC-COUNT PIC Z(5)9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM ACCEPT-CLOSE-TERM.
           PERFORM READ-CLOSE-CHECKPOINT
               THRU READ-CLOSE-CHECKPOINT-EXIT.
           PERFORM RUN-CLOSE-STEP THRU RUN-CLOSE-STEP-EXIT
               VARYING STEP-NUMBER FROM 1 BY 1
               UNTIL STEP-NUMBER IS GREATER THAN 9 OR CLOSE-STOPPED.
           PERFORM PRINT-CLOSE-REPORT.
           IF CLOSE-HELD
               DISPLAY "TERM CLOSE HELD AT A GATE -- RERUN TO RESUME "
                   "ONCE IT IS MET OR RELEASED"
               MOVE 4 TO RETURN-CODE
           ELSE
               IF CLOSE-STOPPED
                   DISPLAY "TERM CLOSE STOPPED -- RERUN TO RESUME FROM"
                       " THE FAILED STEP"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "TERM CLOSE COMPLETE FOR " TC-TERM-CODE
                       " -- SIGN OFF TermCloseReport.txt"
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      *>  The close runs for one term, keyed the way the step programs
      *>  key it; the registrar code is what GPAHistory, the pending
      *>  list and StandingHistory.txt carry.
       ACCEPT-CLOSE-TERM.
           PERFORM UNTIL TERM-IS-VALID
               DISPLAY "Enter the term code to close (e.g. FA26): "
               ACCEPT TERM-IN
               CALL "VALIDATE-TERM-CODE" USING TERM-IN
                   TERM-BANNER-CODE TERM-REGISTRAR-CODE
                   TERM-VALID-FLAG
               IF NOT TERM-IS-VALID
                   DISPLAY "REJECTED: " TERM-IN
                       " IS NOT ON TermMaster.txt"
               END-IF
           END-PERFORM.

      *>  A checkpoint for the same term resumes after its last clean
      *>  step. A finished close, or one left open for another term,
      *>  is only started over on a keyed confirmation.
       READ-CLOSE-CHECKPOINT.
           MOVE SPACES TO CLOSE-STATE.
           OPEN INPUT CLOSE-CHECKPOINT-FILE.
           IF CLOSE-CHECKPOINT-OK
               READ CLOSE-CHECKPOINT-FILE INTO CLOSE-STATE
                   AT END MOVE SPACES TO CLOSE-STATE
               END-READ
               CLOSE CLOSE-CHECKPOINT-FILE
           END-IF.
           IF TC-TERM-CODE = SPACES OR TC-LAST-STEP IS NOT NUMERIC
               PERFORM START-CLOSE-STATE
               GO TO READ-CLOSE-CHECKPOINT-EXIT.
           IF TC-TERM-CODE = TERM-REGISTRAR-CODE
               IF TC-LAST-STEP IS LESS THAN 9
                   DISPLAY "RESUMING THE " TC-TERM-CODE
                       " CLOSE AFTER STEP " TC-LAST-STEP
                   GO TO READ-CLOSE-CHECKPOINT-EXIT
               END-IF
               DISPLAY "THE " TC-TERM-CODE " CLOSE ALREADY RAN TO "
                   "THE END -- RUN THE WHOLE CLOSE AGAIN? (Y/N): "
           ELSE
               IF TC-LAST-STEP IS NOT LESS THAN 9
                   PERFORM START-CLOSE-STATE
                   GO TO READ-CLOSE-CHECKPOINT-EXIT
               END-IF
               DISPLAY "THE " TC-TERM-CODE " CLOSE STOPPED AFTER STEP "
                   TC-LAST-STEP " -- DISCARD IT AND CLOSE "
                   TERM-REGISTRAR-CODE "? (Y/N): "
           END-IF.
           ACCEPT ANSWER.
           IF ANSWER NOT = "Y" AND ANSWER NOT = "y"
               DISPLAY "TERM CLOSE NOT STARTED"
               STOP RUN.
           PERFORM START-CLOSE-STATE.
       READ-CLOSE-CHECKPOINT-EXIT.
           EXIT.

       START-CLOSE-STATE.
           INITIALIZE CLOSE-STATE.
           MOVE TERM-REGISTRAR-CODE TO TC-TERM-CODE.
           PERFORM WRITE-CLOSE-CHECKPOINT.

       WRITE-CLOSE-CHECKPOINT.
           OPEN OUTPUT CLOSE-CHECKPOINT-FILE.
           WRITE CLOSE-CHECKPOINT-RECORD FROM CLOSE-STATE.
           CLOSE CLOSE-CHECKPOINT-FILE.

      *>  One step of the close: skip it if an earlier run finished
      *>  it, stop at its gate unless the gate is met or released,
      *>  run it, then count what it produced.
       RUN-CLOSE-STEP.
           IF STEP-NUMBER IS NOT GREATER THAN TC-LAST-STEP
               GO TO RUN-CLOSE-STEP-EXIT.
           PERFORM CHECK-STEP-GATE.
           PERFORM PASS-GATE THRU PASS-GATE-EXIT.
           IF CLOSE-STOPPED
               GO TO RUN-CLOSE-STEP-EXIT.
           DISPLAY "STEP " STEP-NUMBER ": " CS-TITLE(STEP-NUMBER).
           PERFORM SHOW-STEP-PROMPTS.
           MOVE CS-LOG-NAME(STEP-NUMBER) TO LOG-STEP-NAME.
           ACCEPT STEP-START-TIME FROM TIME.
           CALL "SYSTEM" USING CS-COMMAND(STEP-NUMBER).
           MOVE RETURN-CODE TO STEP-RC.
           PERFORM COUNT-STEP-RESULTS.
           MOVE STEP-RC TO TC-STEP-RC(STEP-NUMBER).
           MOVE LOG-READ-COUNT TO TC-COUNT(STEP-NUMBER, 1).
           MOVE LOG-WRITTEN-COUNT TO TC-COUNT(STEP-NUMBER, 2).
           MOVE LOG-REJECTED-COUNT TO TC-COUNT(STEP-NUMBER, 3).
           PERFORM LOG-STEP-RESULT.
           IF STEP-RC NOT = 0
               MOVE "F" TO TC-STEP-STATE(STEP-NUMBER)
               MOVE "Y" TO CLOSE-STOPPED-FLAG
               DISPLAY "STEP " STEP-NUMBER " FAILED -- RETURN CODE "
                   STEP-RC
           ELSE
               MOVE "D" TO TC-STEP-STATE(STEP-NUMBER)
               MOVE STEP-NUMBER TO TC-LAST-STEP
           END-IF.
           PERFORM WRITE-CLOSE-CHECKPOINT.
       RUN-CLOSE-STEP-EXIT.
           EXIT.

      *>  The step programs prompt as they do when run by hand; say
      *>  what to key so the answers match the term being closed.
      *>  The lapse register is cleared first so its count is this
      *>  run's and not a prior term's.
       SHOW-STEP-PROMPTS.
           EVALUATE STEP-NUMBER
               WHEN 1
                   DISPLAY "  IF ASKED, KEY TERM " TERM-BANNER-CODE
               WHEN 3
                   CALL "SYSTEM" USING
                       "rm -f IncompleteLapseReport.txt"
               WHEN 5
                   DISPLAY "  ANSWER B (BATCH ROSTER MODE), THEN KEY "
                       "TERM " TERM-IN
               WHEN 6
                   DISPLAY "  KEY TERM " TERM-IN " WHEN ASKED"
               WHEN 7
                   DISPLAY "  KEY TERM " TERM-IN " WHEN ASKED"
               WHEN 8
                   DISPLAY "  SIGN ON, THEN ANSWER B TO PRINT EVERY "
                       "STUDENT"
               WHEN 9
                   DISPLAY "  SIGN ON (LEVEL 3), ANSWER A AND KEY THE "
                       "ARCHIVE CUTOFF"
           END-EVALUATE.

      *>  Each step's gate: what has to be on file before the step
      *>  can run against the right term. Steps 4 and 8 have none.
       CHECK-STEP-GATE.
           MOVE "N" TO GATE-RESULT.
           MOVE SPACES TO GATE-REASON.
           EVALUATE STEP-NUMBER
               WHEN 1
                   PERFORM CHECK-PARMS-GATE
               WHEN 2
                   PERFORM CHECK-ROSTERS-GATE
               WHEN 3
                   PERFORM CHECK-GRADES-GATE
                       THRU CHECK-GRADES-GATE-EXIT
               WHEN 5
                   PERFORM CHECK-ROSTER-FILE-GATE
               WHEN 6
                   PERFORM CHECK-GPA-POSTED-GATE
               WHEN 7
                   PERFORM CHECK-STANDING-GATE
               WHEN 9
                   PERFORM CHECK-BACKUP-GATE
           END-EVALUATE.

      *>  GRADE-ROSTER-GEN rosters the parameter card's term when a
      *>  card is on file, so the card has to name the close term.
       CHECK-PARMS-GATE.
           MOVE "M" TO GATE-RESULT.
           OPEN INPUT BATCH-PARMS-FILE.
           IF BATCH-PARMS-OK
               READ BATCH-PARMS-FILE
                   AT END MOVE SPACES TO BATCH-PARMS-RECORD
               END-READ
               CLOSE BATCH-PARMS-FILE
               IF BP-TERM-CODE NOT = SPACES
                       AND BP-TERM-CODE NOT = TERM-BANNER-CODE
                   MOVE "X" TO GATE-RESULT
                   STRING "BatchParms.txt TERM " DELIMITED BY SIZE
                       BP-TERM-CODE DELIMITED BY SIZE
                       " IS NOT THE CLOSE" DELIMITED BY SIZE
                       INTO GATE-REASON
               END-IF
           END-IF.

       CHECK-ROSTERS-GATE.
           MOVE "GradeRosters.txt" TO COUNT-FILE-NAME.
           PERFORM COUNT-FILE-LINES THRU COUNT-FILE-LINES-EXIT.
           IF LINE-COUNT IS GREATER THAN ZERO
               MOVE "M" TO GATE-RESULT
           ELSE
               MOVE "X" TO GATE-RESULT
               MOVE "NO GRADE ROSTERS ON GradeRosters.txt"
                   TO GATE-REASON
           END-IF.

      *>  The lapse, the rebuild and the GPA run must not start with
      *>  grades still out: MISSING-GRADES relists the term's
      *>  ungraded students on GradesPending.txt, and GRADE-LOAD's
      *>  rejected lines have to be worked off as well.
       CHECK-GRADES-GATE.
           DISPLAY "CHECKING FOR MISSING GRADES -- KEY TERM " TERM-IN
               " WHEN ASKED".
           CALL "SYSTEM" USING "./missinggrades".
           IF RETURN-CODE IS GREATER THAN 4
               MOVE "X" TO GATE-RESULT
               MOVE "MISSING-GRADES COULD NOT CHECK THE TERM"
                   TO GATE-REASON
               GO TO CHECK-GRADES-GATE-EXIT.
           PERFORM COUNT-PENDING-FOR-TERM.
           IF TERM-ROW-COUNT IS GREATER THAN ZERO
               MOVE "X" TO GATE-RESULT
               MOVE TERM-ROW-COUNT TO COUNT-DISPLAY
               STRING COUNT-DISPLAY DELIMITED BY SIZE
                   " GRADE(S) STILL OUTSTANDING" DELIMITED BY SIZE
                   INTO GATE-REASON
               GO TO CHECK-GRADES-GATE-EXIT.
           MOVE "RejectedGrades.txt" TO COUNT-FILE-NAME.
           PERFORM COUNT-FILE-LINES THRU COUNT-FILE-LINES-EXIT.
           IF LINE-COUNT IS GREATER THAN ZERO
               MOVE "X" TO GATE-RESULT
               MOVE LINE-COUNT TO COUNT-DISPLAY
               STRING COUNT-DISPLAY DELIMITED BY SIZE
                   " REJECTED GRADE LINE(S) OPEN" DELIMITED BY SIZE
                   INTO GATE-REASON
               GO TO CHECK-GRADES-GATE-EXIT.
           MOVE "M" TO GATE-RESULT.
       CHECK-GRADES-GATE-EXIT.
           EXIT.

      *>  ASSIGNMENT-1 runs in batch mode off ROSTER.txt.
       CHECK-ROSTER-FILE-GATE.
           MOVE "ROSTER.txt" TO COUNT-FILE-NAME.
           PERFORM COUNT-FILE-LINES THRU COUNT-FILE-LINES-EXIT.
           IF LINE-COUNT IS GREATER THAN ZERO
               MOVE "M" TO GATE-RESULT
           ELSE
               MOVE "X" TO GATE-RESULT
               MOVE "NO ROSTER.txt FOR THE GPA BATCH RUN"
                   TO GATE-REASON
           END-IF.

       CHECK-GPA-POSTED-GATE.
           PERFORM COUNT-GPA-FOR-TERM.
           IF TERM-ROW-COUNT IS GREATER THAN ZERO
               MOVE "M" TO GATE-RESULT
           ELSE
               MOVE "X" TO GATE-RESULT
               MOVE "NO GPAHistory RECORDS POSTED FOR THE TERM"
                   TO GATE-REASON
           END-IF.

       CHECK-STANDING-GATE.
           PERFORM COUNT-STANDING-FOR-TERM.
           IF TERM-ROW-COUNT IS GREATER THAN ZERO
               MOVE "M" TO GATE-RESULT
           ELSE
               MOVE "X" TO GATE-RESULT
               MOVE "NO STANDING DERIVED FOR THE TERM"
                   TO GATE-REASON
           END-IF.

      *>  The archive takes rows out of the masters, so a proved
      *>  backup set from today has to be on the index first.
       CHECK-BACKUP-GATE.
           MOVE "X" TO GATE-RESULT.
           MOVE "NO PROVED BACKUP SET TAKEN TODAY" TO GATE-REASON.
           MOVE 0 TO FILE-EOF-FLAG.
           MOVE "N" TO GATE-FILE-OPEN-FLAG.
           OPEN INPUT BACKUP-SET-FILE.
           IF BACKUP-SET-OK
               MOVE "Y" TO GATE-FILE-OPEN-FLAG
           ELSE
               MOVE 1 TO FILE-EOF-FLAG.
           PERFORM UNTIL FILE-EOF
               READ BACKUP-SET-FILE
                   AT END MOVE 1 TO FILE-EOF-FLAG
                   NOT AT END
                       IF BK-SET-DATE = TODAY-DATE
                           MOVE "M" TO GATE-RESULT
                           MOVE SPACES TO GATE-REASON
                       END-IF
               END-READ
           END-PERFORM.
           IF GATE-FILE-OPEN
               CLOSE BACKUP-SET-FILE.

      *>  A gate that is not met holds the close unless a registrar
      *>  signs on at level 3 to release it. Either way the decision
      *>  goes to JobLog.txt; a release also goes to the audit trail.
       PASS-GATE.
           IF GATE-NONE
               MOVE "N" TO TC-GATE-FLAG(STEP-NUMBER)
               GO TO PASS-GATE-EXIT.
           IF GATE-MET
               MOVE "M" TO TC-GATE-FLAG(STEP-NUMBER)
               GO TO PASS-GATE-EXIT.
           DISPLAY "GATE BEFORE STEP " STEP-NUMBER " NOT MET -- "
               GATE-REASON.
           DISPLAY "RELEASE PAST THIS GATE? A REGISTRAR SIGN-ON IS "
               "REQUIRED (Y/N): ".
           ACCEPT ANSWER.
           IF ANSWER NOT = "Y" AND ANSWER NOT = "y"
               GO TO PASS-GATE-HELD.
           CALL "OPERATOR-SIGN-ON" USING OPERATOR-ID AUTH-LEVEL
               SIGNED-ON-FLAG.
           IF NOT OPERATOR-SIGNED-ON
               GO TO PASS-GATE-HELD.
           IF AUTH-LEVEL IS LESS THAN 3
               DISPLAY "NOT AUTHORIZED -- LEVEL 3 REQUIRED"
               GO TO PASS-GATE-HELD.
           MOVE "R" TO TC-GATE-FLAG(STEP-NUMBER).
           MOVE SPACES TO LOG-STEP-NAME.
           STRING "GATE-RELEASED-" DELIMITED BY SIZE
               STEP-NUMBER DELIMITED BY SIZE
               INTO LOG-STEP-NAME.
           ACCEPT STEP-START-TIME FROM TIME.
           MOVE 0 TO STEP-RC.
           PERFORM LOG-STEP-RESULT.
           PERFORM WRITE-RELEASE-AUDIT.
           DISPLAY "GATE RELEASED BY " OPERATOR-ID.
           GO TO PASS-GATE-EXIT.
       PASS-GATE-HELD.
           MOVE "H" TO TC-STEP-STATE(STEP-NUMBER).
           MOVE "X" TO TC-GATE-FLAG(STEP-NUMBER).
           MOVE "Y" TO CLOSE-STOPPED-FLAG.
           MOVE "Y" TO CLOSE-HELD-FLAG.
           MOVE SPACES TO LOG-STEP-NAME.
           STRING "GATE-HELD-" DELIMITED BY SIZE
               STEP-NUMBER DELIMITED BY SIZE
               INTO LOG-STEP-NAME.
           ACCEPT STEP-START-TIME FROM TIME.
           MOVE 4 TO STEP-RC.
           PERFORM LOG-STEP-RESULT.
           PERFORM WRITE-CLOSE-CHECKPOINT.
       PASS-GATE-EXIT.
           EXIT.

       WRITE-RELEASE-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           MOVE SPACES TO AUDIT-RECORD.
           ACCEPT AUDIT-DATE FROM DATE.
           MOVE "GATE" TO AUDIT-ACTION.
           MOVE ZERO TO AUDIT-CRN.
           MOVE "TERM CLOSE" TO AUDIT-FIELD-NAME.
           MOVE TC-TERM-CODE TO AUDIT-OLD-VALUE.
           MOVE CS-LOG-NAME(STEP-NUMBER) TO AUDIT-NEW-VALUE.
           MOVE GATE-REASON TO AUDIT-DETAIL.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR.
           CALL "AUDIT-SEAL" USING AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

      *>  What each step produced, read back from its own output so
      *>  the close-out report shows real counts.
       COUNT-STEP-RESULTS.
           MOVE ZERO TO LOG-READ-COUNT.
           MOVE ZERO TO LOG-WRITTEN-COUNT.
           MOVE ZERO TO LOG-REJECTED-COUNT.
           EVALUATE STEP-NUMBER
               WHEN 1
                   MOVE "GradeRosters.txt" TO COUNT-FILE-NAME
                   PERFORM COUNT-FILE-LINES THRU COUNT-FILE-LINES-EXIT
                   MOVE LINE-COUNT TO LOG-WRITTEN-COUNT
               WHEN 2
                   MOVE "GradeRosters.txt" TO COUNT-FILE-NAME
                   PERFORM COUNT-FILE-LINES THRU COUNT-FILE-LINES-EXIT
                   MOVE LINE-COUNT TO LOG-READ-COUNT
                   MOVE "GradeDetail.txt" TO COUNT-FILE-NAME
                   PERFORM COUNT-FILE-LINES THRU COUNT-FILE-LINES-EXIT
                   MOVE LINE-COUNT TO LOG-WRITTEN-COUNT
                   MOVE "RejectedGrades.txt" TO COUNT-FILE-NAME
                   PERFORM COUNT-FILE-LINES THRU COUNT-FILE-LINES-EXIT
                   MOVE LINE-COUNT TO LOG-REJECTED-COUNT
               WHEN 3
      *>          Less the register's header and TOTAL lines.
                   MOVE "IncompleteLapseReport.txt" TO COUNT-FILE-NAME
                   PERFORM COUNT-FILE-LINES THRU COUNT-FILE-LINES-EXIT
                   IF LINE-COUNT IS GREATER THAN 2
                       SUBTRACT 2 FROM LINE-COUNT
                           GIVING LOG-WRITTEN-COUNT
                   END-IF
               WHEN 4
                   MOVE "CompletedWork" TO CHECK-PATH
                   MOVE "CompletedWork" TO CHECK-LAYOUT
                   CALL "MASTER-CHECK-TOTAL" USING CHECK-PATH
                       CHECK-LAYOUT CHECK-COUNT CHECK-TOTAL
                       CHECK-RESULT CHECK-STATUS
                   IF CHECK-COUNTED
                       MOVE CHECK-COUNT TO LOG-WRITTEN-COUNT
                   END-IF
               WHEN 5
                   PERFORM COUNT-GPA-FOR-TERM
                   MOVE TERM-ROW-COUNT TO LOG-WRITTEN-COUNT
               WHEN 6
                   PERFORM COUNT-GPA-FOR-TERM
                   MOVE TERM-ROW-COUNT TO LOG-READ-COUNT
                   PERFORM COUNT-STANDING-FOR-TERM
                   MOVE TERM-ROW-COUNT TO LOG-WRITTEN-COUNT
                   PERFORM COUNT-PENDING-FOR-TERM
                   MOVE TERM-ROW-COUNT TO LOG-REJECTED-COUNT
               WHEN 7
                   PERFORM COUNT-GPA-FOR-TERM
                   MOVE TERM-ROW-COUNT TO LOG-READ-COUNT
                   PERFORM COUNT-LETTERS-QUEUED
                   MOVE TERM-ROW-COUNT TO LOG-WRITTEN-COUNT
               WHEN 8
                   MOVE "TranscriptReport.txt" TO COUNT-FILE-NAME
                   PERFORM COUNT-FILE-LINES THRU COUNT-FILE-LINES-EXIT
                   MOVE LINE-COUNT TO LOG-WRITTEN-COUNT
               WHEN 9
                   PERFORM COUNT-ARCHIVED
           END-EVALUATE.

      *>  Today's three archive files, each less its trailer.
       COUNT-ARCHIVED.
           MOVE SPACES TO COUNT-FILE-NAME.
           STRING "EnrollArchive" DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO COUNT-FILE-NAME.
           PERFORM COUNT-ARCHIVE-FILE.
           MOVE SPACES TO COUNT-FILE-NAME.
           STRING "GpaArchive" DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO COUNT-FILE-NAME.
           PERFORM COUNT-ARCHIVE-FILE.
           MOVE SPACES TO COUNT-FILE-NAME.
           STRING "GradeArchive" DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO COUNT-FILE-NAME.
           PERFORM COUNT-ARCHIVE-FILE.

       COUNT-ARCHIVE-FILE.
           PERFORM COUNT-FILE-LINES THRU COUNT-FILE-LINES-EXIT.
           IF LINE-COUNT IS GREATER THAN 1
               SUBTRACT 1 FROM LINE-COUNT
               ADD LINE-COUNT TO LOG-WRITTEN-COUNT
           END-IF.

       COUNT-FILE-LINES.
           MOVE ZERO TO LINE-COUNT.
           MOVE 0 TO FILE-EOF-FLAG.
           OPEN INPUT COUNT-FILE.
           IF NOT COUNT-FILE-OK
               GO TO COUNT-FILE-LINES-EXIT.
           PERFORM UNTIL FILE-EOF
               READ COUNT-FILE
                   AT END MOVE 1 TO FILE-EOF-FLAG
                   NOT AT END ADD 1 TO LINE-COUNT
               END-READ
           END-PERFORM.
           CLOSE COUNT-FILE.
       COUNT-FILE-LINES-EXIT.
           EXIT.

       COUNT-PENDING-FOR-TERM.
           MOVE ZERO TO TERM-ROW-COUNT.
           MOVE 0 TO FILE-EOF-FLAG.
           MOVE "N" TO GATE-FILE-OPEN-FLAG.
           OPEN INPUT PENDING-FILE.
           IF PENDING-OK
               MOVE "Y" TO GATE-FILE-OPEN-FLAG
           ELSE
               MOVE 1 TO FILE-EOF-FLAG.
           PERFORM UNTIL FILE-EOF
               READ PENDING-FILE
                   AT END MOVE 1 TO FILE-EOF-FLAG
                   NOT AT END
                       IF GP-REG-TERM = TERM-REGISTRAR-CODE
                           ADD 1 TO TERM-ROW-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF GATE-FILE-OPEN
               CLOSE PENDING-FILE.

       COUNT-STANDING-FOR-TERM.
           MOVE ZERO TO TERM-ROW-COUNT.
           MOVE 0 TO FILE-EOF-FLAG.
           MOVE "N" TO GATE-FILE-OPEN-FLAG.
           OPEN INPUT STANDING-FILE.
           IF STANDING-OK
               MOVE "Y" TO GATE-FILE-OPEN-FLAG
           ELSE
               MOVE 1 TO FILE-EOF-FLAG.
           PERFORM UNTIL FILE-EOF
               READ STANDING-FILE
                   AT END MOVE 1 TO FILE-EOF-FLAG
                   NOT AT END
                       IF ST-TERM = TERM-REGISTRAR-CODE
                           ADD 1 TO TERM-ROW-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF GATE-FILE-OPEN
               CLOSE STANDING-FILE.

       COUNT-GPA-FOR-TERM.
           MOVE ZERO TO TERM-ROW-COUNT.
           MOVE 0 TO FILE-EOF-FLAG.
           MOVE "N" TO GATE-FILE-OPEN-FLAG.
           OPEN INPUT GPA-HISTORY-FILE.
           IF GPA-HISTORY-OK
               MOVE "Y" TO GATE-FILE-OPEN-FLAG
           ELSE
               MOVE 1 TO FILE-EOF-FLAG.
           PERFORM UNTIL FILE-EOF
               READ GPA-HISTORY-FILE NEXT RECORD
                   AT END MOVE 1 TO FILE-EOF-FLAG
                   NOT AT END
                       IF HIST-TERM = TERM-REGISTRAR-CODE
                           ADD 1 TO TERM-ROW-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF GATE-FILE-OPEN
               CLOSE GPA-HISTORY-FILE.

      *>  TERM-LETTERS queues its dean's list and probation letters
      *>  through QUEUE-MAIL; count the ones queued today.
       COUNT-LETTERS-QUEUED.
           MOVE ZERO TO TERM-ROW-COUNT.
           MOVE 0 TO FILE-EOF-FLAG.
           MOVE "N" TO GATE-FILE-OPEN-FLAG.
           OPEN INPUT MAIL-QUEUE-FILE.
           IF MAIL-QUEUE-OK
               MOVE "Y" TO GATE-FILE-OPEN-FLAG
           ELSE
               MOVE 1 TO FILE-EOF-FLAG.
           PERFORM UNTIL FILE-EOF
               READ MAIL-QUEUE-FILE
                   AT END MOVE 1 TO FILE-EOF-FLAG
                   NOT AT END
                       IF MQ-QUEUE-DATE = TODAY-DATE
                           AND (MQ-DOC-TYPE = "DEANLIST"
                               OR MQ-DOC-TYPE = "PROBATN")
                           ADD 1 TO TERM-ROW-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF GATE-FILE-OPEN
               CLOSE MAIL-QUEUE-FILE.

       LOG-STEP-RESULT.
           OPEN EXTEND JOB-LOG-FILE.
           IF JOB-LOG-MISSING
               OPEN OUTPUT JOB-LOG-FILE.
           MOVE SPACES TO JOB-LOG-RECORD.
           ACCEPT STEP-RUN-DATE FROM DATE.
           MOVE STEP-RUN-DATE TO JL-DATE.
           MOVE LOG-STEP-NAME TO JL-STEP-NAME.
           MOVE STEP-START-TIME TO JL-START-TIME.
           ACCEPT JL-END-TIME FROM TIME.
           MOVE STEP-RC TO JL-RETURN-CODE.
           MOVE LOG-READ-COUNT TO JL-READ-COUNT.
           MOVE LOG-WRITTEN-COUNT TO JL-WRITTEN-COUNT.
           MOVE LOG-REJECTED-COUNT TO JL-REJECTED-COUNT.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.
           MOVE ZERO TO LOG-READ-COUNT.
           MOVE ZERO TO LOG-WRITTEN-COUNT.
           MOVE ZERO TO LOG-REJECTED-COUNT.

      *>  The close-out report: every step's gate, outcome, return
      *>  code and counts as the checkpoint holds them, so a resumed
      *>  close still reports the steps an earlier run finished.
       PRINT-CLOSE-REPORT.
           OPEN OUTPUT CLOSE-REPORT-FILE.
           MOVE TC-TERM-CODE TO RH-TERM.
           MOVE TODAY-DATE TO RH-DATE.
           WRITE CLOSE-REPORT-LINE FROM REPORT-HEADER-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           PERFORM PRINT-STEP-LINES
               VARYING STEP-NUMBER FROM 1 BY 1
               UNTIL STEP-NUMBER IS GREATER THAN 9.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           IF TC-LAST-STEP IS LESS THAN 9
               MOVE TC-LAST-STEP TO COUNT-DISPLAY
               STRING "CLOSE NOT COMPLETE -- LAST STEP DONE:"
                   DELIMITED BY SIZE
                   COUNT-DISPLAY DELIMITED BY SIZE
                   INTO CLOSE-REPORT-LINE
           ELSE
               MOVE "CLOSE COMPLETE" TO CLOSE-REPORT-LINE
           END-IF.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           STRING "REGISTRAR SIGN-OFF: ______________________"
                   DELIMITED BY SIZE
               "  DATE: __________" DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           CLOSE CLOSE-REPORT-FILE.

       PRINT-STEP-LINES.
           MOVE STEP-NUMBER TO RS-STEP.
           MOVE CS-TITLE(STEP-NUMBER) TO RS-TITLE.
           EVALUATE TC-GATE-FLAG(STEP-NUMBER)
               WHEN "M" MOVE "MET" TO RS-GATE
               WHEN "R" MOVE "RELEASED" TO RS-GATE
               WHEN "X" MOVE "NOT MET" TO RS-GATE
               WHEN "N" MOVE "NONE" TO RS-GATE
               WHEN OTHER MOVE "-" TO RS-GATE
           END-EVALUATE.
           EVALUATE TC-STEP-STATE(STEP-NUMBER)
               WHEN "D" MOVE "DONE" TO RS-STATE
               WHEN "F" MOVE "FAILED" TO RS-STATE
               WHEN "H" MOVE "HELD" TO RS-STATE
               WHEN OTHER MOVE "NOT RUN" TO RS-STATE
           END-EVALUATE.
           MOVE TC-STEP-RC(STEP-NUMBER) TO RS-RC.
           WRITE CLOSE-REPORT-LINE FROM REPORT-STEP-LINE.
           DISPLAY REPORT-STEP-LINE.
           IF TC-STEP-STATE(STEP-NUMBER) = "D"
                   OR TC-STEP-STATE(STEP-NUMBER) = "F"
               PERFORM PRINT-COUNT-LINE
                   VARYING COUNT-IDX FROM 1 BY 1
                   UNTIL COUNT-IDX IS GREATER THAN 3
           END-IF.

       PRINT-COUNT-LINE.
           IF CS-COUNT-LABEL(STEP-NUMBER, COUNT-IDX) NOT = SPACES
               MOVE CS-COUNT-LABEL(STEP-NUMBER, COUNT-IDX) TO RC-LABEL
               MOVE TC-COUNT(STEP-NUMBER, COUNT-IDX) TO RC-COUNT
               WRITE CLOSE-REPORT-LINE FROM REPORT-COUNT-LINE
               DISPLAY REPORT-COUNT-LINE
           END-IF.

       END PROGRAM TERM-CLOSE.
