      *    12 = control totals out of balance (sort or
      *         reconciliation count mismatch)
      * Modification History:
      *   10/15/2026 SG - Step 00 runs BACKUP-SET ahead of everything
      *                   else: every master and control file copied
      *                   into a dated, manifested backup set; a copy
      *                   that does not prove stops the night.
      *   10/15/2026 SG - Step 20 runs INTEGRITY-CHECK: masters and side
      *                   files checked against each other; a severe
      *                   orphan fails the night.
      *   10/15/2026 SG - Step 19 runs IDENTITY-FEED: students enrolled
      *                   in the current or next term, with adds,
      *                   changes and deactivations, go to email, ID
      *                   card and library provisioning.
      *   10/15/2026 SG - Step 18 runs LMS-FEED: course-shell instructor
      *                   and student rosters plus the changes since the
      *                   last run go to the learning management system.
      *   10/15/2026 SG - Step 17 runs SCHEDULE-FEED: the published
      *                   terms' sections go to the website as a full
      *                   feed and a changes-only feed, each with header
      *                   and trailer.
      *   10/15/2026 SG - Step 16 runs UNSTAFFED-SECTIONS: the term's
      *                   sections with no active instructor are listed
      *                   and each chair noticed nightly.
      *   10/15/2026 SG - Step 15 runs AR-LEDGER-CHECK, proving the
      *                   AR detail ledger sums to every ARMaster
      *                   bucket and seeding the opening lines of
      *                   receivables that predate the ledger.
      *   10/15/2026 SG - Step 14 runs ATHLETE-DROP-WATCH so a
      *                   certified athlete whose drops leave them
      *                   below full time is re-flagged overnight.
      *   08/24/2026 SG - The per-campus extracts merge through
      *                   FEED-MERGE ahead of the feed gate
      *                   (validated, campus-stamped, combined
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-STUDENT-TERM-KEY
                   = HIST-STUDENT-ID HIST-TERM
               FILE STATUS IS GPA-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       MAIN-PROCEDURE.
           PERFORM CHECK-RUN-GUARD THRU CHECK-RUN-GUARD-EXIT.
           PERFORM CHECK-BATCH-PARMS.
           PERFORM RUN-BACKUP-STEP.
           IF STEP-FAILED
               DISPLAY "NIGHTLY BATCH STOPPED -- NO PROVED BACKUP "
                   "SET, FIX AND RERUN"
               STOP RUN.
           PERFORM RUN-FEED-MERGE-STEP.
           IF STEP-FAILED
               DISPLAY "NIGHTLY BATCH STOPPED -- FIX THE CAMPUS "
           IF NOT STEP-FAILED AND CHECKPOINT-STEP < 13
               PERFORM RUN-COMPLETED-WORK-STEP.

           IF NOT STEP-FAILED AND CHECKPOINT-STEP < 14
               PERFORM RUN-ATHLETE-WATCH-STEP.

           IF NOT STEP-FAILED AND CHECKPOINT-STEP < 15
               PERFORM RUN-AR-LEDGER-CHECK-STEP.

           IF NOT STEP-FAILED AND CHECKPOINT-STEP < 16
               PERFORM RUN-UNSTAFFED-STEP.

           IF NOT STEP-FAILED AND CHECKPOINT-STEP < 17
               PERFORM RUN-SCHEDULE-FEED-STEP.

           IF NOT STEP-FAILED AND CHECKPOINT-STEP < 18
               PERFORM RUN-LMS-FEED-STEP.

           IF NOT STEP-FAILED AND CHECKPOINT-STEP < 19
               PERFORM RUN-IDENTITY-FEED-STEP.

           IF NOT STEP-FAILED AND CHECKPOINT-STEP < 20
               PERFORM RUN-INTEGRITY-STEP.

           IF STEP-FAILED
               DISPLAY "NIGHTLY BATCH STOPPED -- RERUN TO RESUME "
                   "FROM THE FAILED STEP"
       CHECK-RUN-GUARD-EXIT.
           EXIT.

      *>  Step 00: every master and control file into tonight's
      *>  dated backup set before any step can touch one. Not
      *>  checkpointed -- a rerun finds the set already complete
      *>  and skips clean.
       RUN-BACKUP-STEP.
           DISPLAY "STEP 00: TAKING THE NIGHTLY BACKUP SET".
           MOVE "BACKUP-SET" TO LOG-STEP-NAME.
           ACCEPT STEP-START-TIME FROM TIME.
           CALL "SYSTEM" USING "./backupset".
           PERFORM LOG-STEP-RESULT.
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO BATCH-FAILED
               DISPLAY "STEP 00 FAILED -- RETURN CODE " RETURN-CODE
           END-IF.

      *>  The campus extracts merge into one COURSES.txt before the
      *>  gate sees it; with no CampusList.txt on file the merge
      *>  skips clean. Not checkpointed, same as the gate.
               PERFORM WRITE-CHECKPOINT
           END-IF.

      *>  Step 14: re-measure the certified athletes' loads so a
      *>  drop below full time is flagged the next morning.
       RUN-ATHLETE-WATCH-STEP.
           DISPLAY "STEP 14: CHECKING ATHLETE ENROLLMENT LOADS".
           MOVE "ATHLETE-WATCH" TO LOG-STEP-NAME.
           ACCEPT STEP-START-TIME FROM TIME.
           CALL "SYSTEM" USING "./athletedropwatch".
           PERFORM LOG-STEP-RESULT.
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO BATCH-FAILED
               DISPLAY "STEP 14 FAILED -- RETURN CODE " RETURN-CODE
           ELSE
               MOVE 14 TO CHECKPOINT-STEP
               PERFORM WRITE-CHECKPOINT
           END-IF.

      *>  Step 15: prove the AR detail ledger against ARMaster
      *>  bucket by bucket; out of balance fails the night.
       RUN-AR-LEDGER-CHECK-STEP.
           DISPLAY "STEP 15: PROVING THE AR DETAIL LEDGER".
           MOVE "AR-LEDGER-CHECK" TO LOG-STEP-NAME.
           ACCEPT STEP-START-TIME FROM TIME.
           CALL "SYSTEM" USING "./arledgercheck".
           PERFORM LOG-STEP-RESULT.
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO BATCH-FAILED
               DISPLAY "STEP 15 FAILED -- RETURN CODE " RETURN-CODE
           ELSE
               MOVE 15 TO CHECKPOINT-STEP
               PERFORM WRITE-CHECKPOINT
           END-IF.

      *>  Step 16: list the term's sections still without an active
      *>  instructor and write the chair notices; the count rides to
      *>  the morning report once the term window opens.
       RUN-UNSTAFFED-STEP.
           DISPLAY "STEP 16: LISTING UNSTAFFED SECTIONS".
           MOVE "UNSTAFFED-SECTIONS" TO LOG-STEP-NAME.
           ACCEPT STEP-START-TIME FROM TIME.
           CALL "SYSTEM" USING "./unstaffedsections".
           PERFORM LOG-STEP-RESULT.
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO BATCH-FAILED
               DISPLAY "STEP 16 FAILED -- RETURN CODE " RETURN-CODE
           ELSE
               MOVE 16 TO CHECKPOINT-STEP
               PERFORM WRITE-CHECKPOINT
           END-IF.

      *>  Step 17: the public schedule feed for the website, full
      *>  and changes-only, off the rebuilt index.
       RUN-SCHEDULE-FEED-STEP.
           DISPLAY "STEP 17: WRITING THE PUBLIC SCHEDULE FEED".
           MOVE "SCHEDULE-FEED" TO LOG-STEP-NAME.
           ACCEPT STEP-START-TIME FROM TIME.
           CALL "SYSTEM" USING "./schedulefeed".
           PERFORM LOG-STEP-RESULT.
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO BATCH-FAILED
               DISPLAY "STEP 17 FAILED -- RETURN CODE " RETURN-CODE
           ELSE
               MOVE 17 TO CHECKPOINT-STEP
               PERFORM WRITE-CHECKPOINT
           END-IF.

      *>  Step 18: course-shell rosters and the day's adds, drops,
      *>  cancellations and instructor changes for the LMS.
       RUN-LMS-FEED-STEP.
           DISPLAY "STEP 18: WRITING THE LMS FEED".
           MOVE "LMS-FEED" TO LOG-STEP-NAME.
           ACCEPT STEP-START-TIME FROM TIME.
           CALL "SYSTEM" USING "./lmsfeed".
           PERFORM LOG-STEP-RESULT.
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO BATCH-FAILED
               DISPLAY "STEP 18 FAILED -- RETURN CODE " RETURN-CODE
           ELSE
               MOVE 18 TO CHECKPOINT-STEP
               PERFORM WRITE-CHECKPOINT
           END-IF.

      *>  Step 19: the day's student identity list and its adds,
      *>  changes and deactivations for email, ID card and library.
       RUN-IDENTITY-FEED-STEP.
           DISPLAY "STEP 19: WRITING THE IDENTITY FEED".
           MOVE "IDENTITY-FEED" TO LOG-STEP-NAME.
           ACCEPT STEP-START-TIME FROM TIME.
           CALL "SYSTEM" USING "./identityfeed".
           PERFORM LOG-STEP-RESULT.
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO BATCH-FAILED
               DISPLAY "STEP 19 FAILED -- RETURN CODE " RETURN-CODE
           ELSE
               MOVE 19 TO CHECKPOINT-STEP
               PERFORM WRITE-CHECKPOINT
           END-IF.

      *>  Step 20: the masters and side files checked against each
      *>  other; a severe orphan stops the night like a ledger that
      *>  won't balance.
       RUN-INTEGRITY-STEP.
           DISPLAY "STEP 20: CHECKING CROSS-MASTER INTEGRITY".
           MOVE "INTEGRITY-CHECK" TO LOG-STEP-NAME.
           ACCEPT STEP-START-TIME FROM TIME.
           CALL "SYSTEM" USING "./integritycheck".
           PERFORM LOG-STEP-RESULT.
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO BATCH-FAILED
               DISPLAY "STEP 20 FAILED -- RETURN CODE " RETURN-CODE
           ELSE
               MOVE 20 TO CHECKPOINT-STEP
               PERFORM WRITE-CHECKPOINT
           END-IF.

      *>  One structured record per step -- who ran, when, how it
      *>  ended, and what it counted -- appended to JobLog.txt for
      *>  the morning operations report.
