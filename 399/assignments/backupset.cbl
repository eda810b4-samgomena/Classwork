      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Full-system backup set -- the IndexedCourses
      *          generations and RESTORE-INDEX only ever covered the
      *          one file, and a bad night on any other master meant
      *          whatever copy somebody happened to have. Run as the
      *          first NIGHTLY-BATCH step, before anything updates a
      *          master, this copies every master and control file
      *          the system keeps into a dated set directory,
      *          Backups/SETyyyymmdd, and writes the set's
      *          Manifest.txt: one row per file with the layout it
      *          is read with, whether it was copied or was not on
      *          file, and its record count and check total from
      *          MASTER-CHECK-TOTAL. Each copy is counted again in
      *          the set and must match the live file; only a set
      *          with every copy proved is added to the set index,
      *          Backups/BackupSets.txt, and then the oldest sets
      *          past BACKUP-GENERATIONS are removed. A set already
      *          complete for today is not taken again, so a batch
      *          rerun does not overwrite the morning's copy with
      *          files the failed run may have touched. RESTORE-SET
      *          puts a set, or chosen files from it, back.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8 a
      * file unreadable or a copy that failed or did not prove.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP-SET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-SET-FILE ASSIGN TO "Backups/BackupSets.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-SET-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO MANIFEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BACKUP-SET-FILE.
       COPY BackupSetFormat.
       FD MANIFEST-FILE.
       COPY BackupManifestFormat.
       WORKING-STORAGE SECTION.
       77 BACKUP-SET-STATUS PIC X(2) VALUE "00".
           88 BACKUP-SET-OK VALUE "00".
       77 MANIFEST-STATUS PIC X(2) VALUE "00".
           88 MANIFEST-OK VALUE "00".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
       77 BACKUP-GENERATIONS PIC 9(2) VALUE 7.
       77 SET-DIRECTORY PIC X(40) VALUE SPACES.
       77 MANIFEST-FILENAME PIC X(60) VALUE SPACES.
       77 BACKUP-COMMAND PIC X(120) VALUE SPACES.

      *>    Every master and control file the system keeps, with
      *>    the layout MASTER-CHECK-TOTAL reads it by. Work files,
      *>    reports and letters are produced again by the next run
      *>    and are not carried.
       01 BACKUP-FILE-DATA.
           03 FILLER PIC X(24) VALUE "StudentMaster".
           03 FILLER PIC X(16) VALUE "StudentMaster".
           03 FILLER PIC X(24) VALUE "EnrollmentMaster".
           03 FILLER PIC X(16) VALUE "EnrollmentMaster".
           03 FILLER PIC X(24) VALUE "ARMaster".
           03 FILLER PIC X(16) VALUE "ARMaster".
           03 FILLER PIC X(24) VALUE "GPAHistory".
           03 FILLER PIC X(16) VALUE "GPAHistory".
           03 FILLER PIC X(24) VALUE "CompletedWork".
           03 FILLER PIC X(16) VALUE "CompletedWork".
           03 FILLER PIC X(24) VALUE "IndexedCourses".
           03 FILLER PIC X(16) VALUE "IndexedCourses".
           03 FILLER PIC X(24) VALUE "DegreeMaster".
           03 FILLER PIC X(16) VALUE "DegreeMaster".
           03 FILLER PIC X(24) VALUE "COURSES.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "OperatorMaster.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "TUITION-RATES.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "FeeMaster.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "WaiverTypes.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "WaiverMaster.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "AuditTrail.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "AuditSeal.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "EnrollmentJournal.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "ArLedger.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "GradeDetail.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "StudentHolds.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "WaitlistQueue.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "PermitNumbers.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "SeatPools.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "SectionMeetings.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "AdvisorMaster.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "AdviseeAssignments.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "RoomMaster.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "RoomReservations.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "RoomRates.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "SponsorMaster.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "TermMaster.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "TermCalendar.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "TermBreaks.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "RunCalendar.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "StudentIdControl.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "BatchParms.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "CampusList.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "CourseCatalog.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "PrereqRules.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "CourseAttributes.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "DeptCodes.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "COLLEGE-CODES.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "InstructorRoster.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "FundCodes.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "NameHistory.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "TransferCredits.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "FinancialAid.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "SapPolicy.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "AthleticRoster.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "DegreePrograms.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "GradRequirements.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "CreditLimits.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "AccessLog.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "StudentTaxIds.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "StandingHistory.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "SapHistory.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "SapAppeals.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "SponsorHistory.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "CreditMemos.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "PaymentSuspense.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "CashReceipts.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "WaiverActivity.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "AttendanceMarks.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "MidtermGrades.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "GradesPending.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "TimeTickets.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "RoomOutages.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "MailQueue.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "ReturnedMail.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "DirectDeposit.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "PayerInfo.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "PriorityGroups.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "HonorsThresholds.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "AthleticRules.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "ClassLevels.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "CampusCodes.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "ReadmitControl.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
           03 FILLER PIC X(24) VALUE "ClearinghouseControl.txt".
           03 FILLER PIC X(16) VALUE "SEQUENTIAL".
       01 BACKUP-FILE-TABLE REDEFINES BACKUP-FILE-DATA.
           03 BACKUP-FILE-ENTRY OCCURS 77 TIMES.
               05 BF-NAME PIC X(24).
               05 BF-LAYOUT PIC X(16).
       77 BACKUP-FILE-COUNT PIC 9(2) VALUE 77.
       77 FILE-IDX PIC 9(2).

       77 CHECK-PATH PIC X(80).
       77 CHECK-LAYOUT PIC X(16).
       77 CHECK-RESULT PIC X.
           88 CHECK-COUNTED VALUE "Y".
           88 CHECK-NOT-ON-FILE VALUE "M".
       77 CHECK-STATUS PIC X(2).
       77 LIVE-COUNT PIC 9(9) VALUE ZERO.
       77 LIVE-TOTAL PIC 9(15) VALUE ZERO.
       77 COPY-COUNT PIC 9(9) VALUE ZERO.
       77 COPY-TOTAL PIC 9(15) VALUE ZERO.

       77 COPIED-COUNT PIC 9(3) VALUE ZERO.
       77 MISSING-COUNT PIC 9(3) VALUE ZERO.
       77 FAILED-COUNT PIC 9(3) VALUE ZERO.

      *>    The set index, held while today's set is added and the
      *>    oldest past the generations kept are dropped.
       77 SET-COUNT PIC 9(3) VALUE ZERO.
       77 SET-IDX PIC 9(3).
       77 DROP-COUNT PIC 9(3) VALUE ZERO.
       01 SET-TABLE.
           03 SET-ENTRY OCCURS 1 TO 400 TIMES
                   DEPENDING ON SET-COUNT.
               05 ST-SET-DATE PIC 9(8).
               05 ST-COPIED-COUNT PIC 9(3).
               05 ST-MISSING-COUNT PIC 9(3).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.
           MOVE SPACES TO SET-DIRECTORY.
           STRING "Backups/SET" DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO SET-DIRECTORY.

           PERFORM LOAD-SET-INDEX.
           PERFORM VARYING SET-IDX FROM 1 BY 1
                   UNTIL SET-IDX IS GREATER THAN SET-COUNT
               IF ST-SET-DATE (SET-IDX) IS EQUAL TO TODAY-DATE
                   DISPLAY "BACKUP SET " TODAY-DATE " IS ALREADY "
                       "COMPLETE -- NOT TAKEN AGAIN"
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.

           MOVE SPACES TO BACKUP-COMMAND.
           STRING "mkdir -p " DELIMITED BY SIZE
               SET-DIRECTORY DELIMITED BY SPACE
               INTO BACKUP-COMMAND.
           CALL "SYSTEM" USING BACKUP-COMMAND.
           IF RETURN-CODE IS NOT EQUAL TO 0
               DISPLAY "UNABLE TO CREATE " SET-DIRECTORY
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           MOVE SPACES TO MANIFEST-FILENAME.
           STRING SET-DIRECTORY DELIMITED BY SPACE
               "/Manifest.txt" DELIMITED BY SIZE
               INTO MANIFEST-FILENAME.
           OPEN OUTPUT MANIFEST-FILE.
           IF NOT MANIFEST-OK
               DISPLAY "UNABLE TO OPEN " MANIFEST-FILENAME
                   " -- STATUS " MANIFEST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           PERFORM BACKUP-ONE-FILE THRU BACKUP-ONE-FILE-EXIT
               VARYING FILE-IDX FROM 1 BY 1
               UNTIL FILE-IDX IS GREATER THAN BACKUP-FILE-COUNT.
           CLOSE MANIFEST-FILE.

           DISPLAY "BACKUP SET " TODAY-DATE ": " COPIED-COUNT
               " COPIED, " MISSING-COUNT " NOT ON FILE, "
               FAILED-COUNT " FAILED".
           IF FAILED-COUNT IS GREATER THAN ZERO
               DISPLAY "BACKUP SET NOT COMPLETE -- LEFT OUT OF THE "
                   "SET INDEX, SEE " MANIFEST-FILENAME
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           PERFORM ADD-SET-TO-INDEX.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *>    Count the live file, copy it into the set, and count the
      *>    copy; the manifest carries the live totals, and the copy
      *>    has to match them before the set can be trusted.
       BACKUP-ONE-FILE.
           MOVE SPACES TO MANIFEST-RECORD.
           MOVE BF-NAME (FILE-IDX) TO BM-FILE-NAME.
           MOVE BF-LAYOUT (FILE-IDX) TO BM-LAYOUT.
           MOVE ZERO TO BM-RECORD-COUNT.
           MOVE ZERO TO BM-CHECK-TOTAL.

           MOVE BF-NAME (FILE-IDX) TO CHECK-PATH.
           MOVE BF-LAYOUT (FILE-IDX) TO CHECK-LAYOUT.
           CALL "MASTER-CHECK-TOTAL" USING CHECK-PATH CHECK-LAYOUT
               LIVE-COUNT LIVE-TOTAL CHECK-RESULT CHECK-STATUS.
           IF CHECK-NOT-ON-FILE
               MOVE "M" TO BM-STATUS
               WRITE MANIFEST-RECORD
               ADD 1 TO MISSING-COUNT
               GO TO BACKUP-ONE-FILE-EXIT.
           IF NOT CHECK-COUNTED
               DISPLAY BF-NAME (FILE-IDX) " UNREADABLE -- STATUS "
                   CHECK-STATUS
               MOVE "U" TO BM-STATUS
               WRITE MANIFEST-RECORD
               ADD 1 TO FAILED-COUNT
               GO TO BACKUP-ONE-FILE-EXIT.
           MOVE LIVE-COUNT TO BM-RECORD-COUNT.
           MOVE LIVE-TOTAL TO BM-CHECK-TOTAL.

           MOVE SPACES TO BACKUP-COMMAND.
           STRING "cp " DELIMITED BY SIZE
               BF-NAME (FILE-IDX) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               SET-DIRECTORY DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               BF-NAME (FILE-IDX) DELIMITED BY SPACE
               INTO BACKUP-COMMAND.
           CALL "SYSTEM" USING BACKUP-COMMAND.
           IF RETURN-CODE IS NOT EQUAL TO 0
               DISPLAY BF-NAME (FILE-IDX) " COPY FAILED"
               MOVE "F" TO BM-STATUS
               WRITE MANIFEST-RECORD
               ADD 1 TO FAILED-COUNT
               GO TO BACKUP-ONE-FILE-EXIT.

           MOVE SPACES TO CHECK-PATH.
           STRING SET-DIRECTORY DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               BF-NAME (FILE-IDX) DELIMITED BY SPACE
               INTO CHECK-PATH.
           CALL "MASTER-CHECK-TOTAL" USING CHECK-PATH CHECK-LAYOUT
               COPY-COUNT COPY-TOTAL CHECK-RESULT CHECK-STATUS.
           IF NOT CHECK-COUNTED
                   OR COPY-COUNT IS NOT EQUAL TO LIVE-COUNT
                   OR COPY-TOTAL IS NOT EQUAL TO LIVE-TOTAL
               DISPLAY BF-NAME (FILE-IDX) " COPY DOES NOT MATCH -- "
                   LIVE-COUNT " LIVE, " COPY-COUNT " COPIED"
               MOVE "X" TO BM-STATUS
               WRITE MANIFEST-RECORD
               ADD 1 TO FAILED-COUNT
               GO TO BACKUP-ONE-FILE-EXIT.

           MOVE "C" TO BM-STATUS.
           WRITE MANIFEST-RECORD.
           ADD 1 TO COPIED-COUNT.
       BACKUP-ONE-FILE-EXIT.
           EXIT.

       LOAD-SET-INDEX.
           MOVE ZERO TO SET-COUNT.
           OPEN INPUT BACKUP-SET-FILE.
           IF BACKUP-SET-OK
               MOVE 0 TO EOF-FLAG
               READ BACKUP-SET-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
               PERFORM UNTIL EOF OR SET-COUNT IS EQUAL TO 400
                   ADD 1 TO SET-COUNT
                   MOVE BK-SET-DATE TO ST-SET-DATE (SET-COUNT)
                   MOVE BK-COPIED-COUNT TO ST-COPIED-COUNT (SET-COUNT)
                   MOVE BK-MISSING-COUNT
                       TO ST-MISSING-COUNT (SET-COUNT)
                   READ BACKUP-SET-FILE AT END MOVE 1 TO EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE BACKUP-SET-FILE
           END-IF.

      *>    Today's set goes on the end of the index; any sets past
      *>    the generations kept come off the front, directory and
      *>    all, and the index is written back without them.
       ADD-SET-TO-INDEX.
           ADD 1 TO SET-COUNT.
           MOVE TODAY-DATE TO ST-SET-DATE (SET-COUNT).
           MOVE COPIED-COUNT TO ST-COPIED-COUNT (SET-COUNT).
           MOVE MISSING-COUNT TO ST-MISSING-COUNT (SET-COUNT).

           MOVE ZERO TO DROP-COUNT.
           IF SET-COUNT IS GREATER THAN BACKUP-GENERATIONS
               COMPUTE DROP-COUNT = SET-COUNT - BACKUP-GENERATIONS.
           PERFORM VARYING SET-IDX FROM 1 BY 1
                   UNTIL SET-IDX IS GREATER THAN DROP-COUNT
               MOVE SPACES TO BACKUP-COMMAND
               STRING "rm -rf Backups/SET" DELIMITED BY SIZE
                   ST-SET-DATE (SET-IDX) DELIMITED BY SIZE
                   INTO BACKUP-COMMAND
               CALL "SYSTEM" USING BACKUP-COMMAND
               DISPLAY "BACKUP SET " ST-SET-DATE (SET-IDX)
                   " REMOVED -- PAST " BACKUP-GENERATIONS
                   " GENERATIONS"
           END-PERFORM.

           OPEN OUTPUT BACKUP-SET-FILE.
           COMPUTE SET-IDX = DROP-COUNT + 1.
           PERFORM UNTIL SET-IDX IS GREATER THAN SET-COUNT
               MOVE SPACES TO BACKUP-SET-RECORD
               MOVE ST-SET-DATE (SET-IDX) TO BK-SET-DATE
               MOVE ST-COPIED-COUNT (SET-IDX) TO BK-COPIED-COUNT
               MOVE ST-MISSING-COUNT (SET-IDX) TO BK-MISSING-COUNT
               WRITE BACKUP-SET-RECORD
               ADD 1 TO SET-IDX
           END-PERFORM.
           CLOSE BACKUP-SET-FILE.

       END PROGRAM BACKUP-SET.
