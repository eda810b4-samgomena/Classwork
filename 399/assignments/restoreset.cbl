      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Restore from a BACKUP-SET backup set -- the whole
      *          set, or only the files named at the prompt, put
      *          back over the live files. The set is keyed by its
      *          date (zero takes the newest) and must be in the set
      *          index, Backups/BackupSets.txt, so a set that never
      *          finished cannot be restored from. Each chosen file
      *          is proved twice against the set's Manifest.txt
      *          through MASTER-CHECK-TOTAL: the copy in the set
      *          before it is put back (a copy that no longer
      *          matches is not restored), and the live file after.
      *          AuditTrail.txt and AuditSeal.txt are always
      *          restored together, since the seal chain only holds
      *          for the pair. Every file restored gets an audit
      *          row, written once all the restores are done so the
      *          rows land on the trail as restored. Restoring
      *          replaces live masters, so it takes the level-3
      *          sign-on and the course lock, and lists what it did
      *          to RestoreSetReport.txt.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 every file
      * restored and verified, 4 a file skipped or not matching
      * after restore, 8 fatal I/O or the course lock held.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTORE-SET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-SET-FILE ASSIGN TO "Backups/BackupSets.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-SET-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO MANIFEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RestoreSetReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AuditTrail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD BACKUP-SET-FILE.
       COPY BackupSetFormat.
       FD MANIFEST-FILE.
       COPY BackupManifestFormat.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       FD AUDIT-FILE.
       COPY AuditFormat.
       WORKING-STORAGE SECTION.
       77 BACKUP-SET-STATUS PIC X(2) VALUE "00".
           88 BACKUP-SET-OK VALUE "00".
       77 MANIFEST-STATUS PIC X(2) VALUE "00".
           88 MANIFEST-OK VALUE "00".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 RUN-DATE PIC 9(6).
       77 SET-DATE PIC 9(8) VALUE ZERO.
       77 SET-FOUND-FLAG PIC X VALUE "N".
           88 SET-FOUND VALUE "Y".
       77 NEWEST-SET-DATE PIC 9(8) VALUE ZERO.
       77 SET-DIRECTORY PIC X(40) VALUE SPACES.
       77 MANIFEST-FILENAME PIC X(60) VALUE SPACES.
       77 RESTORE-COMMAND PIC X(120) VALUE SPACES.
       77 RESTORE-SCOPE PIC X.
           88 RESTORE-WHOLE-SET VALUE "W" "w".
           88 RESTORE-CHOSEN-FILES VALUE "F" "f".
       77 CONFIRM-RESTORE PIC X.
       77 FATAL-FLAG PIC X VALUE "N".
           88 FATAL-ERROR VALUE "Y".

       77 OPERATOR-ID PIC X(8) VALUE SPACES.
       77 AUTH-LEVEL PIC 9 VALUE ZERO.
       77 SIGNED-ON-FLAG PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
       77 LOCK-ACTION PIC X.
       77 LOCK-HOLDER-NAME PIC X(20).
       77 LOCK-RESULT PIC X.
       77 LOCK-CURRENT-HOLDER PIC X(20).

      *>    The files named at the prompt (twenty, plus the audit
      *>    pair), each flagged once the manifest has a row for it.
       77 CHOSEN-COUNT PIC 9(2) VALUE ZERO.
       77 CHOSEN-IDX PIC 9(2).
       77 CHOSEN-NAME PIC X(24).
       77 CHOSEN-FLAG PIC X VALUE "N".
           88 FILE-CHOSEN VALUE "Y".
       77 CHOSEN-AT PIC 9(2).
       77 PAIR-CHOSEN-FLAG PIC X VALUE "N".
           88 AUDIT-PAIR-CHOSEN VALUE "Y".
       77 LIST-DONE-FLAG PIC X VALUE "N".
           88 LIST-DONE VALUE "Y".
       01 CHOSEN-TABLE.
           03 CHOSEN-ENTRY OCCURS 22 TIMES.
               05 CH-NAME PIC X(24).
               05 CH-FOUND PIC X.

       77 CHECK-PATH PIC X(80).
       77 CHECK-LAYOUT PIC X(16).
       77 CHECK-RESULT PIC X.
           88 CHECK-COUNTED VALUE "Y".
       77 CHECK-STATUS PIC X(2).
       77 CHECK-COUNT PIC 9(9) VALUE ZERO.
       77 CHECK-TOTAL PIC 9(15) VALUE ZERO.

      *>    One row per file put back, for the audit rows written
      *>    after the last restore.
       77 RESTORED-COUNT PIC 9(2) VALUE ZERO.
       77 RESTORED-IDX PIC 9(2).
       01 RESTORED-TABLE.
           03 RESTORED-ENTRY OCCURS 99 TIMES.
               05 RS-NAME PIC X(24).
               05 RS-RECORD-COUNT PIC 9(9).
               05 RS-RESULT PIC X.
                   88 RS-VERIFIED VALUE "V".

       77 VERIFIED-COUNT PIC 9(3) VALUE ZERO.
       77 MISMATCH-COUNT PIC 9(3) VALUE ZERO.
       77 SKIPPED-COUNT PIC 9(3) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "OPERATOR-SIGN-ON" USING OPERATOR-ID AUTH-LEVEL
               SIGNED-ON-FLAG.
           IF NOT OPERATOR-SIGNED-ON
               STOP RUN.
           IF AUTH-LEVEL IS LESS THAN 3
               DISPLAY "NOT AUTHORIZED -- LEVEL 3 REQUIRED"
               STOP RUN.
           ACCEPT RUN-DATE FROM DATE.

           DISPLAY "Restore from which backup set (YYYYMMDD, 0 FOR "
               "THE NEWEST)? ".
           ACCEPT SET-DATE.
           PERFORM FIND-BACKUP-SET.
           IF NOT SET-FOUND
               DISPLAY "BACKUP SET " SET-DATE " IS NOT IN "
                   "Backups/BackupSets.txt -- NOTHING RESTORED"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE SPACES TO SET-DIRECTORY.
           STRING "Backups/SET" DELIMITED BY SIZE
               SET-DATE DELIMITED BY SIZE
               INTO SET-DIRECTORY.
           MOVE SPACES TO MANIFEST-FILENAME.
           STRING SET-DIRECTORY DELIMITED BY SPACE
               "/Manifest.txt" DELIMITED BY SIZE
               INTO MANIFEST-FILENAME.

           DISPLAY "Enter W to restore the whole set or F to restore "
               "chosen files: ".
           ACCEPT RESTORE-SCOPE.
           IF NOT RESTORE-WHOLE-SET AND NOT RESTORE-CHOSEN-FILES
               DISPLAY "SCOPE MUST BE W OR F -- NOTHING RESTORED"
               STOP RUN.
           IF RESTORE-CHOSEN-FILES
               PERFORM ACCEPT-CHOSEN-FILES
               IF CHOSEN-COUNT IS EQUAL TO ZERO
                   DISPLAY "NO FILES CHOSEN -- NOTHING RESTORED"
                   STOP RUN
               END-IF
           END-IF.

           IF RESTORE-WHOLE-SET
               DISPLAY "THIS REPLACES EVERY LIVE FILE IN SET "
                   SET-DATE " -- ARE YOU SURE? (Y/N)"
           ELSE
               DISPLAY "THIS REPLACES " CHOSEN-COUNT " LIVE FILE(S) "
                   "FROM SET " SET-DATE " -- ARE YOU SURE? (Y/N)"
           END-IF.
           ACCEPT CONFIRM-RESTORE.
           IF CONFIRM-RESTORE NOT = "Y" AND CONFIRM-RESTORE NOT = "y"
               DISPLAY "RESTORE CANCELLED"
               STOP RUN.

           OPEN INPUT MANIFEST-FILE.
           IF NOT MANIFEST-OK
               DISPLAY "UNABLE TO OPEN " MANIFEST-FILENAME
                   " -- STATUS " MANIFEST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           MOVE "A" TO LOCK-ACTION.
           MOVE "SET RESTORE" TO LOCK-HOLDER-NAME.
           CALL "COURSE-LOCK" USING LOCK-ACTION LOCK-HOLDER-NAME
               LOCK-RESULT LOCK-CURRENT-HOLDER.
           IF LOCK-RESULT IS NOT EQUAL TO "Y"
               DISPLAY "COURSE LOCK HELD BY " LOCK-CURRENT-HOLDER
                   " -- RESTORE NOT STARTED"
               CLOSE MANIFEST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RESTORE FROM BACKUP SET " DELIMITED BY SIZE
               SET-DATE DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "   OPERATOR: " DELIMITED BY SIZE
               OPERATOR-ID DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 0 TO EOF-FLAG.
           READ MANIFEST-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               PERFORM RESTORE-ONE-FILE THRU RESTORE-ONE-FILE-EXIT
               READ MANIFEST-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE MANIFEST-FILE.

           IF RESTORE-CHOSEN-FILES
               PERFORM VARYING CHOSEN-IDX FROM 1 BY 1
                       UNTIL CHOSEN-IDX IS GREATER THAN CHOSEN-COUNT
                   IF CH-FOUND (CHOSEN-IDX) IS NOT EQUAL TO "Y"
                       MOVE SPACES TO REPORT-LINE
                       STRING CH-NAME (CHOSEN-IDX) DELIMITED BY SIZE
                           " NOT IN MANIFEST -- NOT RESTORED"
                               DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                       ADD 1 TO SKIPPED-COUNT
                   END-IF
               END-PERFORM
           END-IF.

           PERFORM WRITE-RESTORE-AUDIT THRU WRITE-RESTORE-AUDIT-EXIT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RESTORED AND VERIFIED: " DELIMITED BY SIZE
               VERIFIED-COUNT DELIMITED BY SIZE
               "   NOT MATCHING: " DELIMITED BY SIZE
               MISMATCH-COUNT DELIMITED BY SIZE
               "   NOT RESTORED: " DELIMITED BY SIZE
               SKIPPED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

           MOVE "R" TO LOCK-ACTION.
           CALL "COURSE-LOCK" USING LOCK-ACTION LOCK-HOLDER-NAME
               LOCK-RESULT LOCK-CURRENT-HOLDER.

           DISPLAY VERIFIED-COUNT " FILE(S) RESTORED AND VERIFIED, "
               MISMATCH-COUNT " NOT MATCHING, " SKIPPED-COUNT
               " NOT RESTORED -- SEE RestoreSetReport.txt".
           EVALUATE TRUE
               WHEN FATAL-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN MISMATCH-COUNT IS GREATER THAN ZERO
                       OR SKIPPED-COUNT IS GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      *>    A zero date takes the last set in the index, which is
      *>    the newest -- BACKUP-SET appends in date order.
       FIND-BACKUP-SET.
           OPEN INPUT BACKUP-SET-FILE.
           IF NOT BACKUP-SET-OK
               DISPLAY "NO Backups/BackupSets.txt ON FILE -- NO "
                   "BACKUP SET HAS BEEN TAKEN"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE 0 TO EOF-FLAG.
           READ BACKUP-SET-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               MOVE BK-SET-DATE TO NEWEST-SET-DATE
               IF BK-SET-DATE IS EQUAL TO SET-DATE
                   MOVE "Y" TO SET-FOUND-FLAG
               END-IF
               READ BACKUP-SET-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           IF SET-DATE IS EQUAL TO ZERO
                   AND NEWEST-SET-DATE IS NOT EQUAL TO ZERO
               MOVE NEWEST-SET-DATE TO SET-DATE
               MOVE "Y" TO SET-FOUND-FLAG
           END-IF.
           CLOSE BACKUP-SET-FILE.

       ACCEPT-CHOSEN-FILES.
           DISPLAY "Enter the files to restore, one per line, as "
               "named in the manifest (blank line ends): ".
           MOVE "N" TO LIST-DONE-FLAG.
           PERFORM UNTIL LIST-DONE OR CHOSEN-COUNT IS NOT LESS THAN 20
               MOVE SPACES TO CHOSEN-NAME
               ACCEPT CHOSEN-NAME
               IF CHOSEN-NAME IS EQUAL TO SPACES
                   MOVE "Y" TO LIST-DONE-FLAG
               ELSE
                   PERFORM ADD-CHOSEN-FILE
               END-IF
           END-PERFORM.

      *>    The audit trail and its seal file only check out as a
      *>    pair, so choosing either one brings the other with it.
           MOVE "AuditTrail.txt" TO CHOSEN-NAME.
           PERFORM LOOK-UP-CHOSEN.
           MOVE CHOSEN-FLAG TO PAIR-CHOSEN-FLAG.
           MOVE "AuditSeal.txt" TO CHOSEN-NAME.
           PERFORM LOOK-UP-CHOSEN.
           IF FILE-CHOSEN OR AUDIT-PAIR-CHOSEN
               MOVE "AuditTrail.txt" TO CHOSEN-NAME
               PERFORM ADD-CHOSEN-FILE
               MOVE "AuditSeal.txt" TO CHOSEN-NAME
               PERFORM ADD-CHOSEN-FILE
           END-IF.

       ADD-CHOSEN-FILE.
           PERFORM LOOK-UP-CHOSEN.
           IF NOT FILE-CHOSEN
               ADD 1 TO CHOSEN-COUNT
               MOVE CHOSEN-NAME TO CH-NAME (CHOSEN-COUNT)
               MOVE "N" TO CH-FOUND (CHOSEN-COUNT)
           END-IF.

       LOOK-UP-CHOSEN.
           MOVE "N" TO CHOSEN-FLAG.
           PERFORM VARYING CHOSEN-IDX FROM 1 BY 1
                   UNTIL CHOSEN-IDX IS GREATER THAN CHOSEN-COUNT
                   OR FILE-CHOSEN
               IF CH-NAME (CHOSEN-IDX) IS EQUAL TO CHOSEN-NAME
                   MOVE "Y" TO CHOSEN-FLAG
                   MOVE CHOSEN-IDX TO CHOSEN-AT
               END-IF
           END-PERFORM.

      *>    One manifest row. The copy in the set is proved against
      *>    the manifest before it goes anywhere, then the live file
      *>    is proved against it again once it is back.
       RESTORE-ONE-FILE.
           IF RESTORE-CHOSEN-FILES
               MOVE BM-FILE-NAME TO CHOSEN-NAME
               PERFORM LOOK-UP-CHOSEN
               IF NOT FILE-CHOSEN
                   GO TO RESTORE-ONE-FILE-EXIT
               END-IF
               MOVE "Y" TO CH-FOUND (CHOSEN-AT)
           END-IF.

           IF NOT BM-COPIED
               MOVE SPACES TO REPORT-LINE
               STRING BM-FILE-NAME DELIMITED BY SIZE
                   " NOT IN THIS SET -- NOT ON FILE AT BACKUP"
                       DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               IF RESTORE-CHOSEN-FILES
                   ADD 1 TO SKIPPED-COUNT
               END-IF
               GO TO RESTORE-ONE-FILE-EXIT.

           MOVE SPACES TO CHECK-PATH.
           STRING SET-DIRECTORY DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               BM-FILE-NAME DELIMITED BY SPACE
               INTO CHECK-PATH.
           MOVE BM-LAYOUT TO CHECK-LAYOUT.
           CALL "MASTER-CHECK-TOTAL" USING CHECK-PATH CHECK-LAYOUT
               CHECK-COUNT CHECK-TOTAL CHECK-RESULT CHECK-STATUS.
           IF NOT CHECK-COUNTED
                   OR CHECK-COUNT IS NOT EQUAL TO BM-RECORD-COUNT
                   OR CHECK-TOTAL IS NOT EQUAL TO BM-CHECK-TOTAL
               MOVE SPACES TO REPORT-LINE
               STRING BM-FILE-NAME DELIMITED BY SIZE
                   " BACKUP COPY DOES NOT MATCH THE MANIFEST -- NOT "
                       DELIMITED BY SIZE
                   "RESTORED" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO SKIPPED-COUNT
               GO TO RESTORE-ONE-FILE-EXIT.

           MOVE SPACES TO RESTORE-COMMAND.
           STRING "cp " DELIMITED BY SIZE
               CHECK-PATH DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               BM-FILE-NAME DELIMITED BY SPACE
               INTO RESTORE-COMMAND.
           CALL "SYSTEM" USING RESTORE-COMMAND.
           IF RETURN-CODE IS NOT EQUAL TO 0
               MOVE SPACES TO REPORT-LINE
               STRING BM-FILE-NAME DELIMITED BY SIZE
                   " COPY BACK FAILED -- LIVE FILE MAY BE PARTIAL"
                       DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO SKIPPED-COUNT
               MOVE "Y" TO FATAL-FLAG
               GO TO RESTORE-ONE-FILE-EXIT.

           MOVE BM-FILE-NAME TO CHECK-PATH.
           CALL "MASTER-CHECK-TOTAL" USING CHECK-PATH CHECK-LAYOUT
               CHECK-COUNT CHECK-TOTAL CHECK-RESULT CHECK-STATUS.
           ADD 1 TO RESTORED-COUNT.
           MOVE BM-FILE-NAME TO RS-NAME (RESTORED-COUNT).
           MOVE BM-RECORD-COUNT TO RS-RECORD-COUNT (RESTORED-COUNT).
           MOVE SPACES TO REPORT-LINE.
           IF CHECK-COUNTED
                   AND CHECK-COUNT IS EQUAL TO BM-RECORD-COUNT
                   AND CHECK-TOTAL IS EQUAL TO BM-CHECK-TOTAL
               MOVE "V" TO RS-RESULT (RESTORED-COUNT)
               ADD 1 TO VERIFIED-COUNT
               STRING BM-FILE-NAME DELIMITED BY SIZE
                   " RESTORED -- " DELIMITED BY SIZE
                   BM-RECORD-COUNT DELIMITED BY SIZE
                   " RECORDS, VERIFIED" DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               MOVE "M" TO RS-RESULT (RESTORED-COUNT)
               ADD 1 TO MISMATCH-COUNT
               STRING BM-FILE-NAME DELIMITED BY SIZE
                   " RESTORED BUT DOES NOT MATCH -- " DELIMITED BY SIZE
                   CHECK-COUNT DELIMITED BY SIZE
                   " RECORDS" DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
       RESTORE-ONE-FILE-EXIT.
           EXIT.

       WRITE-RESTORE-AUDIT.
           IF RESTORED-COUNT IS EQUAL TO ZERO
               GO TO WRITE-RESTORE-AUDIT-EXIT.
           OPEN EXTEND AUDIT-FILE.
           PERFORM VARYING RESTORED-IDX FROM 1 BY 1
                   UNTIL RESTORED-IDX IS GREATER THAN RESTORED-COUNT
               MOVE SPACES TO AUDIT-RECORD
               MOVE OPERATOR-ID TO AUDIT-OPERATOR
               ACCEPT AUDIT-DATE FROM DATE
               MOVE "RESTOR" TO AUDIT-ACTION
               MOVE ZEROS TO AUDIT-CRN
               MOVE "BACKUP SET" TO AUDIT-FIELD-NAME
               MOVE SET-DATE TO AUDIT-OLD-VALUE
               MOVE RS-RECORD-COUNT (RESTORED-IDX) TO AUDIT-NEW-VALUE
               IF RS-VERIFIED (RESTORED-IDX)
                   STRING RS-NAME (RESTORED-IDX) DELIMITED BY SPACE
                       " VERIFIED" DELIMITED BY SIZE
                       INTO AUDIT-DETAIL
               ELSE
                   STRING RS-NAME (RESTORED-IDX) DELIMITED BY SPACE
                       " MISMATCH" DELIMITED BY SIZE
                       INTO AUDIT-DETAIL
               END-IF
               CALL "AUDIT-SEAL" USING AUDIT-RECORD
               WRITE AUDIT-RECORD
           END-PERFORM.
           CLOSE AUDIT-FILE.
       WRITE-RESTORE-AUDIT-EXIT.
           EXIT.

       END PROGRAM RESTORE-SET.
