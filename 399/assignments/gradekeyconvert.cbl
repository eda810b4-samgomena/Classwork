      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: One-time grade key conversion -- GradeDetail.txt and
      *          the GPAHistory master were keyed on a 10-character
      *          student name until ASSIGNMENT-1 and the grade
      *          programs moved to the 9-character StudentMaster id,
      *          so two students whose names truncated to the same
      *          "J SMITH" shared one GPA record and one transcript.
      *          This run maps every name-keyed row to an id through
      *          the StudentMaster (the first ten characters of
      *          SM-NAME, case ignored): a name that matches exactly
      *          one student converts; a name matching no student or
      *          more than one stays as it was and is listed on
      *          GradeKeyExceptions.txt with the candidate ids, for
      *          the registrar to resolve by hand. Rows already
      *          carrying a StudentMaster id (the roster grade load
      *          and the transfer load have posted ids all along)
      *          pass through untouched. GPAHistory is unloaded
      *          under its old name key and reloaded into a fresh
      *          id-keyed master, copied back over the live file the
      *          way RESTORE-INDEX puts a generation back; two old
      *          records landing on the same id and term are listed,
      *          not merged. Once the master is copied back the run
      *          writes GradeKeyConvertLog.txt, and any later run
      *          finding that log stops with RC 8 -- the converted
      *          master can no longer be opened under the name key,
      *          so the conversion runs once and the rows left on
      *          GradeKeyExceptions.txt are fixed by hand. Takes the
      *          course lock so no grade program posts
      *          mid-conversion.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 4
      * exceptions listed, 8 fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-KEY-CONVERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT GRADE-DETAIL-FILE ASSIGN TO "GradeDetail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-DETAIL-STATUS.
           SELECT DETAIL-KEEP-FILE ASSIGN TO "GradeDetailKeep.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OLD-HISTORY-FILE ASSIGN TO "GPAHistory"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-HIST-NAME-TERM-KEY
                   = OLD-HIST-STUDENT-NAME OLD-HIST-TERM
               FILE STATUS IS OLD-HISTORY-STATUS.
           SELECT GPA-HISTORY-FILE ASSIGN TO "GPAHistoryConv"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-STUDENT-TERM-KEY
                   = HIST-STUDENT-ID HIST-TERM
               FILE STATUS IS GPA-HISTORY-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "GradeKeyExceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONVERT-LOG-FILE ASSIGN TO "GradeKeyConvertLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONVERT-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD GRADE-DETAIL-FILE.
       01 GRADE-DETAIL-RECORD.
           03 GD-STUDENT-ID PIC X(9).
           03 FILLER PIC XX.
           03 GD-TERM PIC X(6).
           03 FILLER PIC X.
           03 GD-CLASSNAME PIC X(5).
           03 FILLER PIC X.
           03 GD-GRADE PIC XX.
           03 FILLER PIC X.
           03 GD-CREDITS PIC 9.
           03 FILLER PIC X.
           03 GD-CRN PIC 9(5).
       01 GRADE-DETAIL-NAME-VIEW.
           03 GD-OLD-NAME PIC X(10).
           03 FILLER PIC X(24).
       FD DETAIL-KEEP-FILE.
       01 DETAIL-KEEP-RECORD PIC X(34).
      *>    The master as ASSIGNMENT-1 used to key it: name + term.
       FD OLD-HISTORY-FILE.
       01 OLD-HISTORY-RECORD.
           03 OLD-HIST-STUDENT-NAME PIC X(10).
           03 FILLER PIC X(1).
           03 OLD-HIST-TERM PIC X(6).
           03 FILLER PIC X(1).
           03 OLD-HIST-GPA PIC X(4).
           03 FILLER PIC X(1).
           03 OLD-HIST-CREDITS PIC X(3).
       FD GPA-HISTORY-FILE.
       COPY GpaHistoryFormat.
       FD EXCEPTION-FILE.
       01 EXCEPTION-LINE PIC X(100).
       FD CONVERT-LOG-FILE.
       01 CONVERT-LOG-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 GRADE-DETAIL-STATUS PIC X(2) VALUE "00".
           88 GRADE-DETAIL-OK VALUE "00".
       77 OLD-HISTORY-STATUS PIC X(2) VALUE "00".
           88 OLD-HISTORY-OK VALUE "00".
       77 GPA-HISTORY-STATUS PIC X(2) VALUE "00".
           88 GPA-HISTORY-OK VALUE "00".
       77 CONVERT-LOG-STATUS PIC X(2) VALUE "00".
           88 CONVERT-LOG-OK VALUE "00".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
      *>    Set by any fatal step; the SYSTEM calls reset
      *>    RETURN-CODE, so the run's code is decided from this at
      *>    the end.
       77 FATAL-FLAG PIC X VALUE "N".
           88 FATAL-ERROR-SEEN VALUE "Y".
       77 LOCK-ACTION PIC X.
       77 LOCK-HOLDER-NAME PIC X(20).
       77 LOCK-RESULT PIC X.
       77 LOCK-CURRENT-HOLDER PIC X(20).

      *>    Every student's id and the ten-character name prefix the
      *>    old keys were cut from, upper-cased for the compare.
       77 STUDENT-COUNT PIC 9(5) VALUE IS 0.
       01 STUDENT-TABLE.
           03 STUDENT-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON STUDENT-COUNT.
               05 ST-STUDENT-ID PIC X(9).
               05 ST-NAME-KEY PIC X(10).
       77 STUDENT-IDX PIC 9(5).

       77 LOOKUP-NAME PIC X(10).
       77 LOOKUP-MATCHES PIC 9(5).
       77 LOOKUP-ID PIC X(9).
       77 CANDIDATE-LIST PIC X(40).
       77 CANDIDATE-PTR PIC 9(3).
       77 ROW-RESULT PIC X.
           88 ROW-ALREADY-ID VALUE "K".
           88 ROW-MAPPED VALUE "M".
           88 ROW-NO-MATCH VALUE "N".
           88 ROW-AMBIGUOUS VALUE "A".

       77 DETAIL-READ PIC 9(7) VALUE ZERO.
       77 DETAIL-KEPT PIC 9(7) VALUE ZERO.
       77 DETAIL-MAPPED PIC 9(7) VALUE ZERO.
       77 DETAIL-UNMAPPED PIC 9(7) VALUE ZERO.
       77 HISTORY-READ PIC 9(7) VALUE ZERO.
       77 HISTORY-KEPT PIC 9(7) VALUE ZERO.
       77 HISTORY-MAPPED PIC 9(7) VALUE ZERO.
       77 HISTORY-UNMAPPED PIC 9(7) VALUE ZERO.
       77 HISTORY-DUPLICATE PIC 9(7) VALUE ZERO.
       77 EXCEPTION-COUNT PIC 9(7) VALUE ZERO.
       77 RUN-DATE PIC 9(6).
       77 EXCEPTION-SOURCE PIC X(8).
       77 EXCEPTION-REASON PIC X(12).
       77 EXCEPTION-TERM PIC X(6).
       77 EXCEPTION-CLASS PIC X(5).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>    The log is written only after GPAHistory is copied back;
      *>    on file, the master is already keyed by id.
           OPEN INPUT CONVERT-LOG-FILE.
           IF CONVERT-LOG-OK
               MOVE SPACES TO CONVERT-LOG-LINE
               READ CONVERT-LOG-FILE
                   AT END CONTINUE
               END-READ
               CLOSE CONVERT-LOG-FILE
               DISPLAY "GPAHistory ALREADY CONVERTED -- "
                   "GradeKeyConvertLog.txt: " CONVERT-LOG-LINE
               DISPLAY "CONVERSION NOT RERUN -- RESOLVE "
                   "GradeKeyExceptions.txt ROWS BY HAND"
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           MOVE "A" TO LOCK-ACTION.
           MOVE "GRADE KEY CONVERT" TO LOCK-HOLDER-NAME.
           CALL "COURSE-LOCK" USING LOCK-ACTION LOCK-HOLDER-NAME
               LOCK-RESULT LOCK-CURRENT-HOLDER.
           IF LOCK-RESULT IS NOT EQUAL TO "Y"
               DISPLAY "LOCK HELD BY " LOCK-CURRENT-HOLDER
                   " -- CONVERSION NOT STARTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           PERFORM LOAD-STUDENTS THRU LOAD-STUDENTS-EXIT.
           IF STUDENT-COUNT IS EQUAL TO ZERO
               DISPLAY "NO StudentMaster ON FILE -- NOTHING TO MAP "
                   "AGAINST"
               PERFORM RELEASE-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           ACCEPT RUN-DATE FROM DATE.
           OPEN OUTPUT EXCEPTION-FILE.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "GRADE KEY CONVERSION EXCEPTIONS   RUN DATE: "
                   DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "SOURCE   OLD KEY     TERM   CLASS REASON       "
                   DELIMITED BY SIZE
               "CANDIDATE IDS" DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

           PERFORM CONVERT-GRADE-DETAIL THRU
               CONVERT-GRADE-DETAIL-EXIT.
           PERFORM CONVERT-GPA-HISTORY THRU
               CONVERT-GPA-HISTORY-EXIT.

           MOVE SPACES TO EXCEPTION-LINE.
           STRING "TOTAL EXCEPTIONS: " DELIMITED BY SIZE
               EXCEPTION-COUNT DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           CLOSE EXCEPTION-FILE.
           PERFORM RELEASE-LOCK.

           DISPLAY "GradeDetail.txt: " DETAIL-READ " READ, "
               DETAIL-KEPT " ALREADY BY ID, " DETAIL-MAPPED
               " MAPPED, " DETAIL-UNMAPPED " UNMAPPED".
           DISPLAY "GPAHistory:      " HISTORY-READ " READ, "
               HISTORY-KEPT " ALREADY BY ID, " HISTORY-MAPPED
               " MAPPED, " HISTORY-UNMAPPED " UNMAPPED, "
               HISTORY-DUPLICATE " DUPLICATE".
           IF EXCEPTION-COUNT IS GREATER THAN ZERO
               DISPLAY "SEE GradeKeyExceptions.txt -- "
                   EXCEPTION-COUNT " ROW(S) NOT CONVERTED"
           END-IF.
           IF FATAL-ERROR-SEEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF EXCEPTION-COUNT IS GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       LOAD-STUDENTS.
           OPEN INPUT STUDENT-MASTER.
           IF NOT STUDENT-MASTER-OK
               GO TO LOAD-STUDENTS-EXIT.
           MOVE LOW-VALUES TO SM-STUDENT-ID.
           START STUDENT-MASTER KEY IS NOT LESS THAN SM-STUDENT-ID
               INVALID KEY MOVE 1 TO EOF-FLAG
           END-START.
           IF NOT EOF
               READ STUDENT-MASTER NEXT RECORD
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-IF.
           PERFORM UNTIL EOF OR STUDENT-COUNT IS EQUAL TO 20000
      *>        Deactivated students keep their history too, so
      *>        they stay candidates.
               ADD 1 TO STUDENT-COUNT
               MOVE SM-STUDENT-ID TO ST-STUDENT-ID(STUDENT-COUNT)
               MOVE SM-NAME(1:10) TO ST-NAME-KEY(STUDENT-COUNT)
               INSPECT ST-NAME-KEY(STUDENT-COUNT) CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               READ STUDENT-MASTER NEXT RECORD
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE STUDENT-MASTER.
       LOAD-STUDENTS-EXIT.
           EXIT.

      *>    Decide one old key: an exact StudentMaster id (with the
      *>    tenth byte blank) is already converted; otherwise count
      *>    the students whose name prefix matches.
       RESOLVE-OLD-KEY.
           MOVE SPACES TO LOOKUP-ID.
           MOVE SPACES TO CANDIDATE-LIST.
           MOVE 1 TO CANDIDATE-PTR.
           MOVE ZERO TO LOOKUP-MATCHES.
           IF LOOKUP-NAME(10:1) IS EQUAL TO SPACE
               PERFORM VARYING STUDENT-IDX FROM 1 BY 1
                       UNTIL STUDENT-IDX GREATER THAN STUDENT-COUNT
                           OR LOOKUP-MATCHES IS GREATER THAN ZERO
                   IF ST-STUDENT-ID(STUDENT-IDX) IS EQUAL TO
                           LOOKUP-NAME(1:9)
                       MOVE 1 TO LOOKUP-MATCHES
                   END-IF
               END-PERFORM
               IF LOOKUP-MATCHES IS GREATER THAN ZERO
                   MOVE "K" TO ROW-RESULT
                   MOVE LOOKUP-NAME(1:9) TO LOOKUP-ID
                   GO TO RESOLVE-OLD-KEY-EXIT
               END-IF
           END-IF.
           INSPECT LOOKUP-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM VARYING STUDENT-IDX FROM 1 BY 1
                   UNTIL STUDENT-IDX GREATER THAN STUDENT-COUNT
               IF ST-NAME-KEY(STUDENT-IDX) IS EQUAL TO LOOKUP-NAME
                   ADD 1 TO LOOKUP-MATCHES
                   MOVE ST-STUDENT-ID(STUDENT-IDX) TO LOOKUP-ID
                   IF CANDIDATE-PTR IS LESS THAN 31
                       STRING ST-STUDENT-ID(STUDENT-IDX)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           INTO CANDIDATE-LIST
                           WITH POINTER CANDIDATE-PTR
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE LOOKUP-MATCHES
               WHEN 0
                   MOVE "N" TO ROW-RESULT
               WHEN 1
                   MOVE "M" TO ROW-RESULT
               WHEN OTHER
                   MOVE "A" TO ROW-RESULT
           END-EVALUATE.
       RESOLVE-OLD-KEY-EXIT.
           EXIT.

      *>    GradeDetail.txt is rewritten through the save-aside copy
      *>    the rerun purges use; unmapped rows copy across as they
      *>    were so nothing is lost.
       CONVERT-GRADE-DETAIL.
           MOVE 0 TO EOF-FLAG.
           OPEN INPUT GRADE-DETAIL-FILE.
           IF NOT GRADE-DETAIL-OK
               DISPLAY "NO GradeDetail.txt ON FILE -- SKIPPED"
               GO TO CONVERT-GRADE-DETAIL-EXIT.
           OPEN OUTPUT DETAIL-KEEP-FILE.
           READ GRADE-DETAIL-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               ADD 1 TO DETAIL-READ
               MOVE GD-OLD-NAME TO LOOKUP-NAME
               PERFORM RESOLVE-OLD-KEY THRU RESOLVE-OLD-KEY-EXIT
               EVALUATE TRUE
                   WHEN ROW-ALREADY-ID
                       ADD 1 TO DETAIL-KEPT
                   WHEN ROW-MAPPED
                       ADD 1 TO DETAIL-MAPPED
                       MOVE SPACES TO GD-OLD-NAME
                       MOVE LOOKUP-ID TO GD-STUDENT-ID
                   WHEN OTHER
                       ADD 1 TO DETAIL-UNMAPPED
                       MOVE "DETAIL" TO EXCEPTION-SOURCE
                       MOVE GD-TERM TO EXCEPTION-TERM
                       MOVE GD-CLASSNAME TO EXCEPTION-CLASS
                       PERFORM WRITE-EXCEPTION
               END-EVALUATE
               MOVE GRADE-DETAIL-RECORD TO DETAIL-KEEP-RECORD
               WRITE DETAIL-KEEP-RECORD
               READ GRADE-DETAIL-FILE
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE GRADE-DETAIL-FILE.
           CLOSE DETAIL-KEEP-FILE.
           CALL "SYSTEM" USING
               "cp GradeDetailKeep.txt GradeDetail.txt".
           IF RETURN-CODE IS NOT EQUAL TO 0
               DISPLAY "COPY BACK FAILED -- CONVERTED DETAIL LEFT "
                   "IN GradeDetailKeep.txt"
               MOVE "Y" TO FATAL-FLAG
               GO TO CONVERT-GRADE-DETAIL-EXIT.
           CALL "SYSTEM" USING "rm -f GradeDetailKeep.txt".
       CONVERT-GRADE-DETAIL-EXIT.
           EXIT.

      *>    Unload the name-keyed master into a fresh id-keyed one,
      *>    then copy it back over the live file.
       CONVERT-GPA-HISTORY.
           MOVE 0 TO EOF-FLAG.
           OPEN INPUT OLD-HISTORY-FILE.
           IF NOT OLD-HISTORY-OK
               DISPLAY "GPAHistory NOT READABLE UNDER THE NAME KEY "
                   "(STATUS " OLD-HISTORY-STATUS ") -- NOT CONVERTED"
               MOVE "Y" TO FATAL-FLAG
               GO TO CONVERT-GPA-HISTORY-EXIT.
           OPEN OUTPUT GPA-HISTORY-FILE.
           IF NOT GPA-HISTORY-OK
               DISPLAY "UNABLE TO CREATE GPAHistoryConv -- STATUS "
                   GPA-HISTORY-STATUS
               CLOSE OLD-HISTORY-FILE
               MOVE "Y" TO FATAL-FLAG
               GO TO CONVERT-GPA-HISTORY-EXIT.
           READ OLD-HISTORY-FILE NEXT RECORD
               AT END MOVE 1 TO EOF-FLAG
           END-READ.
           PERFORM UNTIL EOF
               ADD 1 TO HISTORY-READ
               MOVE OLD-HIST-STUDENT-NAME TO LOOKUP-NAME
               PERFORM RESOLVE-OLD-KEY THRU RESOLVE-OLD-KEY-EXIT
               MOVE OLD-HISTORY-RECORD TO HISTORY-RECORD
               EVALUATE TRUE
                   WHEN ROW-ALREADY-ID
                       ADD 1 TO HISTORY-KEPT
                   WHEN ROW-MAPPED
                       ADD 1 TO HISTORY-MAPPED
                       MOVE SPACES TO HISTORY-RECORD(1:10)
                       MOVE LOOKUP-ID TO HIST-STUDENT-ID
                   WHEN OTHER
                       ADD 1 TO HISTORY-UNMAPPED
                       MOVE "HISTORY" TO EXCEPTION-SOURCE
                       MOVE OLD-HIST-TERM TO EXCEPTION-TERM
                       MOVE SPACES TO EXCEPTION-CLASS
                       PERFORM WRITE-EXCEPTION
               END-EVALUATE
               WRITE HISTORY-RECORD
                   INVALID KEY
      *>                The same student already has a record for
      *>                the term under another spelling of the key.
                       ADD 1 TO HISTORY-DUPLICATE
                       MOVE "DUPLICATE" TO ROW-RESULT
                       MOVE "HISTORY" TO EXCEPTION-SOURCE
                       MOVE OLD-HIST-TERM TO EXCEPTION-TERM
                       MOVE SPACES TO EXCEPTION-CLASS
                       MOVE HIST-STUDENT-ID TO CANDIDATE-LIST
                       PERFORM WRITE-EXCEPTION
               END-WRITE
               READ OLD-HISTORY-FILE NEXT RECORD
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE OLD-HISTORY-FILE.
           CLOSE GPA-HISTORY-FILE.
           CALL "SYSTEM" USING "cp GPAHistoryConv GPAHistory".
           IF RETURN-CODE IS NOT EQUAL TO 0
               DISPLAY "COPY BACK FAILED -- CONVERTED MASTER LEFT "
                   "IN GPAHistoryConv"
               MOVE "Y" TO FATAL-FLAG
               GO TO CONVERT-GPA-HISTORY-EXIT.
           CALL "SYSTEM" USING "rm -f GPAHistoryConv".
           OPEN OUTPUT CONVERT-LOG-FILE.
           MOVE SPACES TO CONVERT-LOG-LINE.
           STRING "CONVERTED " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               " -- " DELIMITED BY SIZE
               HISTORY-READ DELIMITED BY SIZE
               " READ, " DELIMITED BY SIZE
               HISTORY-MAPPED DELIMITED BY SIZE
               " MAPPED, " DELIMITED BY SIZE
               HISTORY-UNMAPPED DELIMITED BY SIZE
               " UNMAPPED" DELIMITED BY SIZE
               INTO CONVERT-LOG-LINE.
           WRITE CONVERT-LOG-LINE.
           CLOSE CONVERT-LOG-FILE.
       CONVERT-GPA-HISTORY-EXIT.
           EXIT.

       WRITE-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT.
           EVALUATE TRUE
               WHEN ROW-NO-MATCH
                   MOVE "NO STUDENT" TO EXCEPTION-REASON
               WHEN ROW-AMBIGUOUS
                   MOVE "AMBIGUOUS" TO EXCEPTION-REASON
               WHEN OTHER
                   MOVE "DUPLICATE" TO EXCEPTION-REASON
           END-EVALUATE.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING EXCEPTION-SOURCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LOOKUP-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EXCEPTION-TERM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXCEPTION-CLASS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXCEPTION-REASON DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CANDIDATE-LIST DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

       RELEASE-LOCK.
           MOVE "R" TO LOCK-ACTION.
           CALL "COURSE-LOCK" USING LOCK-ACTION LOCK-HOLDER-NAME
               LOCK-RESULT LOCK-CURRENT-HOLDER.

       END PROGRAM GRADE-KEY-CONVERT.
