      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Duplicate-student detection -- a student who
      *          applies twice, or is keyed in again at the counter,
      *          ends up with two StudentMaster ids, and the history
      *          splits between them. This pairs the likely
      *          duplicates among the active students for the
      *          registrar to review before STUDENT-MERGE folds one
      *          id into the other. Two students pair when they have
      *          the same name (case ignored) in the same zip code,
      *          or the same street address in the same zip code.
      *          The master holds no birth date, so those are the
      *          only two tests. Every active student is released
      *          to one sort under each test for which it has the
      *          fields; students whose keys match land next to
      *          each other, and every later member of a run is
      *          paired with the first. A pair that matches both
      *          ways prints under both. DuplicateStudentReport.txt
      *          lists each pair with both names and addresses and
      *          the test it matched.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPLICATE-STUDENTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DuplicateStudentReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "DUPWORK.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       SD SORT-FILE.
       01 SORT-RECORD.
           03 SK-TEST PIC X(1).
           03 SK-MATCH-KEY PIC X(30).
           03 SK-STUDENT-ID PIC X(9).
           03 SK-NAME PIC X(20).
           03 SK-ADDRESS PIC X(25).
           03 SK-CITY PIC X(15).
           03 SK-ZIP PIC X(5).
       WORKING-STORAGE SECTION.
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
           88 NO-MORE-STUDENTS VALUE "10", "46".
       77 SORT-EOF-FLAG PIC 9 VALUE IS 0.
           88 SORT-EOF VALUE IS 1.

      *>    The first student of the current run of matching keys.
       01 LEAD-RECORD.
           03 LD-TEST PIC X(1).
           03 LD-MATCH-KEY PIC X(30).
           03 LD-STUDENT-ID PIC X(9).
           03 LD-NAME PIC X(20).
           03 LD-ADDRESS PIC X(25).
           03 LD-CITY PIC X(15).
           03 LD-ZIP PIC X(5).

       77 NAME-KEY PIC X(20).
       77 ADDRESS-KEY PIC X(25).
       77 PAIR-COUNT PIC 9(5) VALUE ZERO.
       77 NAME-PAIR-COUNT PIC 9(5) VALUE ZERO.
       77 ADDRESS-PAIR-COUNT PIC 9(5) VALUE ZERO.
       77 STUDENT-COUNT PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT STUDENT-MASTER.
           IF NOT STUDENT-MASTER-OK
               DISPLAY "UNABLE TO OPEN StudentMaster -- STATUS "
                   STUDENT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN OUTPUT REPORT-FILE.
           MOVE "LIKELY DUPLICATE STUDENTS -- REVIEW BEFORE MERGING"
               TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           SORT SORT-FILE
               ON ASCENDING KEY SK-TEST
               ON ASCENDING KEY SK-MATCH-KEY
               ON ASCENDING KEY SK-STUDENT-ID
               INPUT PROCEDURE IS RELEASE-STUDENTS
                   THRU RELEASE-STUDENTS-EXIT
               OUTPUT PROCEDURE IS PAIR-STUDENTS
                   THRU PAIR-STUDENTS-EXIT.

           CLOSE STUDENT-MASTER.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACTIVE STUDENTS SCANNED: " DELIMITED BY SIZE
               STUDENT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PAIRS ON NAME AND ZIP:    " DELIMITED BY SIZE
               NAME-PAIR-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PAIRS ON ADDRESS AND ZIP: " DELIMITED BY SIZE
               ADDRESS-PAIR-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY PAIR-COUNT " LIKELY DUPLICATE PAIR(S) AMONG "
               STUDENT-COUNT " ACTIVE STUDENT(S)".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       RELEASE-STUDENTS.
           MOVE LOW-VALUES TO SM-STUDENT-ID.
           START STUDENT-MASTER KEY IS GREATER THAN SM-STUDENT-ID
               INVALID KEY
                   MOVE "46" TO STUDENT-MASTER-STATUS
           END-START.
           PERFORM RELEASE-ONE-STUDENT THRU RELEASE-ONE-STUDENT-EXIT
               UNTIL NO-MORE-STUDENTS.
       RELEASE-STUDENTS-EXIT.
           EXIT.

      *>    One release per test the student has the fields for:
      *>    "N" name and zip, "A" street address and zip.
       RELEASE-ONE-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE "46" TO STUDENT-MASTER-STATUS
                   GO TO RELEASE-ONE-STUDENT-EXIT
           END-READ.
           IF NOT STUDENT-ACTIVE
               GO TO RELEASE-ONE-STUDENT-EXIT.
           ADD 1 TO STUDENT-COUNT.
           IF SM-ZIP IS EQUAL TO SPACES
               GO TO RELEASE-ONE-STUDENT-EXIT.

           MOVE SM-STUDENT-ID TO SK-STUDENT-ID.
           MOVE SM-NAME TO SK-NAME.
           MOVE SM-ADDRESS TO SK-ADDRESS.
           MOVE SM-CITY TO SK-CITY.
           MOVE SM-ZIP TO SK-ZIP.
           IF SM-NAME IS NOT EQUAL TO SPACES
               MOVE SM-NAME TO NAME-KEY
               INSPECT NAME-KEY CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE "N" TO SK-TEST
               MOVE SPACES TO SK-MATCH-KEY
               STRING NAME-KEY DELIMITED BY SIZE
                   SM-ZIP DELIMITED BY SIZE
                   INTO SK-MATCH-KEY
               RELEASE SORT-RECORD
           END-IF.
           IF SM-ADDRESS IS NOT EQUAL TO SPACES
               MOVE SM-ADDRESS TO ADDRESS-KEY
               INSPECT ADDRESS-KEY CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE "A" TO SK-TEST
               MOVE SPACES TO SK-MATCH-KEY
               STRING ADDRESS-KEY DELIMITED BY SIZE
                   SM-ZIP DELIMITED BY SIZE
                   INTO SK-MATCH-KEY
               RELEASE SORT-RECORD
           END-IF.
       RELEASE-ONE-STUDENT-EXIT.
           EXIT.

       PAIR-STUDENTS.
           MOVE SPACES TO LEAD-RECORD.
           MOVE 0 TO SORT-EOF-FLAG.
           RETURN SORT-FILE AT END MOVE 1 TO SORT-EOF-FLAG.
           PERFORM PAIR-ONE-STUDENT UNTIL SORT-EOF.
       PAIR-STUDENTS-EXIT.
           EXIT.

       PAIR-ONE-STUDENT.
           IF SK-TEST IS EQUAL TO LD-TEST
                   AND SK-MATCH-KEY IS EQUAL TO LD-MATCH-KEY
               PERFORM WRITE-PAIR
           ELSE
               MOVE SORT-RECORD TO LEAD-RECORD
           END-IF.
           RETURN SORT-FILE AT END MOVE 1 TO SORT-EOF-FLAG.

       WRITE-PAIR.
           ADD 1 TO PAIR-COUNT.
           MOVE SPACES TO REPORT-LINE.
           IF LD-TEST IS EQUAL TO "N"
               ADD 1 TO NAME-PAIR-COUNT
               MOVE "SAME NAME AND ZIP" TO REPORT-LINE
           ELSE
               ADD 1 TO ADDRESS-PAIR-COUNT
               MOVE "SAME ADDRESS AND ZIP" TO REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
               LD-STUDENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LD-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LD-ADDRESS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LD-CITY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LD-ZIP DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
               SK-STUDENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SK-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SK-ADDRESS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SK-CITY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SK-ZIP DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM DUPLICATE-STUDENTS.
