      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Commencement program list -- the graduates as the
      *          printed program lists them, taken from the
      *          graduating cohort on LatinHonors.txt (the last
      *          HONORS-RANK run) with names off the StudentMaster:
      *          the honors graduates first, highest designation
      *          first, then the rest of the class, each group in
      *          name order. A student flagged for FERPA directory
      *          suppression is left out of the printed program and
      *          only counted. Written to CommencementList.txt.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMENCEMENT-LIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HONORS-FILE ASSIGN TO "LatinHonors.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HONORS-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CommencementList.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "GRADWORK.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD HONORS-FILE.
       COPY HonorsFormat.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
      *>    Tier 9 sorts the graduates without honors last.
       SD SORT-FILE.
       01 SORT-RECORD.
           03 SK-TIER PIC 9(1).
           03 SK-NAME PIC X(20).
           03 SK-STUDENT-ID PIC X(9).
           03 SK-MAJOR PIC X(6).
           03 SK-HONORS PIC X(16).
       WORKING-STORAGE SECTION.
       77 HONORS-STATUS PIC X(2) VALUE "00".
           88 HONORS-OK VALUE "00".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 SORT-EOF-FLAG PIC 9 VALUE IS 0.
           88 SORT-EOF VALUE IS 1.
       77 CURRENT-TIER PIC 9(1) VALUE ZERO.
       77 GRADUATE-COUNT PIC 9(5) VALUE ZERO.
       77 LISTED-COUNT PIC 9(5) VALUE ZERO.
       77 WITHHELD-COUNT PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT HONORS-FILE.
           IF NOT HONORS-OK
               DISPLAY "NO LatinHonors.txt ON FILE -- RUN HONORS-RANK "
                   "FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT STUDENT-MASTER.
           IF NOT STUDENT-MASTER-OK
               DISPLAY "UNABLE TO OPEN StudentMaster -- STATUS "
                   STUDENT-MASTER-STATUS
               CLOSE HONORS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN OUTPUT REPORT-FILE.
           MOVE "COMMENCEMENT -- CANDIDATES FOR DEGREES" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           SORT SORT-FILE
               ON ASCENDING KEY SK-TIER
               ON ASCENDING KEY SK-NAME
               ON ASCENDING KEY SK-STUDENT-ID
               INPUT PROCEDURE IS RELEASE-GRADUATES
                   THRU RELEASE-GRADUATES-EXIT
               OUTPUT PROCEDURE IS PRINT-GRADUATES
                   THRU PRINT-GRADUATES-EXIT.
           CLOSE HONORS-FILE.
           CLOSE STUDENT-MASTER.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "GRADUATES: " DELIMITED BY SIZE
               GRADUATE-COUNT DELIMITED BY SIZE
               "   LISTED: " DELIMITED BY SIZE
               LISTED-COUNT DELIMITED BY SIZE
               "   WITHHELD (FERPA): " DELIMITED BY SIZE
               WITHHELD-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY LISTED-COUNT " GRADUATE(S) LISTED ON "
               "CommencementList.txt".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       RELEASE-GRADUATES.
           READ HONORS-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM RELEASE-ONE-GRADUATE THRU RELEASE-ONE-GRADUATE-EXIT
               UNTIL EOF.
       RELEASE-GRADUATES-EXIT.
           EXIT.

       RELEASE-ONE-GRADUATE.
           IF NOT HN-GRADUATING
               GO TO RELEASE-ONE-GRADUATE-NEXT.
           ADD 1 TO GRADUATE-COUNT.
           MOVE HN-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER KEY IS SM-STUDENT-ID
               INVALID KEY
                   MOVE SPACES TO SM-NAME
                   MOVE SPACES TO SM-MAJOR
                   MOVE SPACE TO SM-CONFIDENTIAL-FLAG
           END-READ.
           IF SM-CONFIDENTIAL
               ADD 1 TO WITHHELD-COUNT
               GO TO RELEASE-ONE-GRADUATE-NEXT.
           IF HN-HONORS-TIER IS NUMERIC
                   AND HN-HONORS-TIER IS GREATER THAN ZERO
               MOVE HN-HONORS-TIER TO SK-TIER
           ELSE
               MOVE 9 TO SK-TIER
           END-IF.
           MOVE SM-NAME TO SK-NAME.
           MOVE HN-STUDENT-ID TO SK-STUDENT-ID.
           MOVE SM-MAJOR TO SK-MAJOR.
           MOVE HN-HONORS TO SK-HONORS.
           RELEASE SORT-RECORD.
       RELEASE-ONE-GRADUATE-NEXT.
           READ HONORS-FILE AT END MOVE 1 TO EOF-FLAG.
       RELEASE-ONE-GRADUATE-EXIT.
           EXIT.

       PRINT-GRADUATES.
           MOVE ZERO TO CURRENT-TIER.
           RETURN SORT-FILE AT END MOVE 1 TO SORT-EOF-FLAG.
           PERFORM PRINT-ONE-GRADUATE UNTIL SORT-EOF.
       PRINT-GRADUATES-EXIT.
           EXIT.

       PRINT-ONE-GRADUATE.
           IF SK-TIER IS NOT EQUAL TO CURRENT-TIER
               MOVE SK-TIER TO CURRENT-TIER
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF SK-TIER IS EQUAL TO 9
                   MOVE "GRADUATES" TO REPORT-LINE
               ELSE
                   MOVE SK-HONORS TO REPORT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-IF.
           ADD 1 TO LISTED-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "    " DELIMITED BY SIZE
               SK-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SK-MAJOR DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           RETURN SORT-FILE AT END MOVE 1 TO SORT-EOF-FLAG.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM COMMENCEMENT-LIST.
