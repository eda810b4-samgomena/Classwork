      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Mid-term early alert -- reads one term's rows off
      *          MidtermGrades.txt (loaded by MIDTERM-LOAD) and
      *          writes one warning letter per student holding a D,
      *          F or U at mid-term to EarlyAlertLetters.txt,
      *          addressed off the StudentMaster and listing every
      *          deficient section. A student flagged for FERPA
      *          directory suppression is kept off the bulk letter
      *          file, which goes out through the mail room; that
      *          letter goes to EarlyAlertRestricted.txt for the
      *          registrar to send, as TERM-LETTERS does with the
      *          dean's list. EarlyAlertAdvisors.txt lists the
      *          alerted students for the advisors, grouped by the
      *          advisor in effect for the term on
      *          AdviseeAssignments.txt (students with no advisor
      *          come first, grouped by major so the advising
      *          department can pick them up), and
      *          EarlyAlertSummary.txt gives the term summary by
      *          department: mid-term grades reported, deficient,
      *          and the deficient percentage.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EARLY-ALERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MIDTERM-FILE ASSIGN TO "MidtermGrades.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MIDTERM-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT LETTER-FILE ASSIGN TO "EarlyAlertLetters.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESTRICTED-FILE ASSIGN TO "EarlyAlertRestricted.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ASSIGN-FILE ASSIGN TO "AdviseeAssignments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASSIGN-STATUS.
           SELECT ADVISOR-FILE ASSIGN TO "EarlyAlertAdvisors.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMMARY-FILE ASSIGN TO "EarlyAlertSummary.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD MIDTERM-FILE.
       COPY MidtermGradeFormat.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD LETTER-FILE.
       01 LETTER-RECORD PIC X(80).
       FD RESTRICTED-FILE.
       01 RESTRICTED-RECORD PIC X(80).
       FD ASSIGN-FILE.
       COPY AdviseeAssignFormat.
       FD ADVISOR-FILE.
       01 ADVISOR-LINE PIC X(80).
       FD SUMMARY-FILE.
       01 SUMMARY-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       77 MIDTERM-STATUS PIC X(2) VALUE "00".
           88 MIDTERM-OK VALUE "00".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 STUDENT-MASTER-OPEN-FLAG PIC X VALUE "N".
           88 STUDENT-MASTER-OPEN VALUE "Y".
       77 ASSIGN-STATUS PIC X(2) VALUE "00".
           88 ASSIGN-OK VALUE "00".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 RUN-TERM PIC X(6).
       77 ALERT-NAME PIC X(20).
       77 TERM-BANNER-CODE PIC X(6).
       77 TERM-REGISTRAR-CODE PIC X(6).
       77 TERM-VALID-FLAG PIC X VALUE "N".
           88 TERM-IS-VALID VALUE "Y".
       77 RUN-BANNER PIC 9(6).
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
       77 TODAY-DISPLAY PIC 9999/99/99.
       77 TERM-ROW-COUNT PIC 9(6) VALUE ZERO.
       77 DEFICIENT-COUNT PIC 9(6) VALUE ZERO.
       77 LETTER-COUNT PIC 9(5) VALUE ZERO.
       77 RESTRICTED-COUNT PIC 9(5) VALUE ZERO.
       77 DROPPED-COUNT PIC 9(5) VALUE ZERO.
       77 LETTER-LINE PIC X(80).
       77 SUPPRESSED-FLAG PIC X VALUE "N".
           88 LETTER-SUPPRESSED VALUE "Y".

      *>    The term's deficient mid-term marks, loaded first so a
      *>    student's sections can be gathered into one letter.
       77 DEF-COUNT PIC 9(4) VALUE IS 0.
       01 DEF-TABLE.
           03 DEF-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON DEF-COUNT.
               05 DF-STUDENT-ID PIC X(9).
               05 DF-CRN PIC 9(5).
               05 DF-CLASSNAME PIC X(5).
               05 DF-GRADE PIC X(2).
               05 DF-DONE-FLAG PIC X.
       77 DEF-IDX PIC 9(4).
       77 LOOK-IDX PIC 9(4).

      *>    One entry per alerted student for the advisor list.
       77 ALERT-COUNT PIC 9(4) VALUE IS 0.
       01 ALERT-TABLE.
           03 ALERT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON ALERT-COUNT.
               05 AT-STUDENT-ID PIC X(9).
               05 AT-NAME PIC X(20).
               05 AT-ADVISOR.
                   07 AT-ADVISOR-LAST PIC X(16).
                   07 AT-ADVISOR-FIRST PIC X(16).
               05 AT-MAJOR PIC X(6).
               05 AT-SECTIONS PIC 9(2).
               05 AT-LISTED-FLAG PIC X.
       77 ALERT-IDX PIC 9(4).
       77 LOW-IDX PIC 9(4).

      *>    Mid-term grades reported and deficient, by the
      *>    section's department.
       77 DEPT-COUNT PIC 9(3) VALUE IS 0.
       01 DEPT-TABLE.
           03 DEPT-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON DEPT-COUNT.
               05 DT-DEPARTMENT PIC X(6).
               05 DT-REPORTED PIC 9(6).
               05 DT-DEFICIENT PIC 9(6).
               05 DT-PRINTED-FLAG PIC X.
       77 DEPT-IDX PIC 9(3).
       77 DEPT-LOW-IDX PIC 9(3).
       77 DEPT-FOUND-FLAG PIC X.
       77 LAST-MAJOR PIC X(6).
       77 LAST-ADVISOR PIC X(32).

      *>    The term's advisor in effect per student.
       77 ADVISEE-COUNT PIC 9(4) VALUE IS 0.
       01 ADVISEE-TABLE.
           03 ADVISEE-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON ADVISEE-COUNT.
               05 AV-STUDENT-ID PIC X(9).
               05 AV-ADVISOR.
                   07 AV-ADVISOR-LAST PIC X(16).
                       88 AV-NO-ADVISOR VALUE "NONE".
                   07 AV-ADVISOR-FIRST PIC X(16).
               05 AV-EFFECTIVE-TERM PIC 9(6).
       77 AV-IDX PIC 9(4).
       77 AV-FOUND-IDX PIC 9(4).

       01 ADVISOR-DETAIL.
           03 FILLER PIC X(2) VALUE SPACES.
           03 AD-STUDENT-ID PIC X(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AD-NAME PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AD-SECTIONS PIC Z9.
           03 FILLER PIC X(21) VALUE " DEFICIENT SECTION(S)".
       01 SUMMARY-DETAIL.
           03 SR-DEPARTMENT PIC X(6).
           03 FILLER PIC X(4) VALUE SPACES.
           03 SR-REPORTED PIC ZZZ,ZZ9.
           03 FILLER PIC X(4) VALUE SPACES.
           03 SR-DEFICIENT PIC ZZZ,ZZ9.
           03 FILLER PIC X(4) VALUE SPACES.
           03 SR-PERCENT PIC ZZ9.9.
           03 FILLER PIC X(1) VALUE "%".
       77 PERCENT-WORK PIC 9(3)V9.
       77 TOTAL-REPORTED PIC 9(6) VALUE ZERO.
       77 TOTAL-DEFICIENT PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL TERM-IS-VALID
               DISPLAY "Enter the term code to alert "
                   "(e.g. FA26): "
               ACCEPT RUN-TERM
               CALL "VALIDATE-TERM-CODE" USING RUN-TERM
                   TERM-BANNER-CODE TERM-REGISTRAR-CODE
                   TERM-VALID-FLAG
               IF NOT TERM-IS-VALID
                   DISPLAY "REJECTED: " RUN-TERM
                       " IS NOT ON TermMaster.txt"
               END-IF
           END-PERFORM.
           MOVE TERM-BANNER-CODE TO RUN-BANNER.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.
           MOVE TODAY-DATE TO TODAY-DISPLAY.
           PERFORM LOAD-ADVISEES THRU LOAD-ADVISEES-EXIT.

           OPEN INPUT MIDTERM-FILE.
           IF NOT MIDTERM-OK
               DISPLAY "NO MidtermGrades.txt ON FILE -- RUN "
                   "MIDTERM-LOAD FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           READ MIDTERM-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM LOAD-ONE-MIDTERM UNTIL EOF.
           CLOSE MIDTERM-FILE.

           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-OK
               MOVE "Y" TO STUDENT-MASTER-OPEN-FLAG
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT RESTRICTED-FILE.
           MOVE "RESTRICTED -- REGISTRAR ACCESS ONLY"
               TO RESTRICTED-RECORD.
           WRITE RESTRICTED-RECORD.
           MOVE SPACES TO RESTRICTED-RECORD.
           WRITE RESTRICTED-RECORD.

           PERFORM VARYING DEF-IDX FROM 1 BY 1
                   UNTIL DEF-IDX GREATER THAN DEF-COUNT
               IF DF-DONE-FLAG(DEF-IDX) IS EQUAL TO "N"
                   PERFORM WRITE-ONE-LETTER
               END-IF
           END-PERFORM.

           MOVE SPACES TO LETTER-RECORD.
           STRING "TOTAL EARLY-ALERT LETTERS: " DELIMITED BY SIZE
               LETTER-COUNT DELIMITED BY SIZE
               INTO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE SPACES TO RESTRICTED-RECORD.
           STRING "TOTAL RESTRICTED LETTERS: " DELIMITED BY SIZE
               RESTRICTED-COUNT DELIMITED BY SIZE
               INTO RESTRICTED-RECORD.
           WRITE RESTRICTED-RECORD.
           CLOSE LETTER-FILE.
           CLOSE RESTRICTED-FILE.
           IF STUDENT-MASTER-OPEN
               CLOSE STUDENT-MASTER
           END-IF.

           PERFORM WRITE-ADVISOR-LIST.
           PERFORM WRITE-DEPARTMENT-SUMMARY.

           DISPLAY TERM-ROW-COUNT " MID-TERM GRADE(S) FOR "
               TERM-REGISTRAR-CODE ", " DEFICIENT-COUNT
               " DEFICIENT: " LETTER-COUNT " LETTER(S), "
               RESTRICTED-COUNT " RESTRICTED".
           IF DROPPED-COUNT IS GREATER THAN ZERO
               DISPLAY DROPPED-COUNT " DEFICIENT ROW(S) DROPPED -- "
                   "TABLE FULL"
           END-IF.
           STOP RUN.

       LOAD-ONE-MIDTERM.
           IF MT-TERM IS EQUAL TO TERM-REGISTRAR-CODE
               ADD 1 TO TERM-ROW-COUNT
               PERFORM TALLY-DEPARTMENT
               IF MT-DEFICIENT
                   ADD 1 TO DEFICIENT-COUNT
                   ADD 1 TO DT-DEFICIENT(DEPT-IDX)
                   IF DEF-COUNT IS LESS THAN 5000
                       ADD 1 TO DEF-COUNT
                       MOVE MT-STUDENT-ID TO DF-STUDENT-ID(DEF-COUNT)
                       MOVE MT-CRN TO DF-CRN(DEF-COUNT)
                       MOVE MT-CLASSNAME TO DF-CLASSNAME(DEF-COUNT)
                       MOVE MT-GRADE TO DF-GRADE(DEF-COUNT)
                       MOVE "N" TO DF-DONE-FLAG(DEF-COUNT)
                   ELSE
                       ADD 1 TO DROPPED-COUNT
                   END-IF
               END-IF
           END-IF.
           READ MIDTERM-FILE AT END MOVE 1 TO EOF-FLAG.

      *>    Leaves DEPT-IDX on the row's department entry.
       TALLY-DEPARTMENT.
           MOVE "N" TO DEPT-FOUND-FLAG.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX GREATER THAN DEPT-COUNT
                       OR DEPT-FOUND-FLAG IS EQUAL TO "Y"
               IF DT-DEPARTMENT(DEPT-IDX) IS EQUAL TO MT-DEPARTMENT
                   MOVE "Y" TO DEPT-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF DEPT-FOUND-FLAG IS EQUAL TO "Y"
               SUBTRACT 1 FROM DEPT-IDX
           ELSE
               IF DEPT-COUNT IS LESS THAN 300
                   ADD 1 TO DEPT-COUNT
                   MOVE MT-DEPARTMENT TO DT-DEPARTMENT(DEPT-COUNT)
                   MOVE ZERO TO DT-REPORTED(DEPT-COUNT)
                   MOVE ZERO TO DT-DEFICIENT(DEPT-COUNT)
                   MOVE "N" TO DT-PRINTED-FLAG(DEPT-COUNT)
               END-IF
               MOVE DEPT-COUNT TO DEPT-IDX
           END-IF.
           ADD 1 TO DT-REPORTED(DEPT-IDX).

      *>    One letter per student: the address block, then every
      *>    deficient section the student holds this term.
       WRITE-ONE-LETTER.
           PERFORM READ-STUDENT-ADDRESS.
           IF ALERT-COUNT IS LESS THAN 5000
               ADD 1 TO ALERT-COUNT
               MOVE DF-STUDENT-ID(DEF-IDX) TO AT-STUDENT-ID(ALERT-COUNT)
               MOVE ALERT-NAME TO AT-NAME(ALERT-COUNT)
               MOVE SM-MAJOR TO AT-MAJOR(ALERT-COUNT)
               MOVE DF-STUDENT-ID(DEF-IDX) TO SM-STUDENT-ID
               PERFORM FIND-ADVISEE
               IF AV-FOUND-IDX IS EQUAL TO ZERO
                   MOVE SPACES TO AT-ADVISOR(ALERT-COUNT)
               ELSE
                   IF AV-NO-ADVISOR(AV-FOUND-IDX)
                       MOVE SPACES TO AT-ADVISOR(ALERT-COUNT)
                   ELSE
                       MOVE AV-ADVISOR(AV-FOUND-IDX)
                           TO AT-ADVISOR(ALERT-COUNT)
                   END-IF
               END-IF
               MOVE ZERO TO AT-SECTIONS(ALERT-COUNT)
               MOVE "N" TO AT-LISTED-FLAG(ALERT-COUNT)
           END-IF.
           IF LETTER-SUPPRESSED
               ADD 1 TO RESTRICTED-COUNT
           ELSE
               ADD 1 TO LETTER-COUNT
           END-IF.

           MOVE SPACES TO LETTER-LINE.
           STRING "MID-TERM ACADEMIC ALERT   DATE: "
                   DELIMITED BY SIZE
               TODAY-DISPLAY DELIMITED BY SIZE
               INTO LETTER-LINE.
           PERFORM PUT-LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           PERFORM PUT-LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING ALERT-NAME DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               DF-STUDENT-ID(DEF-IDX) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LETTER-LINE.
           PERFORM PUT-LETTER-LINE.
           MOVE SM-ADDRESS TO LETTER-LINE.
           PERFORM PUT-LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING SM-CITY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SM-STATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SM-ZIP DELIMITED BY SIZE
               INTO LETTER-LINE.
           PERFORM PUT-LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           PERFORM PUT-LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "YOUR INSTRUCTORS HAVE REPORTED THE FOLLOWING "
                   DELIMITED BY SIZE
               "MID-TERM GRADE(S) FOR " DELIMITED BY SIZE
               TERM-REGISTRAR-CODE DELIMITED BY SPACE
               ":" DELIMITED BY SIZE
               INTO LETTER-LINE.
           PERFORM PUT-LETTER-LINE.
           PERFORM VARYING LOOK-IDX FROM DEF-IDX BY 1
                   UNTIL LOOK-IDX GREATER THAN DEF-COUNT
               IF DF-STUDENT-ID(LOOK-IDX) IS EQUAL TO
                       DF-STUDENT-ID(DEF-IDX)
                   PERFORM WRITE-LETTER-SECTION
               END-IF
           END-PERFORM.
           MOVE SPACES TO LETTER-LINE.
           PERFORM PUT-LETTER-LINE.
           MOVE "A MID-TERM GRADE IS NOT RECORDED ON YOUR TRANSCRIPT,"
               TO LETTER-LINE.
           PERFORM PUT-LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "BUT PLEASE SEE YOUR INSTRUCTOR AND YOUR ADVISOR "
                   DELIMITED BY SIZE
               "BEFORE THE WITHDRAWAL" DELIMITED BY SIZE
               INTO LETTER-LINE.
           PERFORM PUT-LETTER-LINE.
           MOVE "DEADLINE ABOUT HOW TO FINISH THE TERM." TO LETTER-LINE.
           PERFORM PUT-LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           PERFORM PUT-LETTER-LINE.

       WRITE-LETTER-SECTION.
           MOVE SPACES TO LETTER-LINE.
           STRING "    CRN " DELIMITED BY SIZE
               DF-CRN(LOOK-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DF-CLASSNAME(LOOK-IDX) DELIMITED BY SIZE
               "  MID-TERM GRADE " DELIMITED BY SIZE
               DF-GRADE(LOOK-IDX) DELIMITED BY SIZE
               INTO LETTER-LINE.
           PERFORM PUT-LETTER-LINE.
           MOVE "Y" TO DF-DONE-FLAG(LOOK-IDX).
           IF ALERT-COUNT IS GREATER THAN ZERO
               AND AT-STUDENT-ID(ALERT-COUNT) IS EQUAL TO
                   DF-STUDENT-ID(LOOK-IDX)
               ADD 1 TO AT-SECTIONS(ALERT-COUNT)
           END-IF.

      *>    A suppressed student's letter stays off the mail-room
      *>    file and goes to the registrar's restricted copy.
       PUT-LETTER-LINE.
           IF LETTER-SUPPRESSED
               MOVE LETTER-LINE TO RESTRICTED-RECORD
               WRITE RESTRICTED-RECORD
           ELSE
               MOVE LETTER-LINE TO LETTER-RECORD
               WRITE LETTER-RECORD
           END-IF.

       READ-STUDENT-ADDRESS.
           MOVE "N" TO SUPPRESSED-FLAG.
           MOVE SPACES TO STUDENT-MASTER-RECORD.
           MOVE "(NOT ON FILE)" TO SM-NAME.
           MOVE "UNDECL" TO SM-MAJOR.
           IF STUDENT-MASTER-OPEN
               MOVE DF-STUDENT-ID(DEF-IDX) TO SM-STUDENT-ID
               READ STUDENT-MASTER KEY IS SM-STUDENT-ID
                   INVALID KEY
                       MOVE SPACES TO STUDENT-MASTER-RECORD
                       MOVE "(NOT ON FILE)" TO SM-NAME
                       MOVE "UNDECL" TO SM-MAJOR
                   NOT INVALID KEY
                       IF SM-CONFIDENTIAL
                           MOVE "Y" TO SUPPRESSED-FLAG
                       END-IF
                       IF SM-MAJOR IS EQUAL TO SPACES
                           MOVE "UNDECL" TO SM-MAJOR
                       END-IF
               END-READ
           END-IF.
           IF SM-PREFERRED-NAME IS NOT EQUAL TO SPACES
               MOVE SM-PREFERRED-NAME TO ALERT-NAME
           ELSE
               MOVE SM-NAME TO ALERT-NAME
           END-IF.

      *>    Rows effective after the term are ignored; of the rest
      *>    the latest effective term stands, and the file being in
      *>    entry order a later row wins a tie.
       LOAD-ADVISEES.
           MOVE 0 TO EOF-FLAG.
           OPEN INPUT ASSIGN-FILE.
           IF NOT ASSIGN-OK
               GO TO LOAD-ADVISEES-EXIT.
           READ ASSIGN-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               IF AA-EFFECTIVE-TERM IS NOT GREATER THAN RUN-BANNER
                   PERFORM NOTE-ADVISEE-ROW
               END-IF
               READ ASSIGN-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE ASSIGN-FILE.
           MOVE 0 TO EOF-FLAG.
       LOAD-ADVISEES-EXIT.
           EXIT.

       NOTE-ADVISEE-ROW.
           MOVE AA-STUDENT-ID TO SM-STUDENT-ID.
           PERFORM FIND-ADVISEE.
           IF AV-FOUND-IDX IS EQUAL TO ZERO
                   AND ADVISEE-COUNT IS LESS THAN 5000
               ADD 1 TO ADVISEE-COUNT
               MOVE ADVISEE-COUNT TO AV-FOUND-IDX
               MOVE AA-STUDENT-ID TO AV-STUDENT-ID(AV-FOUND-IDX)
               MOVE ZERO TO AV-EFFECTIVE-TERM(AV-FOUND-IDX)
           END-IF.
           IF AV-FOUND-IDX IS NOT EQUAL TO ZERO
                   AND AA-EFFECTIVE-TERM IS NOT LESS THAN
                       AV-EFFECTIVE-TERM(AV-FOUND-IDX)
               MOVE AA-ADVISOR-LAST TO AV-ADVISOR-LAST(AV-FOUND-IDX)
               MOVE AA-ADVISOR-FIRST TO AV-ADVISOR-FIRST(AV-FOUND-IDX)
               MOVE AA-EFFECTIVE-TERM TO
                   AV-EFFECTIVE-TERM(AV-FOUND-IDX)
           END-IF.

      *>    The student to look for rides in SM-STUDENT-ID.
       FIND-ADVISEE.
           MOVE ZERO TO AV-FOUND-IDX.
           PERFORM VARYING AV-IDX FROM 1 BY 1
                   UNTIL AV-IDX GREATER THAN ADVISEE-COUNT
                   OR AV-FOUND-IDX IS NOT EQUAL TO ZERO
               IF AV-STUDENT-ID(AV-IDX) IS EQUAL TO SM-STUDENT-ID
                   MOVE AV-IDX TO AV-FOUND-IDX
               END-IF
           END-PERFORM.

      *>    Alerted students by advisor, then major, then id --
      *>    repeated lowest-unlisted scan. Students with no advisor
      *>    (blank) sort to the front.
       WRITE-ADVISOR-LIST.
           OPEN OUTPUT ADVISOR-FILE.
           MOVE SPACES TO ADVISOR-LINE.
           STRING "MID-TERM EARLY ALERTS BY ADVISOR -- "
                   DELIMITED BY SIZE
               TERM-REGISTRAR-CODE DELIMITED BY SPACE
               INTO ADVISOR-LINE.
           WRITE ADVISOR-LINE.
           MOVE HIGH-VALUES TO LAST-MAJOR.
           MOVE HIGH-VALUES TO LAST-ADVISOR.
           MOVE 1 TO LOW-IDX.
           PERFORM UNTIL LOW-IDX IS EQUAL TO ZERO
               MOVE ZERO TO LOW-IDX
               PERFORM VARYING ALERT-IDX FROM 1 BY 1
                       UNTIL ALERT-IDX GREATER THAN ALERT-COUNT
                   IF AT-LISTED-FLAG(ALERT-IDX) IS EQUAL TO "N"
                       IF LOW-IDX IS EQUAL TO ZERO
                           MOVE ALERT-IDX TO LOW-IDX
                       ELSE
                           IF AT-ADVISOR(ALERT-IDX) LESS THAN
                                   AT-ADVISOR(LOW-IDX)
                               OR (AT-ADVISOR(ALERT-IDX) EQUAL TO
                                   AT-ADVISOR(LOW-IDX)
                               AND AT-MAJOR(ALERT-IDX) LESS THAN
                                   AT-MAJOR(LOW-IDX))
                               OR (AT-ADVISOR(ALERT-IDX) EQUAL TO
                                   AT-ADVISOR(LOW-IDX)
                               AND AT-MAJOR(ALERT-IDX) EQUAL TO
                                   AT-MAJOR(LOW-IDX)
                               AND AT-STUDENT-ID(ALERT-IDX) LESS THAN
                                   AT-STUDENT-ID(LOW-IDX))
                               MOVE ALERT-IDX TO LOW-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF LOW-IDX IS GREATER THAN ZERO
                   PERFORM WRITE-ADVISOR-DETAIL
               END-IF
           END-PERFORM.
           MOVE SPACES TO ADVISOR-LINE.
           WRITE ADVISOR-LINE.
           MOVE SPACES TO ADVISOR-LINE.
           STRING "TOTAL STUDENTS ALERTED: " DELIMITED BY SIZE
               ALERT-COUNT DELIMITED BY SIZE
               INTO ADVISOR-LINE.
           WRITE ADVISOR-LINE.
           CLOSE ADVISOR-FILE.

      *>    An advised student breaks on the advisor alone; an
      *>    unadvised one on the major as well.
       WRITE-ADVISOR-DETAIL.
           IF AT-ADVISOR(LOW-IDX) IS NOT EQUAL TO LAST-ADVISOR
                   OR (AT-ADVISOR(LOW-IDX) IS EQUAL TO SPACES
                   AND AT-MAJOR(LOW-IDX) IS NOT EQUAL TO LAST-MAJOR)
               MOVE SPACES TO ADVISOR-LINE
               WRITE ADVISOR-LINE
               MOVE SPACES TO ADVISOR-LINE
               IF AT-ADVISOR(LOW-IDX) IS EQUAL TO SPACES
                   STRING "NO ADVISOR ASSIGNED -- ADVISING "
                           DELIMITED BY SIZE
                       "DEPARTMENT: " DELIMITED BY SIZE
                       AT-MAJOR(LOW-IDX) DELIMITED BY SIZE
                       INTO ADVISOR-LINE
               ELSE
                   STRING "ADVISOR: " DELIMITED BY SIZE
                       AT-ADVISOR-LAST(LOW-IDX) DELIMITED BY SPACE
                       ", " DELIMITED BY SIZE
                       AT-ADVISOR-FIRST(LOW-IDX) DELIMITED BY SPACE
                       INTO ADVISOR-LINE
               END-IF
               WRITE ADVISOR-LINE
               MOVE AT-ADVISOR(LOW-IDX) TO LAST-ADVISOR
               MOVE AT-MAJOR(LOW-IDX) TO LAST-MAJOR
           END-IF.
           MOVE AT-STUDENT-ID(LOW-IDX) TO AD-STUDENT-ID.
           MOVE AT-NAME(LOW-IDX) TO AD-NAME.
           MOVE AT-SECTIONS(LOW-IDX) TO AD-SECTIONS.
           MOVE ADVISOR-DETAIL TO ADVISOR-LINE.
           WRITE ADVISOR-LINE.
           MOVE "Y" TO AT-LISTED-FLAG(LOW-IDX).

      *>    Departments in code order -- repeated lowest-unprinted
      *>    scan.
       WRITE-DEPARTMENT-SUMMARY.
           OPEN OUTPUT SUMMARY-FILE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "MID-TERM GRADE SUMMARY BY DEPARTMENT -- "
                   DELIMITED BY SIZE
               TERM-REGISTRAR-CODE DELIMITED BY SPACE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE "DEPT     REPORTED  DEFICIENT   PERCENT"
               TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE 1 TO DEPT-LOW-IDX.
           PERFORM UNTIL DEPT-LOW-IDX IS EQUAL TO ZERO
               MOVE ZERO TO DEPT-LOW-IDX
               PERFORM VARYING DEPT-IDX FROM 1 BY 1
                       UNTIL DEPT-IDX GREATER THAN DEPT-COUNT
                   IF DT-PRINTED-FLAG(DEPT-IDX) IS EQUAL TO "N"
                       IF DEPT-LOW-IDX IS EQUAL TO ZERO
                           MOVE DEPT-IDX TO DEPT-LOW-IDX
                       ELSE
                           IF DT-DEPARTMENT(DEPT-IDX) LESS THAN
                                   DT-DEPARTMENT(DEPT-LOW-IDX)
                               MOVE DEPT-IDX TO DEPT-LOW-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF DEPT-LOW-IDX IS GREATER THAN ZERO
                   MOVE DT-DEPARTMENT(DEPT-LOW-IDX) TO SR-DEPARTMENT
                   MOVE DT-REPORTED(DEPT-LOW-IDX) TO SR-REPORTED
                   MOVE DT-DEFICIENT(DEPT-LOW-IDX) TO SR-DEFICIENT
                   COMPUTE PERCENT-WORK ROUNDED =
                       DT-DEFICIENT(DEPT-LOW-IDX) * 100
                       / DT-REPORTED(DEPT-LOW-IDX)
                   MOVE PERCENT-WORK TO SR-PERCENT
                   MOVE SUMMARY-DETAIL TO SUMMARY-LINE
                   WRITE SUMMARY-LINE
                   ADD DT-REPORTED(DEPT-LOW-IDX) TO TOTAL-REPORTED
                   ADD DT-DEFICIENT(DEPT-LOW-IDX) TO TOTAL-DEFICIENT
                   MOVE "Y" TO DT-PRINTED-FLAG(DEPT-LOW-IDX)
               END-IF
           END-PERFORM.
           MOVE SPACES TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE "TOTAL" TO SR-DEPARTMENT.
           MOVE TOTAL-REPORTED TO SR-REPORTED.
           MOVE TOTAL-DEFICIENT TO SR-DEFICIENT.
           MOVE ZERO TO PERCENT-WORK.
           IF TOTAL-REPORTED IS GREATER THAN ZERO
               COMPUTE PERCENT-WORK ROUNDED =
                   TOTAL-DEFICIENT * 100 / TOTAL-REPORTED
           END-IF.
           MOVE PERCENT-WORK TO SR-PERCENT.
           MOVE SUMMARY-DETAIL TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           CLOSE SUMMARY-FILE.

       END PROGRAM EARLY-ALERT.
