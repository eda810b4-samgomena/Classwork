      *          registrar used to build by hand. Dean's-list
      *          letters stay with TERM-LETTERS; the progressive
      *          warning and probation letters come from here.
      * Modification History:
      *   10/15/2026 SG - The history is keyed on the StudentMaster
      *                   id now; letters and the suspension list
      *                   carry the id and the StudentMaster name.
      *   10/15/2026 SG - A student/term MISSING-GRADES left on
      *                   GradesPending.txt (grades still unposted) is
      *                   held out of the run until the grades post.
      *   10/15/2026 SG - Every warning and probation letter is also
      *                   queued to MailQueue.txt through QUEUE-MAIL for
      *                   the consolidated mail run.
      *   10/15/2026 SG - Letters are addressed to the student's
      *                   preferred name when one is on the
      *                   StudentMaster; the suspension listing keeps
      *                   the legal name.
      *   10/15/2026 SG - StudentMaster lookups no longer stop after the
      *                   first student not on file; the master is
      *                   closed at end of run.
      * Tectonics: cobc
      ******************************************************************

               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-STUDENT-TERM-KEY
                   = HIST-STUDENT-ID HIST-TERM
               FILE STATUS IS GPA-HISTORY-STATUS.
           SELECT STANDING-FILE ASSIGN TO "StandingHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPENSION-LIST-FILE ASSIGN TO "SuspensionList.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT PENDING-FILE ASSIGN TO "GradesPending.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD GPA-HISTORY-FILE.
       01 PROBATION-LINE PIC X(80).
       FD SUSPENSION-LIST-FILE.
       01 SUSPENSION-LINE PIC X(80).
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
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
       WORKING-STORAGE SECTION.
       77 GPA-HISTORY-STATUS PIC X(2) VALUE "00".
           88 GPA-HISTORY-OK VALUE "00".
       01 HISTORY-TABLE.
           03 HISTORY-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON HISTORY-COUNT.
               05 HS-STUDENT-ID PIC X(9).
               05 HS-TERM PIC X(6).
               05 HS-BANNER PIC X(6).
               05 HS-GPA PIC 9V99.
       77 WARNING-COUNT PIC 9(5) VALUE ZERO.
       77 PROBATION-COUNT PIC 9(5) VALUE ZERO.
       77 SUSPENSION-COUNT PIC 9(5) VALUE ZERO.
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 STUDENT-MASTER-OPEN-FLAG PIC X VALUE "N".
           88 STUDENT-MASTER-OPEN VALUE "Y".
       77 PENDING-STATUS PIC X(2) VALUE "00".
           88 PENDING-OK VALUE "00".

      *>    Student/terms MISSING-GRADES found still ungraded; the
      *>    term stays out of the standing run until they post.
       77 PENDING-COUNT PIC 9(4) VALUE IS 0.
       01 PENDING-TABLE.
           03 PENDING-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON PENDING-COUNT.
               05 PD-STUDENT-ID PIC X(9).
               05 PD-REG-TERM PIC X(6).
       77 PD-IDX PIC 9(4).
       77 PENDING-MATCH-FLAG PIC X VALUE "N".
           88 GRADES-PENDING VALUE "Y".
       77 HELD-COUNT PIC 9(5) VALUE ZERO.
       77 LETTER-NAME PIC X(20).
       77 MAIL-DOC-TYPE PIC X(8).
       77 MAIL-SOURCE-FILE PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL TERM-IS-VALID
           MOVE TERM-REGISTRAR-CODE TO RUN-TERM.
           MOVE TERM-BANNER-CODE TO RUN-BANNER.

           PERFORM LOAD-PENDING THRU LOAD-PENDING-EXIT.
           PERFORM LOAD-HISTORY THRU LOAD-HISTORY-EXIT.
           IF HISTORY-COUNT IS EQUAL TO ZERO
               DISPLAY "NO GPAHistory MASTER ON FILE -- RUN "
           OPEN OUTPUT WARNING-LETTER-FILE.
           OPEN OUTPUT PROBATION-LETTER-FILE.
           OPEN OUTPUT SUSPENSION-LIST-FILE.
           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-OK
               MOVE "Y" TO STUDENT-MASTER-OPEN-FLAG
           END-IF.
           MOVE SPACES TO SUSPENSION-LINE.
           STRING "SUSPENSION LIST -- TERM " DELIMITED BY SIZE
               RUN-TERM DELIMITED BY SIZE
           CLOSE WARNING-LETTER-FILE.
           CLOSE PROBATION-LETTER-FILE.
           CLOSE SUSPENSION-LIST-FILE.
           IF STUDENT-MASTER-OPEN
               CLOSE STUDENT-MASTER
           END-IF.
           DISPLAY WARNING-COUNT " WARNING, " PROBATION-COUNT
               " PROBATION, " SUSPENSION-COUNT " SUSPENSION "
               "LETTER(S)/LISTING(S) FOR " RUN-TERM.
           IF HELD-COUNT IS GREATER THAN ZERO
               DISPLAY HELD-COUNT " STUDENT TERM(S) HELD OUT -- "
                   "GRADES NOT YET POSTED (SEE GradesPending.txt)".
           STOP RUN.

      *>    One row per student/term is enough to hold the term;
      *>    a student missing several grades repeats harmlessly.
       LOAD-PENDING.
           OPEN INPUT PENDING-FILE.
           IF NOT PENDING-OK
               GO TO LOAD-PENDING-EXIT.
           READ PENDING-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR PENDING-COUNT IS EQUAL TO 5000
               ADD 1 TO PENDING-COUNT
               MOVE GP-STUDENT-ID TO PD-STUDENT-ID(PENDING-COUNT)
               MOVE GP-REG-TERM TO PD-REG-TERM(PENDING-COUNT)
               READ PENDING-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE PENDING-FILE.
           MOVE 0 TO EOF-FLAG.
       LOAD-PENDING-EXIT.
           EXIT.

       LOAD-HISTORY.
           OPEN INPUT GPA-HISTORY-FILE.
           IF NOT GPA-HISTORY-OK
               AT END MOVE 1 TO EOF-FLAG
           END-READ.
           PERFORM UNTIL EOF OR HISTORY-COUNT IS EQUAL TO 5000
               PERFORM CHECK-GRADES-PENDING
               IF GRADES-PENDING
                   ADD 1 TO HELD-COUNT
               ELSE
                   PERFORM ADD-HISTORY-ENTRY
               END-IF
               READ GPA-HISTORY-FILE NEXT RECORD
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
       LOAD-HISTORY-EXIT.
           EXIT.

       ADD-HISTORY-ENTRY.
           ADD 1 TO HISTORY-COUNT.
           MOVE HIST-STUDENT-ID TO HS-STUDENT-ID(HISTORY-COUNT).
           MOVE HIST-TERM TO HS-TERM(HISTORY-COUNT).
           MOVE HIST-GPA TO HS-GPA(HISTORY-COUNT).
      *>    The registrar-form term translates to its sortable
      *>    banner code so terms walk chronologically; a term
      *>    missing from TermMaster.txt sorts as spaces and walks
      *>    first.
           CALL "VALIDATE-TERM-CODE" USING HS-TERM(HISTORY-COUNT)
               TERM-BANNER-CODE TERM-REGISTRAR-CODE TERM-VALID-FLAG.
           MOVE TERM-BANNER-CODE TO HS-BANNER(HISTORY-COUNT).
           MOVE "N" TO HS-DONE-FLAG(HISTORY-COUNT).
           MOVE "N" TO HS-WALKED-FLAG(HISTORY-COUNT).

      *>    A student/term MISSING-GRADES left on GradesPending.txt
      *>    is held out until the grades post.
       CHECK-GRADES-PENDING.
           MOVE "N" TO PENDING-MATCH-FLAG.
           PERFORM VARYING PD-IDX FROM 1 BY 1
                   UNTIL PD-IDX GREATER THAN PENDING-COUNT
                       OR GRADES-PENDING
               IF PD-STUDENT-ID(PD-IDX) IS EQUAL TO HIST-STUDENT-ID
                       AND PD-REG-TERM(PD-IDX) IS EQUAL TO HIST-TERM
                   MOVE "Y" TO PENDING-MATCH-FLAG
               END-IF
           END-PERFORM.

      *>    One student at a time: their terms walk in ascending
      *>    banner order (repeated lowest-unwalked scan), the
      *>    sub-2.00 streak carries forward, and each term's
           MOVE ZERO TO RUN-TERM-GPA.
           PERFORM VARYING WALK-IDX FROM 1 BY 1
                   UNTIL WALK-IDX GREATER THAN HISTORY-COUNT
               IF HS-STUDENT-ID(WALK-IDX) IS EQUAL TO
                       HS-STUDENT-ID(SCAN-IDX)
                   MOVE "Y" TO HS-DONE-FLAG(WALK-IDX)
                   MOVE "N" TO HS-WALKED-FLAG(WALK-IDX)
               END-IF
      *>        No record for the requested term -- nothing to
      *>        letter.
               GO TO WALK-ONE-STUDENT-EXIT.
           PERFORM LOOKUP-STUDENT-NAME.
           EVALUATE RUN-TERM-STANDING
               WHEN "WARNING"
                   ADD 1 TO WARNING-COUNT
           MOVE ZERO TO BEST-IDX.
           PERFORM VARYING WALK-IDX FROM 1 BY 1
                   UNTIL WALK-IDX GREATER THAN HISTORY-COUNT
               IF HS-STUDENT-ID(WALK-IDX) IS EQUAL TO
                       HS-STUDENT-ID(SCAN-IDX)
                   AND HS-WALKED-FLAG(WALK-IDX) IS EQUAL TO "N"
                   IF BEST-IDX IS EQUAL TO ZERO
                       OR HS-BANNER(WALK-IDX) IS LESS THAN
           END-EVALUATE.

           MOVE SPACES TO STANDING-RECORD.
           MOVE HS-STUDENT-ID(BEST-IDX) TO ST-STUDENT-ID.
           MOVE HS-TERM(BEST-IDX) TO ST-TERM.
           MOVE TERM-STANDING TO ST-STANDING.
           WRITE STANDING-RECORD.
               MOVE HS-GPA(BEST-IDX) TO RUN-TERM-GPA
           END-IF.

      *>    Letters are addressed by name; an id missing from the
      *>    StudentMaster letters under the id alone.
       LOOKUP-STUDENT-NAME.
           MOVE SPACES TO SM-NAME.
           MOVE SPACES TO SM-PREFERRED-NAME.
           IF STUDENT-MASTER-OPEN
               MOVE HS-STUDENT-ID(SCAN-IDX) TO SM-STUDENT-ID
               READ STUDENT-MASTER KEY IS SM-STUDENT-ID
                   INVALID KEY
                       MOVE SPACES TO SM-NAME
                       MOVE SPACES TO SM-PREFERRED-NAME
               END-READ
           END-IF.
      *>    Letters go out under the name the student goes by; the
      *>    suspension listing keeps the legal name.
           IF SM-PREFERRED-NAME IS NOT EQUAL TO SPACES
               MOVE SM-PREFERRED-NAME TO LETTER-NAME
           ELSE
               MOVE SM-NAME TO LETTER-NAME
           END-IF.

       WRITE-WARNING-LETTER.
           MOVE RUN-TERM-GPA TO GPA-DISPLAY.
           MOVE SPACES TO WARNING-LINE.
           STRING "TO: " DELIMITED BY SIZE
               LETTER-NAME DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               HS-STUDENT-ID(SCAN-IDX) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WARNING-LINE.
           WRITE WARNING-LINE.
           MOVE SPACES TO WARNING-LINE.
           WRITE WARNING-LINE.
           MOVE SPACES TO WARNING-LINE.
           WRITE WARNING-LINE.
           MOVE "STNDWARN" TO MAIL-DOC-TYPE.
           MOVE "StandingWarningLetters.txt" TO MAIL-SOURCE-FILE.
           CALL "QUEUE-MAIL" USING MAIL-DOC-TYPE
               HS-STUDENT-ID(SCAN-IDX) MAIL-SOURCE-FILE.

       WRITE-PROBATION-LETTER.
           MOVE RUN-TERM-GPA TO GPA-DISPLAY.
           MOVE SPACES TO PROBATION-LINE.
           STRING "TO: " DELIMITED BY SIZE
               LETTER-NAME DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               HS-STUDENT-ID(SCAN-IDX) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO PROBATION-LINE.
           WRITE PROBATION-LINE.
           MOVE SPACES TO PROBATION-LINE.
           WRITE PROBATION-LINE.
           MOVE SPACES TO PROBATION-LINE.
           WRITE PROBATION-LINE.
           MOVE "STNDPROB" TO MAIL-DOC-TYPE.
           MOVE "StandingProbationLetters.txt" TO MAIL-SOURCE-FILE.
           CALL "QUEUE-MAIL" USING MAIL-DOC-TYPE
               HS-STUDENT-ID(SCAN-IDX) MAIL-SOURCE-FILE.

       WRITE-SUSPENSION-LISTING.
           MOVE RUN-TERM-GPA TO GPA-DISPLAY.
           MOVE SPACES TO SUSPENSION-LINE.
           STRING HS-STUDENT-ID(SCAN-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SM-NAME DELIMITED BY SIZE
               "  GPA " DELIMITED BY SIZE
               GPA-DISPLAY DELIMITED BY SIZE
               "  THIRD CONSECUTIVE TERM BELOW 2.00"
