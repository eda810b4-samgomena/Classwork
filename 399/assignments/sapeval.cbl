      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Satisfactory academic progress -- the end-of-term
      *          check the aid office ran by hand against every aid
      *          recipient. A recipient is any student with an award
      *          on FinancialAid.txt that is not cancelled, for the
      *          evaluated term or a later one (the aid the status
      *          gates). Each is measured on three standards:
      *            - cumulative GPA, credit-weighted over the
      *              student's GPAHistory terms through the evaluated
      *              term;
      *            - completion rate, credits earned over credits
      *              attempted off GradeDetail.txt -- every graded
      *              row is attempted, W, I and F rows earn nothing,
      *              transfer rows count on both sides;
      *            - maximum time frame, attempted credits held to
      *              150% of the program length.
      *          The minimum GPA, minimum completion percent and
      *          program length come off SapPolicy.txt, one row per
      *          level (UG, GR), defaulting to 2.00 / 67 / 120 and
      *          3.00 / 67 / 36 when no row is on file. Status
      *          follows the federal progression: meeting all three
      *          is MEETS; a first miss is WARNING; a miss after a
      *          warning, after an appeal term or while suspended --
      *          or any time-frame miss -- is SUSPENSION; a
      *          suspension the aid office has approved an appeal
      *          for on SapAppeals.txt is ON APPEAL. Each recipient's
      *          row goes on the SapHistory.txt per-student history
      *          (a rerun for the term replaces its rows), warning,
      *          suspension and appeal notices go to SapLetters.txt,
      *          and SapReport.txt lists every recipient's measures.
      *          STUDENT-BILLING reads the history back and holds aid
      *          off the statement for a suspended student until an
      *          appeal is approved. The history is rewritten whole
      *          from a 20000-row table: a file too big for it stops
      *          the run with RC 8 before anything is written, and a
      *          recipient whose row will not fit is listed and
      *          ends the run with RC 8.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAP-EVALUATION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AID-FILE ASSIGN TO "FinancialAid.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AID-FILE-STATUS.
           SELECT POLICY-FILE ASSIGN TO "SapPolicy.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POLICY-FILE-STATUS.
           SELECT GPA-HISTORY-FILE ASSIGN TO "GPAHistory"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-STUDENT-TERM-KEY
                   = HIST-STUDENT-ID HIST-TERM
               FILE STATUS IS GPA-HISTORY-STATUS.
           SELECT GRADE-DETAIL-FILE ASSIGN TO "GradeDetail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-DETAIL-STATUS.
           SELECT SAP-HISTORY-FILE ASSIGN TO "SapHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAP-HISTORY-STATUS.
           SELECT APPEAL-FILE ASSIGN TO "SapAppeals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPEAL-FILE-STATUS.
           SELECT LETTER-FILE ASSIGN TO "SapLetters.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "SapReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AID-FILE.
       01 AID-RECORD.
           03 FA-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 FA-TERM-CODE PIC 9(6).
           03 FILLER PIC X(1).
           03 FA-FUND-CODE PIC X(6).
           03 FILLER PIC X(1).
           03 FA-AMOUNT PIC 9(7)V99.
           03 FILLER PIC X(1).
           03 FA-STATUS PIC X(1).
       FD POLICY-FILE.
       01 POLICY-RECORD.
           03 SP-LEVEL PIC X(2).
           03 FILLER PIC X(1).
           03 SP-MIN-GPA PIC 9V99.
           03 FILLER PIC X(1).
           03 SP-MIN-COMPLETION PIC 9(3).
           03 FILLER PIC X(1).
           03 SP-PROGRAM-CREDITS PIC 9(3).
       FD GPA-HISTORY-FILE.
       COPY GpaHistoryFormat.
       FD GRADE-DETAIL-FILE.
       01 GRADE-DETAIL-RECORD.
           03 GD-STUDENT-ID PIC X(9).
           03 FILLER PIC XX.
           03 GD-TERM PIC X(6).
           03 FILLER PIC X.
           03 GD-CLASSNAME PIC X(5).
           03 FILLER PIC X.
           03 GD-GRADE PIC XX.
               88 GD-NOT-EARNED VALUE "F ", "f ", "W ", "w ",
                   "I ", "i ", "NP", "np".
               88 GD-AUDIT VALUE "AU", "au".
           03 FILLER PIC X.
           03 GD-CREDITS PIC 9.
       FD SAP-HISTORY-FILE.
       COPY SapHistoryFormat.
       FD APPEAL-FILE.
       COPY SapAppealFormat.
       FD LETTER-FILE.
       01 LETTER-LINE PIC X(80).
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       WORKING-STORAGE SECTION.
       77 AID-FILE-STATUS PIC X(2) VALUE "00".
           88 AID-FILE-OK VALUE "00".
       77 POLICY-FILE-STATUS PIC X(2) VALUE "00".
           88 POLICY-FILE-OK VALUE "00".
       77 GPA-HISTORY-STATUS PIC X(2) VALUE "00".
           88 GPA-HISTORY-OK VALUE "00".
       77 GRADE-DETAIL-STATUS PIC X(2) VALUE "00".
           88 GRADE-DETAIL-OK VALUE "00".
       77 SAP-HISTORY-STATUS PIC X(2) VALUE "00".
           88 SAP-HISTORY-OK VALUE "00".
       77 APPEAL-FILE-STATUS PIC X(2) VALUE "00".
           88 APPEAL-FILE-OK VALUE "00".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 MASTER-OPEN-FLAG PIC X VALUE "N".
           88 MASTER-OPEN VALUE "Y".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 RUN-TERM PIC X(6).
       77 RUN-BANNER PIC X(6).
       77 RUN-BANNER-NUM PIC 9(6).
       77 TERM-BANNER-CODE PIC X(6).
       77 TERM-REGISTRAR-CODE PIC X(6).
       77 TERM-VALID-FLAG PIC X VALUE "N".
           88 TERM-IS-VALID VALUE "Y".
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
      *>    Letters go out under the student's preferred name; the
      *>    office report keeps the legal name.
       77 LETTER-NAME PIC X(20).

      *>    Standards by level; SapPolicy.txt rows override.
       77 UG-MIN-GPA PIC 9V99 VALUE 2.00.
       77 UG-MIN-COMPLETION PIC 9(3) VALUE 67.
       77 UG-PROGRAM-CREDITS PIC 9(3) VALUE 120.
       77 GR-MIN-GPA PIC 9V99 VALUE 3.00.
       77 GR-MIN-COMPLETION PIC 9(3) VALUE 67.
       77 GR-PROGRAM-CREDITS PIC 9(3) VALUE 36.
       77 MIN-GPA PIC 9V99.
       77 MIN-COMPLETION PIC 9(3).
       77 MAX-ATTEMPTED PIC 9(4).

      *>    One row per recipient; the GPA and grade passes
      *>    accumulate straight into it.
       77 RECIPIENT-COUNT PIC 9(4) VALUE IS 0.
       01 RECIPIENT-TABLE.
           03 RECIPIENT-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON RECIPIENT-COUNT.
               05 RC-STUDENT-ID PIC X(9).
               05 RC-GPA-POINTS PIC 9(5)V99.
               05 RC-GPA-CREDITS PIC 9(4).
               05 RC-ATTEMPTED PIC 9(4).
               05 RC-EARNED PIC 9(4).
       77 RC-IDX PIC 9(4).
       77 FOUND-IDX PIC 9(4).

      *>    The SAP history as it stood, less the evaluated term's
      *>    rows; this run's rows are added behind them and the
      *>    whole table is written back.
       77 SAP-ROW-COUNT PIC 9(5) VALUE IS 0.
       01 SAP-ROW-TABLE.
           03 SAP-ROW-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON SAP-ROW-COUNT.
               05 SR-STUDENT-ID PIC X(9).
               05 SR-TERM-CODE PIC 9(6).
               05 SR-STATUS PIC X(1).
               05 SR-CUM-GPA PIC 9V99.
               05 SR-COMPLETION-PCT PIC 9(3).
               05 SR-ATTEMPTED PIC 9(3).
               05 SR-EARNED PIC 9(3).
               05 SR-EVAL-DATE PIC 9(8).
       77 SR-IDX PIC 9(5).
       77 HISTORY-FULL-FLAG PIC X VALUE "N".
           88 HISTORY-FULL VALUE "Y".
       77 PRIOR-TERM PIC 9(6).
       77 PRIOR-STATUS PIC X(1).

      *>    Approved appeals only, keyed student + appealed term.
       77 APPEAL-COUNT PIC 9(4) VALUE IS 0.
       01 APPEAL-TABLE.
           03 APPEAL-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON APPEAL-COUNT.
               05 AP-STUDENT-ID PIC X(9).
               05 AP-TERM-CODE PIC 9(6).
       77 AP-IDX PIC 9(4).
       77 APPEAL-APPROVED-FLAG PIC X VALUE "N".
           88 APPEAL-APPROVED VALUE "Y".

       77 HIST-GPA-NUM PIC 9V99 VALUE ZERO.
       77 CUM-GPA PIC 9V99.
       77 COMPLETION-PCT PIC 9(3).
       77 GPA-OK-FLAG PIC X.
           88 GPA-OK VALUE "Y".
       77 PACE-OK-FLAG PIC X.
           88 PACE-OK VALUE "Y".
       77 TIME-OK-FLAG PIC X.
           88 TIME-OK VALUE "Y".
       77 NEW-STATUS PIC X(1).
           88 NEW-MEETS VALUE "M".
           88 NEW-WARNING VALUE "W".
           88 NEW-SUSPENDED VALUE "S".
           88 NEW-ON-APPEAL VALUE "A".
       77 STATUS-TEXT PIC X(10).
       77 GPA-DISPLAY PIC 9.99.
       77 MIN-GPA-DISPLAY PIC 9.99.
       77 PCT-DISPLAY PIC ZZ9.
       77 MIN-PCT-DISPLAY PIC ZZ9.
       77 CREDITS-DISPLAY PIC ZZZ9.
       77 EARNED-DISPLAY PIC ZZZ9.
       77 MAX-DISPLAY PIC ZZZ9.
       77 MEETS-COUNT PIC 9(5) VALUE ZERO.
       77 WARNING-COUNT PIC 9(5) VALUE ZERO.
       77 SUSPENSION-COUNT PIC 9(5) VALUE ZERO.
       77 APPEAL-COUNT-OUT PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL TERM-IS-VALID
               DISPLAY "Enter the term code to evaluate SAP for "
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
           MOVE TERM-REGISTRAR-CODE TO RUN-TERM.
           MOVE TERM-BANNER-CODE TO RUN-BANNER.
           MOVE TERM-BANNER-CODE TO RUN-BANNER-NUM.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.

           PERFORM LOAD-POLICY THRU LOAD-POLICY-EXIT.
           PERFORM LOAD-RECIPIENTS THRU LOAD-RECIPIENTS-EXIT.
           IF RECIPIENT-COUNT IS EQUAL TO ZERO
               DISPLAY "NO AID RECIPIENTS FOR " RUN-TERM
                   " OR LATER ON FinancialAid.txt"
               STOP RUN.
           PERFORM LOAD-SAP-HISTORY THRU LOAD-SAP-HISTORY-EXIT.
           PERFORM LOAD-APPEALS THRU LOAD-APPEALS-EXIT.
           PERFORM ADD-GPA-HISTORY THRU ADD-GPA-HISTORY-EXIT.
           PERFORM ADD-GRADE-DETAIL THRU ADD-GRADE-DETAIL-EXIT.

           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-OK
               MOVE "Y" TO MASTER-OPEN-FLAG
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SATISFACTORY ACADEMIC PROGRESS -- TERM "
                   DELIMITED BY SIZE
               RUN-TERM DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "STUDENT   NAME                  CUM GPA  "
                   DELIMITED BY SIZE
               "PACE  ATTEMPT  EARNED  STATUS" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM EVALUATE-ONE-RECIPIENT THRU
               EVALUATE-ONE-RECIPIENT-EXIT
               VARYING RC-IDX FROM 1 BY 1
               UNTIL RC-IDX GREATER THAN RECIPIENT-COUNT.

           PERFORM WRITE-SAP-HISTORY.
           CLOSE LETTER-FILE.
           CLOSE REPORT-FILE.
           IF MASTER-OPEN
               CLOSE STUDENT-MASTER
           END-IF.
           DISPLAY RECIPIENT-COUNT " RECIPIENT(S) EVALUATED FOR "
               RUN-TERM ": " MEETS-COUNT " MEETS, " WARNING-COUNT
               " WARNING, " SUSPENSION-COUNT " SUSPENSION, "
               APPEAL-COUNT-OUT " ON APPEAL".
           IF HISTORY-FULL
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-POLICY.
           OPEN INPUT POLICY-FILE.
           IF NOT POLICY-FILE-OK
      *>        No policy file: the published federal defaults.
               GO TO LOAD-POLICY-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ POLICY-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               IF SP-MIN-GPA IS NUMERIC
                       AND SP-MIN-COMPLETION IS NUMERIC
                       AND SP-PROGRAM-CREDITS IS NUMERIC
                   EVALUATE SP-LEVEL
                       WHEN "UG"
                           MOVE SP-MIN-GPA TO UG-MIN-GPA
                           MOVE SP-MIN-COMPLETION TO
                               UG-MIN-COMPLETION
                           MOVE SP-PROGRAM-CREDITS TO
                               UG-PROGRAM-CREDITS
                       WHEN "GR"
                           MOVE SP-MIN-GPA TO GR-MIN-GPA
                           MOVE SP-MIN-COMPLETION TO
                               GR-MIN-COMPLETION
                           MOVE SP-PROGRAM-CREDITS TO
                               GR-PROGRAM-CREDITS
                   END-EVALUATE
               END-IF
               READ POLICY-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE POLICY-FILE.
       LOAD-POLICY-EXIT.
           EXIT.

       LOAD-RECIPIENTS.
           OPEN INPUT AID-FILE.
           IF NOT AID-FILE-OK
               GO TO LOAD-RECIPIENTS-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ AID-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR RECIPIENT-COUNT IS EQUAL TO 3000
               IF FA-TERM-CODE IS NUMERIC
                       AND FA-TERM-CODE IS NOT LESS THAN
                           RUN-BANNER-NUM
                       AND FA-STATUS IS NOT EQUAL TO "C"
                   MOVE FA-STUDENT-ID TO SM-STUDENT-ID
                   PERFORM FIND-RECIPIENT
                   IF FOUND-IDX IS EQUAL TO ZERO
                       ADD 1 TO RECIPIENT-COUNT
                       MOVE FA-STUDENT-ID TO
                           RC-STUDENT-ID(RECIPIENT-COUNT)
                       MOVE ZERO TO RC-GPA-POINTS(RECIPIENT-COUNT)
                       MOVE ZERO TO RC-GPA-CREDITS(RECIPIENT-COUNT)
                       MOVE ZERO TO RC-ATTEMPTED(RECIPIENT-COUNT)
                       MOVE ZERO TO RC-EARNED(RECIPIENT-COUNT)
                   END-IF
               END-IF
               READ AID-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE AID-FILE.
       LOAD-RECIPIENTS-EXIT.
           EXIT.

      *>    The id to look for rides in SM-STUDENT-ID.
       FIND-RECIPIENT.
           MOVE ZERO TO FOUND-IDX.
           PERFORM VARYING RC-IDX FROM 1 BY 1
                   UNTIL RC-IDX GREATER THAN RECIPIENT-COUNT
                   OR FOUND-IDX IS NOT EQUAL TO ZERO
               IF RC-STUDENT-ID(RC-IDX) IS EQUAL TO SM-STUDENT-ID
                   MOVE RC-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.

       LOAD-SAP-HISTORY.
           OPEN INPUT SAP-HISTORY-FILE.
           IF NOT SAP-HISTORY-OK
      *>        First SAP run: no history yet.
               GO TO LOAD-SAP-HISTORY-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ SAP-HISTORY-FILE AT END MOVE 1 TO EOF-FLAG.
      *>    The whole file is written back from this table, so a
      *>    history too big to hold stops the run before anything
      *>    is rewritten.
           PERFORM UNTIL EOF
               IF SH-TERM-CODE IS NUMERIC
                       AND SH-TERM-CODE IS NOT EQUAL TO
                           RUN-BANNER-NUM
                       AND SAP-ROW-COUNT IS EQUAL TO 20000
                   DISPLAY "SapHistory.txt HOLDS MORE THAN 20000 "
                       "ROWS -- TABLE FULL, NOTHING EVALUATED"
                   CLOSE SAP-HISTORY-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF SH-TERM-CODE IS NUMERIC
                       AND SH-TERM-CODE IS NOT EQUAL TO
                           RUN-BANNER-NUM
                   ADD 1 TO SAP-ROW-COUNT
                   MOVE SH-STUDENT-ID TO SR-STUDENT-ID(SAP-ROW-COUNT)
                   MOVE SH-TERM-CODE TO SR-TERM-CODE(SAP-ROW-COUNT)
                   MOVE SH-STATUS TO SR-STATUS(SAP-ROW-COUNT)
                   MOVE SH-CUM-GPA TO SR-CUM-GPA(SAP-ROW-COUNT)
                   MOVE SH-COMPLETION-PCT TO
                       SR-COMPLETION-PCT(SAP-ROW-COUNT)
                   MOVE SH-ATTEMPTED TO SR-ATTEMPTED(SAP-ROW-COUNT)
                   MOVE SH-EARNED TO SR-EARNED(SAP-ROW-COUNT)
                   MOVE SH-EVAL-DATE TO SR-EVAL-DATE(SAP-ROW-COUNT)
               END-IF
               READ SAP-HISTORY-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE SAP-HISTORY-FILE.
       LOAD-SAP-HISTORY-EXIT.
           EXIT.

       LOAD-APPEALS.
           OPEN INPUT APPEAL-FILE.
           IF NOT APPEAL-FILE-OK
               GO TO LOAD-APPEALS-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ APPEAL-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF OR APPEAL-COUNT IS EQUAL TO 2000
               IF SA-APPROVED AND SA-TERM-CODE IS NUMERIC
                   ADD 1 TO APPEAL-COUNT
                   MOVE SA-STUDENT-ID TO AP-STUDENT-ID(APPEAL-COUNT)
                   MOVE SA-TERM-CODE TO AP-TERM-CODE(APPEAL-COUNT)
               END-IF
               READ APPEAL-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE APPEAL-FILE.
       LOAD-APPEALS-EXIT.
           EXIT.

      *>    Cumulative GPA is the credit-weighted mean of the term
      *>    GPAs through the evaluated term; later terms (a rerun
      *>    for an old term) stay out.
       ADD-GPA-HISTORY.
           OPEN INPUT GPA-HISTORY-FILE.
           IF NOT GPA-HISTORY-OK
               GO TO ADD-GPA-HISTORY-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ GPA-HISTORY-FILE NEXT RECORD
               AT END MOVE 1 TO EOF-FLAG
           END-READ.
           PERFORM UNTIL EOF
               MOVE HIST-STUDENT-ID TO SM-STUDENT-ID
               PERFORM FIND-RECIPIENT
               IF FOUND-IDX IS NOT EQUAL TO ZERO
                       AND HIST-CREDITS IS NUMERIC
                   CALL "VALIDATE-TERM-CODE" USING HIST-TERM
                       TERM-BANNER-CODE TERM-REGISTRAR-CODE
                       TERM-VALID-FLAG
                   IF TERM-IS-VALID
                           AND TERM-BANNER-CODE IS NOT GREATER THAN
                               RUN-BANNER
                       MOVE HIST-GPA TO HIST-GPA-NUM
                       COMPUTE RC-GPA-POINTS(FOUND-IDX) =
                           RC-GPA-POINTS(FOUND-IDX)
                           + HIST-GPA-NUM * HIST-CREDITS
                       ADD HIST-CREDITS TO RC-GPA-CREDITS(FOUND-IDX)
                   END-IF
               END-IF
               READ GPA-HISTORY-FILE NEXT RECORD
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE GPA-HISTORY-FILE.
       ADD-GPA-HISTORY-EXIT.
           EXIT.

      *>    Every graded row through the evaluated term is attempted;
      *>    F, W, I and NP earn nothing. Audits are neither attempted
      *>    nor earned for aid. Transfer rows count on both sides, as
      *>    the federal pace rule requires.
       ADD-GRADE-DETAIL.
           OPEN INPUT GRADE-DETAIL-FILE.
           IF NOT GRADE-DETAIL-OK
               GO TO ADD-GRADE-DETAIL-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ GRADE-DETAIL-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               MOVE GD-STUDENT-ID TO SM-STUDENT-ID
               PERFORM FIND-RECIPIENT
               IF FOUND-IDX IS NOT EQUAL TO ZERO
                       AND GD-CREDITS IS NUMERIC
                       AND NOT GD-AUDIT
                   CALL "VALIDATE-TERM-CODE" USING GD-TERM
                       TERM-BANNER-CODE TERM-REGISTRAR-CODE
                       TERM-VALID-FLAG
                   IF TERM-IS-VALID
                           AND TERM-BANNER-CODE IS NOT GREATER THAN
                               RUN-BANNER
                       ADD GD-CREDITS TO RC-ATTEMPTED(FOUND-IDX)
                       IF NOT GD-NOT-EARNED
                           ADD GD-CREDITS TO RC-EARNED(FOUND-IDX)
                       END-IF
                   END-IF
               END-IF
               READ GRADE-DETAIL-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE GRADE-DETAIL-FILE.
       ADD-GRADE-DETAIL-EXIT.
           EXIT.

       EVALUATE-ONE-RECIPIENT.
           MOVE SPACES TO SM-NAME.
           MOVE SPACES TO SM-PREFERRED-NAME.
           MOVE SPACES TO SM-CLASS-LEVEL.
           IF MASTER-OPEN
               MOVE RC-STUDENT-ID(RC-IDX) TO SM-STUDENT-ID
               READ STUDENT-MASTER KEY IS SM-STUDENT-ID
                   INVALID KEY
                       MOVE SPACES TO SM-NAME
                       MOVE SPACES TO SM-PREFERRED-NAME
                       MOVE SPACES TO SM-CLASS-LEVEL
               END-READ
           END-IF.
           IF SM-CLASS-LEVEL IS EQUAL TO "GR"
               MOVE GR-MIN-GPA TO MIN-GPA
               MOVE GR-MIN-COMPLETION TO MIN-COMPLETION
               COMPUTE MAX-ATTEMPTED = GR-PROGRAM-CREDITS * 1.5
           ELSE
               MOVE UG-MIN-GPA TO MIN-GPA
               MOVE UG-MIN-COMPLETION TO MIN-COMPLETION
               COMPUTE MAX-ATTEMPTED = UG-PROGRAM-CREDITS * 1.5
           END-IF.

      *>    A student with no graded history yet has nothing to
      *>    measure and passes that standard.
           MOVE "Y" TO GPA-OK-FLAG.
           MOVE ZERO TO CUM-GPA.
           IF RC-GPA-CREDITS(RC-IDX) IS GREATER THAN ZERO
               COMPUTE CUM-GPA ROUNDED = RC-GPA-POINTS(RC-IDX)
                   / RC-GPA-CREDITS(RC-IDX)
               IF CUM-GPA IS LESS THAN MIN-GPA
                   MOVE "N" TO GPA-OK-FLAG
               END-IF
           END-IF.
           MOVE "Y" TO PACE-OK-FLAG.
           MOVE 100 TO COMPLETION-PCT.
           IF RC-ATTEMPTED(RC-IDX) IS GREATER THAN ZERO
      *>        Truncated, never rounded up into a pass.
               COMPUTE COMPLETION-PCT = RC-EARNED(RC-IDX) * 100
                   / RC-ATTEMPTED(RC-IDX)
               IF COMPLETION-PCT IS LESS THAN MIN-COMPLETION
                   MOVE "N" TO PACE-OK-FLAG
               END-IF
           END-IF.
           MOVE "Y" TO TIME-OK-FLAG.
           IF RC-ATTEMPTED(RC-IDX) IS GREATER THAN MAX-ATTEMPTED
               MOVE "N" TO TIME-OK-FLAG
           END-IF.

           PERFORM FIND-PRIOR-STATUS.
           EVALUATE TRUE
               WHEN GPA-OK AND PACE-OK AND TIME-OK
                   MOVE "M" TO NEW-STATUS
               WHEN NOT TIME-OK
                   MOVE "S" TO NEW-STATUS
               WHEN PRIOR-STATUS IS EQUAL TO "W"
                       OR PRIOR-STATUS IS EQUAL TO "A"
                       OR PRIOR-STATUS IS EQUAL TO "S"
                   MOVE "S" TO NEW-STATUS
               WHEN OTHER
                   MOVE "W" TO NEW-STATUS
           END-EVALUATE.
           IF NEW-SUSPENDED
               PERFORM FIND-APPROVED-APPEAL
               IF APPEAL-APPROVED
                   MOVE "A" TO NEW-STATUS
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN NEW-MEETS
                   ADD 1 TO MEETS-COUNT
                   MOVE "MEETS" TO STATUS-TEXT
               WHEN NEW-WARNING
                   ADD 1 TO WARNING-COUNT
                   MOVE "WARNING" TO STATUS-TEXT
                   PERFORM WRITE-WARNING-LETTER
               WHEN NEW-SUSPENDED
                   ADD 1 TO SUSPENSION-COUNT
                   MOVE "SUSPENSION" TO STATUS-TEXT
                   PERFORM WRITE-SUSPENSION-LETTER
               WHEN NEW-ON-APPEAL
                   ADD 1 TO APPEAL-COUNT-OUT
                   MOVE "ON APPEAL" TO STATUS-TEXT
                   PERFORM WRITE-APPEAL-LETTER
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.

           IF SAP-ROW-COUNT IS EQUAL TO 20000
               DISPLAY "SapHistory.txt TABLE FULL -- "
                   RC-STUDENT-ID(RC-IDX) " NOT RECORDED"
               MOVE "Y" TO HISTORY-FULL-FLAG
               GO TO EVALUATE-ONE-RECIPIENT-EXIT.
           ADD 1 TO SAP-ROW-COUNT.
           MOVE RC-STUDENT-ID(RC-IDX) TO SR-STUDENT-ID(SAP-ROW-COUNT).
           MOVE RUN-BANNER-NUM TO SR-TERM-CODE(SAP-ROW-COUNT).
           MOVE NEW-STATUS TO SR-STATUS(SAP-ROW-COUNT).
           MOVE CUM-GPA TO SR-CUM-GPA(SAP-ROW-COUNT).
           MOVE COMPLETION-PCT TO SR-COMPLETION-PCT(SAP-ROW-COUNT).
           MOVE RC-ATTEMPTED(RC-IDX) TO SR-ATTEMPTED(SAP-ROW-COUNT).
           MOVE RC-EARNED(RC-IDX) TO SR-EARNED(SAP-ROW-COUNT).
           MOVE TODAY-DATE TO SR-EVAL-DATE(SAP-ROW-COUNT).
       EVALUATE-ONE-RECIPIENT-EXIT.
           EXIT.

      *>    The student's latest status before the evaluated term;
      *>    spaces when this is their first evaluation.
       FIND-PRIOR-STATUS.
           MOVE ZERO TO PRIOR-TERM.
           MOVE SPACES TO PRIOR-STATUS.
           PERFORM VARYING SR-IDX FROM 1 BY 1
                   UNTIL SR-IDX GREATER THAN SAP-ROW-COUNT
               IF SR-STUDENT-ID(SR-IDX) IS EQUAL TO
                       RC-STUDENT-ID(RC-IDX)
                   AND SR-TERM-CODE(SR-IDX) IS LESS THAN
                       RUN-BANNER-NUM
                   AND SR-TERM-CODE(SR-IDX) IS GREATER THAN
                       PRIOR-TERM
                   MOVE SR-TERM-CODE(SR-IDX) TO PRIOR-TERM
                   MOVE SR-STATUS(SR-IDX) TO PRIOR-STATUS
               END-IF
           END-PERFORM.

       FIND-APPROVED-APPEAL.
           MOVE "N" TO APPEAL-APPROVED-FLAG.
           PERFORM VARYING AP-IDX FROM 1 BY 1
                   UNTIL AP-IDX GREATER THAN APPEAL-COUNT
               IF AP-STUDENT-ID(AP-IDX) IS EQUAL TO
                       RC-STUDENT-ID(RC-IDX)
                   AND AP-TERM-CODE(AP-IDX) IS EQUAL TO
                       RUN-BANNER-NUM
                   MOVE "Y" TO APPEAL-APPROVED-FLAG
               END-IF
           END-PERFORM.

       WRITE-REPORT-LINE.
           MOVE CUM-GPA TO GPA-DISPLAY.
           MOVE COMPLETION-PCT TO PCT-DISPLAY.
           MOVE RC-ATTEMPTED(RC-IDX) TO CREDITS-DISPLAY.
           MOVE RC-EARNED(RC-IDX) TO EARNED-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING RC-STUDENT-ID(RC-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SM-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GPA-DISPLAY DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               PCT-DISPLAY DELIMITED BY SIZE
               "%   " DELIMITED BY SIZE
               CREDITS-DISPLAY DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               EARNED-DISPLAY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               STATUS-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-LETTER-HEADING.
           IF SM-PREFERRED-NAME IS NOT EQUAL TO SPACES
               MOVE SM-PREFERRED-NAME TO LETTER-NAME
           ELSE
               MOVE SM-NAME TO LETTER-NAME
           END-IF.
           MOVE SPACES TO LETTER-LINE.
           STRING "TO: " DELIMITED BY SIZE
               LETTER-NAME DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               RC-STUDENT-ID(RC-IDX) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE CUM-GPA TO GPA-DISPLAY.
           MOVE MIN-GPA TO MIN-GPA-DISPLAY.
           MOVE COMPLETION-PCT TO PCT-DISPLAY.
           MOVE MIN-COMPLETION TO MIN-PCT-DISPLAY.
           MOVE RC-ATTEMPTED(RC-IDX) TO CREDITS-DISPLAY.
           MOVE MAX-ATTEMPTED TO MAX-DISPLAY.
           MOVE SPACES TO LETTER-LINE.
           STRING "AFTER " DELIMITED BY SIZE
               RUN-TERM DELIMITED BY SPACE
               " YOUR CUMULATIVE GPA IS " DELIMITED BY SIZE
               GPA-DISPLAY DELIMITED BY SIZE
               " (MINIMUM " DELIMITED BY SIZE
               MIN-GPA-DISPLAY DELIMITED BY SIZE
               ")," DELIMITED BY SIZE
               INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "YOU HAVE COMPLETED " DELIMITED BY SIZE
               PCT-DISPLAY DELIMITED BY SIZE
               "% OF CREDITS ATTEMPTED (MINIMUM " DELIMITED BY SIZE
               MIN-PCT-DISPLAY DELIMITED BY SIZE
               "%)," DELIMITED BY SIZE
               INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "AND HAVE ATTEMPTED " DELIMITED BY SIZE
               CREDITS-DISPLAY DELIMITED BY SIZE
               " OF A MAXIMUM " DELIMITED BY SIZE
               MAX-DISPLAY DELIMITED BY SIZE
               " CREDITS." DELIMITED BY SIZE
               INTO LETTER-LINE.
           WRITE LETTER-LINE.

       WRITE-WARNING-LETTER.
           PERFORM WRITE-LETTER-HEADING.
           MOVE SPACES TO LETTER-LINE.
           STRING "NOTICE -- YOU ARE ON FINANCIAL AID WARNING. "
                   DELIMITED BY SIZE
               "YOUR AID CONTINUES NEXT TERM," DELIMITED BY SIZE
               INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "BUT IF YOU DO NOT MEET ALL THREE STANDARDS BY "
                   DELIMITED BY SIZE
               "ITS END YOUR AID IS SUSPENDED." DELIMITED BY SIZE
               INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.

       WRITE-SUSPENSION-LETTER.
           PERFORM WRITE-LETTER-HEADING.
           MOVE SPACES TO LETTER-LINE.
           STRING "NOTICE -- YOUR FINANCIAL AID IS SUSPENDED. "
                   DELIMITED BY SIZE
               "NO AID WILL APPLY TO YOUR BILL" DELIMITED BY SIZE
               INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "UNTIL AN APPEAL IS APPROVED. APPEALS GO TO THE "
                   DELIMITED BY SIZE
               "FINANCIAL AID OFFICE IN WRITING." DELIMITED BY SIZE
               INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.

       WRITE-APPEAL-LETTER.
           PERFORM WRITE-LETTER-HEADING.
           MOVE SPACES TO LETTER-LINE.
           STRING "NOTICE -- YOUR SAP APPEAL IS APPROVED. YOU ARE "
                   DELIMITED BY SIZE
               "ON APPEAL FOR ONE TERM AND" DELIMITED BY SIZE
               INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "YOUR AID IS RESTORED. YOU MUST MEET ALL THREE "
                   DELIMITED BY SIZE
               "STANDARDS BY THE END OF THAT TERM." DELIMITED BY SIZE
               INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.

       WRITE-SAP-HISTORY.
           OPEN OUTPUT SAP-HISTORY-FILE.
           PERFORM VARYING SR-IDX FROM 1 BY 1
                   UNTIL SR-IDX GREATER THAN SAP-ROW-COUNT
               MOVE SPACES TO SAP-HISTORY-RECORD
               MOVE SR-STUDENT-ID(SR-IDX) TO SH-STUDENT-ID
               MOVE SR-TERM-CODE(SR-IDX) TO SH-TERM-CODE
               MOVE SR-STATUS(SR-IDX) TO SH-STATUS
               MOVE SR-CUM-GPA(SR-IDX) TO SH-CUM-GPA
               MOVE SR-COMPLETION-PCT(SR-IDX) TO SH-COMPLETION-PCT
               MOVE SR-ATTEMPTED(SR-IDX) TO SH-ATTEMPTED
               MOVE SR-EARNED(SR-IDX) TO SH-EARNED
               MOVE SR-EVAL-DATE(SR-IDX) TO SH-EVAL-DATE
               WRITE SAP-HISTORY-RECORD
           END-PERFORM.
           CLOSE SAP-HISTORY-FILE.

       END PROGRAM SAP-EVALUATION.
