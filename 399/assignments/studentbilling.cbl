      *                   by hand bill correctly. A student not on
      *                   the master still prices resident, flagged
      *                   on the statement so the gap gets keyed.
      *   10/15/2026 SG - The AR balance recompute carries the new
      *                   refund bucket, so a billing rerun keeps a
      *                   credit-balance refund already paid out.
      *   10/15/2026 SG - The balance recompute also subtracts the
      *                   bad-debt write-off bucket.
      *   10/15/2026 SG - The balance recompute carries the Title IV
      *                   aid-return bucket.
      *   10/15/2026 SG - Aid for a student whose latest SapHistory.txt
      *                   status is SAP suspension prints as held and
      *                   does not net against the statement until an
      *                   approved SapAppeals.txt row for that term or
      *                   later lifts the hold.
      *   10/15/2026 SG - Tuition waivers (WaiverMaster.txt: student,
      *                   waiver type, percent and/or credit-hour cap,
      *                   effective terms) come off the priced tuition
      *                   before aid nets, one statement line each, so
      *                   employee, dependent, senior and veteran
      *                   waivers stop going out as sponsor invoices.
      *                   WaiverActivity.txt carries each waiver's
      *                   expense account (WaiverTypes.txt) to the GL
      *                   extract, and WaiverReport.txt totals the
      *                   term's waived dollars by type.
      *   10/15/2026 SG - Every ARMaster posting CALLs
      *                   AR-LEDGER-POST, so the AR detail ledger
      *                   (ArLedger.txt) carries a dated, typed line
      *                   for each bucket the posting moved.
      *   10/15/2026 SG - Audit enrollments (EnrollmentMaster grading
      *                   basis A) bill per-SCH at the audit rate --
      *                   level A rows on TUITION-RATES.txt -- on their
      *                   own statement line, outside the flat band and
      *                   the tuition waivers.
      *   10/15/2026 SG - A variable-credit enrollment bills on the
      *                   credits stored on its enrollment row instead
      *                   of the section's SCH.
      *   10/15/2026 SG - Each statement is also queued to MailQueue.txt
      *                   through QUEUE-MAIL for the consolidated mail
      *                   run.
      *   10/15/2026 SG - Checkpointed to BillingCheckpoint.txt every
      *                   100 statements -- last student completed,
      *                   output line counts, running totals and the
      *                   sponsor-invoice, waiver-type and posted-memo
      *                   tables. A rerun for the same term cuts
      *                   BillingStatements.txt, BillingActivity.txt and
      *                   WaiverActivity.txt back to the checkpoint,
      *                   restarts the walk after that student and
      *                   finishes with the same control totals as a
      *                   clean run; a clean finish clears the
      *                   checkpoint.
      *   10/15/2026 SG - The checkpoint also carries the MailQueue.txt
      *                   line count; a restart drops the statement
      *                   pieces the failed run queued past it, so the
      *                   mail room gets no duplicate bills.
      *   10/15/2026 SG - Sponsor shares also go to SponsorHistory.txt,
      *                   kept for every term billed (a rerun replaces
      *                   the term's rows), so the 1098-T run sees
      *                   sponsor billings for each term in the tax
      *                   year.
      * Tectonics: cobc
      ******************************************************************

           SELECT AID-FILE ASSIGN TO "FinancialAid.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AID-FILE-STATUS.
           SELECT SAP-HISTORY-FILE ASSIGN TO "SapHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAP-HISTORY-STATUS.
           SELECT SAP-APPEAL-FILE ASSIGN TO "SapAppeals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAP-APPEAL-STATUS.
           SELECT SPONSOR-MASTER-FILE ASSIGN TO "SponsorMaster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPONSOR-MASTER-STATUS.
           SELECT SPONSOR-INVOICE-FILE ASSIGN TO "SponsorInvoices.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SPONSOR-HISTORY-FILE ASSIGN TO "SponsorHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPONSOR-HISTORY-STATUS.
           SELECT SPONSOR-KEEP-FILE ASSIGN TO "SponsorHistoryKeep.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPONSOR-KEEP-STATUS.
           SELECT WAIVER-MASTER-FILE ASSIGN TO "WaiverMaster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAIVER-MASTER-STATUS.
           SELECT WAIVER-TYPE-FILE ASSIGN TO "WaiverTypes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAIVER-TYPE-STATUS.
           SELECT WAIVER-ACTIVITY-FILE ASSIGN TO "WaiverActivity.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WAIVER-REPORT-FILE ASSIGN TO "WaiverReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-MASTER-FILE ASSIGN TO "FeeMaster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-MASTER-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACTIVITY-FILE ASSIGN TO "BillingActivity.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BILLING-CHECKPOINT-FILE
               ASSIGN TO "BillingCheckpoint.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BILLING-CHECKPOINT-STATUS.
           SELECT TRIM-IN-FILE ASSIGN TO TRIM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIM-IN-STATUS.
           SELECT TRIM-OUT-FILE ASSIGN TO "BillingTrim.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIM-OUT-STATUS.
           SELECT MAIL-QUEUE-FILE ASSIGN TO "MailQueue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAIL-QUEUE-STATUS.
           SELECT MAIL-TRIM-FILE ASSIGN TO "BillingMailTrim.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAIL-TRIM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT-MASTER.
           03 FA-AMOUNT PIC 9(7)V99.
           03 FILLER PIC X(1).
           03 FA-STATUS PIC X(1).
       FD SAP-HISTORY-FILE.
       COPY SapHistoryFormat.
       FD SAP-APPEAL-FILE.
       COPY SapAppealFormat.
       FD SPONSOR-MASTER-FILE.
       01 SPONSOR-MASTER-RECORD.
           03 SP-SPONSOR-ID PIC X(8).
           03 SP-COVER-CAP PIC 9(7)V99.
       FD SPONSOR-INVOICE-FILE.
       01 INVOICE-LINE PIC X(80).
       FD SPONSOR-HISTORY-FILE.
       COPY SponsorHistoryFormat.
       FD SPONSOR-KEEP-FILE.
       01 SPONSOR-KEEP-LINE PIC X(44).
      *>    A zero percent waives the whole (capped) tuition; a
      *>    zero cap waives every credit hour; a zero through-term
      *>    is open-ended.
       FD WAIVER-MASTER-FILE.
       01 WAIVER-MASTER-RECORD.
           03 WV-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 WV-TYPE PIC X(4).
           03 FILLER PIC X(1).
           03 WV-PERCENT PIC 9(3).
           03 FILLER PIC X(1).
           03 WV-SCH-CAP PIC 9(2).
           03 FILLER PIC X(1).
           03 WV-FROM-TERM PIC 9(6).
           03 FILLER PIC X(1).
           03 WV-THRU-TERM PIC 9(6).
       FD WAIVER-TYPE-FILE.
       01 WAIVER-TYPE-RECORD.
           03 WY-TYPE PIC X(4).
           03 FILLER PIC X(1).
           03 WY-DESCRIPTION PIC X(20).
           03 FILLER PIC X(1).
           03 WY-ACCOUNT PIC X(10).
       FD WAIVER-ACTIVITY-FILE.
       01 WAIVER-ACTIVITY-RECORD.
           03 WA-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 WA-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 WA-TERM-CODE PIC 9(6).
           03 FILLER PIC X(1).
           03 WA-TYPE PIC X(4).
           03 FILLER PIC X(1).
           03 WA-ACCOUNT PIC X(10).
           03 FILLER PIC X(1).
           03 WA-AMOUNT PIC 9(7)V99.
       FD WAIVER-REPORT-FILE.
       01 WAIVER-REPORT-LINE PIC X(80).
       FD FEE-MASTER-FILE.
       01 FEE-MASTER-RECORD.
           03 FM-DEPT PIC X(6).
           03 AC-CHARGE PIC 9(7)V99.
           03 FILLER PIC X(1).
           03 AC-CREDIT PIC 9(7)V99.
      *>    One header row -- restart point, output line counts and
      *>    running totals -- then a row per queued sponsor invoice
      *>    line (I), per waiver type with activity (W) and per
      *>    credit memo already posted (M), so a restart rebuilds
      *>    every table the end-of-run outputs are written from.
       FD BILLING-CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           03 CK-ROW-TYPE PIC X(1).
               88 CK-HEADER-ROW VALUE "H".
           03 FILLER PIC X(1).
           03 CK-TERM-CODE PIC 9(6).
           03 FILLER PIC X(1).
           03 CK-LAST-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 CK-STUDENT-COUNT PIC 9(6).
           03 FILLER PIC X(1).
           03 CK-STATEMENT-LINES PIC 9(9).
           03 FILLER PIC X(1).
           03 CK-ACTIVITY-LINES PIC 9(9).
           03 FILLER PIC X(1).
           03 CK-WAIVER-LINES PIC 9(9).
           03 FILLER PIC X(1).
           03 CK-GRAND-TOTAL PIC 9(9)V99.
           03 FILLER PIC X(1).
           03 CK-FEE-GRAND-TOTAL PIC 9(9)V99.
           03 FILLER PIC X(1).
           03 CK-CREDIT-GRAND-TOTAL PIC 9(9)V99.
           03 FILLER PIC X(1).
           03 CK-AID-GRAND-TOTAL PIC 9(9)V99.
           03 FILLER PIC X(1).
           03 CK-SAP-HELD-GRAND-TOTAL PIC 9(9)V99.
           03 FILLER PIC X(1).
           03 CK-WAIVER-GRAND-TOTAL PIC 9(9)V99.
           03 FILLER PIC X(1).
           03 CK-SPONSOR-GRAND-TOTAL PIC 9(9)V99.
           03 FILLER PIC X(1).
           03 CK-MAIL-LINES PIC 9(9).
       01 CHECKPOINT-DETAIL-ROW.
           03 CD-ROW-TYPE PIC X(1).
               88 CD-INVOICE-ROW VALUE "I".
               88 CD-WAIVER-ROW VALUE "W".
               88 CD-MEMO-ROW VALUE "M".
           03 FILLER PIC X(1).
           03 CD-INDEX PIC 9(4).
           03 FILLER PIC X(1).
           03 CD-KEY PIC X(9).
           03 FILLER PIC X(1).
           03 CD-COUNT PIC 9(5).
           03 FILLER PIC X(1).
           03 CD-AMOUNT PIC 9(9)V99.
       FD TRIM-IN-FILE.
       01 TRIM-IN-LINE PIC X(80).
       FD TRIM-OUT-FILE.
       01 TRIM-OUT-LINE PIC X(80).
       FD MAIL-QUEUE-FILE.
       COPY MailQueueFormat.
       FD MAIL-TRIM-FILE.
       01 MAIL-TRIM-LINE PIC X(141).
       WORKING-STORAGE SECTION.
       77 ENROLLMENT-STATUS PIC X(2) VALUE "00".
           88 ENROLLMENT-OK VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 MASTER-ON-FILE-FLAG PIC X VALUE "N".
           88 MASTER-ON-FILE VALUE "Y".
       77 LEDGER-PROGRAM PIC X(12) VALUE "BILLING     ".
       77 LEDGER-REFERENCE PIC X(20).
       77 LEDGER-BEFORE PIC X(124).
       77 AR-MASTER-STATUS PIC X(2) VALUE "00".
           88 AR-MASTER-OK VALUE "00".
           88 AR-MASTER-MISSING VALUE "23", "35".
               05 AD-FUND-CODE PIC X(6).
               05 AD-AMOUNT PIC 9(7)V99.
               05 AD-STATUS PIC X(1).
               05 AD-SAP-HOLD-FLAG PIC X(1).
       77 AID-IDX PIC 9(4).
       77 SAP-HISTORY-STATUS PIC X(2) VALUE "00".
           88 SAP-HISTORY-OK VALUE "00".
       77 SAP-APPEAL-STATUS PIC X(2) VALUE "00".
           88 SAP-APPEAL-OK VALUE "00".
       77 SAP-EOF-FLAG PIC 9 VALUE IS 0.
           88 SAP-EOF VALUE IS 1.
       77 SPONSOR-HISTORY-STATUS PIC X(2) VALUE "00".
           88 SPONSOR-HISTORY-OK VALUE "00".
       77 SPONSOR-KEEP-STATUS PIC X(2) VALUE "00".
           88 SPONSOR-KEEP-OK VALUE "00".
       77 SPONSOR-HISTORY-EOF-FLAG PIC 9 VALUE IS 0.
           88 SPONSOR-HISTORY-EOF VALUE IS 1.
      *>    Each SAP-evaluated student's latest status; a student
      *>    whose latest is suspension with no approved appeal for
      *>    that term or later has their awards held.
       77 SAP-COUNT PIC 9(4) VALUE IS 0.
       01 SAP-TABLE.
           03 SAP-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON SAP-COUNT.
               05 SS-STUDENT-ID PIC X(9).
               05 SS-TERM-CODE PIC 9(6).
               05 SS-STATUS PIC X(1).
       77 SAP-IDX PIC 9(4).
       77 SAP-FOUND-IDX PIC 9(4).
       77 SAP-SEARCH-ID PIC X(9).
       77 SAP-HELD-GRAND-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 WAIVER-MASTER-STATUS PIC X(2) VALUE "00".
           88 WAIVER-MASTER-OK VALUE "00".
       77 WAIVER-TYPE-STATUS PIC X(2) VALUE "00".
           88 WAIVER-TYPE-OK VALUE "00".
       77 WAIVER-EOF-FLAG PIC 9 VALUE IS 0.
           88 WAIVER-EOF VALUE IS 1.
      *>    Waiver types with their expense accounts and the run's
      *>    per-type totals; a type missing from WaiverTypes.txt
      *>    still waives, charged to the general waiver account.
       77 WAIVER-TYPE-COUNT PIC 9(2) VALUE IS 0.
       01 WAIVER-TYPE-TABLE.
           03 WAIVER-TYPE-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WAIVER-TYPE-COUNT.
               05 WT-TYPE PIC X(4).
               05 WT-DESCRIPTION PIC X(20).
               05 WT-ACCOUNT PIC X(10).
               05 WT-STUDENT-COUNT PIC 9(5).
               05 WT-WAIVED-TOTAL PIC 9(9)V99.
       77 WAIVER-TYPE-IDX PIC 9(2).
       77 WAIVER-TYPE-SCAN PIC 9(2).
       77 WAIVER-SEARCH-TYPE PIC X(4).
      *>    The waiver rows in effect for the run term, loaded once.
       77 WAIVER-COUNT PIC 9(4) VALUE IS 0.
       01 WAIVER-TABLE.
           03 WAIVER-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WAIVER-COUNT.
               05 WM-STUDENT-ID PIC X(9).
               05 WM-TYPE-IDX PIC 9(2).
               05 WM-PERCENT PIC 9(3).
               05 WM-SCH-CAP PIC 9(2).
       77 WAIVER-IDX PIC 9(4).
      *>    The statement's waiver lines, reset per student.
       77 STUDENT-WAIVER-COUNT PIC 9(2) VALUE IS 0.
       01 STUDENT-WAIVER-TABLE.
           03 STUDENT-WAIVER-ENTRY OCCURS 1 TO 10 TIMES
                   DEPENDING ON STUDENT-WAIVER-COUNT.
               05 SW-TYPE-IDX PIC 9(2).
               05 SW-AMOUNT PIC 9(7)V99.
       77 SW-IDX PIC 9(2).
       77 STUDENT-WAIVER-TOTAL PIC 9(7)V99 VALUE ZERO.
       77 WAIVER-GRAND-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 WAIVER-BASE PIC 9(7)V99 VALUE ZERO.
       77 WAIVER-AMOUNT PIC 9(7)V99 VALUE ZERO.
       77 TUITION-REMAINING PIC 9(7)V99 VALUE ZERO.
       77 STUDENT-SCH-TOTAL PIC 9(4) VALUE ZERO.
       77 STUDENT-AID PIC 9(7)V99 VALUE ZERO.
       77 AID-GRAND-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 RESIDENCY-STUDENT-ID PIC X(9) VALUE SPACES.
       77 GR-SCH-TOTAL PIC 9(4) VALUE ZERO.
       77 UG-CHARGE PIC 9(7)V99 VALUE ZERO.
       77 GR-CHARGE PIC 9(7)V99 VALUE ZERO.
       77 AU-SCH-TOTAL PIC 9(4) VALUE ZERO.
       77 AU-CHARGE PIC 9(7)V99 VALUE ZERO.
       77 AUDIT-RATE PIC 9(5)V99 VALUE ZERO.
       77 STUDENT-TOTAL PIC 9(7)V99 VALUE ZERO.
       77 STUDENT-COUNT PIC 9(6) VALUE ZERO.
       77 STUDENT-COUNT-DISPLAY PIC ZZZZZ9.
       77 MAIL-DOC-TYPE PIC X(8) VALUE "BILLING".
       77 MAIL-SOURCE-FILE PIC X(30) VALUE "BillingStatements.txt".
       77 GRAND-TOTAL PIC 9(9)V99 VALUE IS ZERO.
       77 MONEY-DISPLAY PIC $$$,$$$,$$9.99.
       77 SCH-DISPLAY PIC ZZZ9.
       77 TERM-REGISTRAR-CODE PIC X(6).
       77 TERM-VALID-FLAG PIC X VALUE "N".
           88 TERM-IS-VALID VALUE "Y".
       77 BILLING-CHECKPOINT-STATUS PIC X(2) VALUE "00".
           88 BILLING-CHECKPOINT-OK VALUE "00".
       77 CHECKPOINT-EOF-FLAG PIC 9 VALUE IS 0.
           88 CHECKPOINT-EOF VALUE IS 1.
      *>    A checkpoint every CHECKPOINT-INTERVAL statements; a
      *>    restart rebills at most that many students.
       77 CHECKPOINT-INTERVAL PIC 9(4) VALUE 100.
       77 STUDENTS-SINCE-CHECKPOINT PIC 9(4) VALUE ZERO.
       77 RESUME-FLAG PIC X VALUE "N".
           88 RESUMING-BILLING VALUE "Y".
       77 RESUME-STUDENT-ID PIC X(9) VALUE SPACES.
       77 STATEMENT-LINES-WRITTEN PIC 9(9) VALUE ZERO.
       77 ACTIVITY-LINES-WRITTEN PIC 9(9) VALUE ZERO.
       77 WAIVER-LINES-WRITTEN PIC 9(9) VALUE ZERO.
       77 TRIM-FILE-NAME PIC X(30) VALUE SPACES.
       77 TRIM-IN-STATUS PIC X(2) VALUE "00".
           88 TRIM-IN-OK VALUE "00".
       77 TRIM-OUT-STATUS PIC X(2) VALUE "00".
           88 TRIM-OUT-OK VALUE "00".
       77 TRIM-EOF-FLAG PIC 9 VALUE IS 0.
           88 TRIM-EOF VALUE IS 1.
       77 TRIM-KEEP-COUNT PIC 9(9) VALUE ZERO.
       77 TRIM-COPIED-COUNT PIC 9(9) VALUE ZERO.
       77 TRIM-DROPPED-COUNT PIC 9(9) VALUE ZERO.
       77 TRIM-COMMAND PIC X(80) VALUE SPACES.
      *>    MailQueue.txt is shared with every lettering program,
      *>    so its line count as this run has left it is carried
      *>    here and in the checkpoint rather than owned outright.
       77 MAIL-LINES-QUEUED PIC 9(9) VALUE ZERO.
       77 MAIL-QUEUE-STATUS PIC X(2) VALUE "00".
           88 MAIL-QUEUE-OK VALUE "00".
       77 MAIL-TRIM-STATUS PIC X(2) VALUE "00".
           88 MAIL-TRIM-OK VALUE "00".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       010-MAIN.
           PERFORM 020-INITIALIZE.
           PERFORM 030-PROCESS-ENROLLMENTS THRU 030-EXIT.
           PERFORM 052-WRITE-SPONSOR-INVOICES THRU 052-EXIT.
           PERFORM 054-WRITE-SPONSOR-HISTORY THRU 054-EXIT.
           PERFORM 062-WRITE-WAIVER-REPORT THRU 062-EXIT.
           PERFORM 040-TIDY-UP.
      *>    A clean finish clears the checkpoint so the next run
      *>    bills from the first student again.
           PERFORM 075-CLEAR-BILLING-CHECKPOINT.
           STOP RUN.

       020-INITIALIZE.
           PERFORM 024-LOAD-SPONSOR-MASTER THRU 024-EXIT.
           PERFORM 025-LOAD-AID-AWARDS THRU 025-EXIT.
           PERFORM 027-LOAD-CREDIT-MEMOS THRU 027-EXIT.
           PERFORM 059-LOAD-WAIVERS THRU 059-EXIT.

           OPEN I-O AR-MASTER.
           IF AR-MASTER-MISSING
                   AR-MASTER-STATUS
               STOP RUN.

      *>    An unfinished run for the same term resumes: the
      *>    outputs cut back to what the checkpoint counted and
      *>    reopen for EXTEND, so nothing the failed run wrote
      *>    after its last checkpoint survives to be written twice.
           PERFORM 070-READ-BILLING-CHECKPOINT THRU 070-EXIT.
           IF RESUMING-BILLING
               PERFORM 072-TRIM-OUTPUTS
               OPEN EXTEND ACTIVITY-FILE
               OPEN EXTEND WAIVER-ACTIVITY-FILE
               OPEN EXTEND STATEMENT-FILE
           ELSE
               PERFORM 077-COUNT-MAIL-QUEUE
               OPEN OUTPUT ACTIVITY-FILE
               OPEN OUTPUT WAIVER-ACTIVITY-FILE
               OPEN OUTPUT STATEMENT-FILE
               MOVE SPACES TO STATEMENT-LINE
               STRING "TUITION BILLING STATEMENTS   TERM: "
                       DELIMITED BY SIZE
                   RUN-TERM-CODE DELIMITED BY SIZE
                   "   RUN DATE: " DELIMITED BY SIZE
                   RUN-DATE-DISPLAY DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               PERFORM 036-WRITE-STATEMENT-LINE
           END-IF.

       024-LOAD-SPONSOR-MASTER.
           OPEN INPUT SPONSOR-MASTER-FILE.
           EXIT.

       025-LOAD-AID-AWARDS.
           PERFORM 057-LOAD-SAP-HOLDS THRU 057-EXIT.
           OPEN INPUT AID-FILE.
           IF NOT AID-FILE-OK
      *>        No award file: statements show gross only, the way
                   MOVE FA-FUND-CODE TO AD-FUND-CODE(AID-COUNT)
                   MOVE FA-AMOUNT TO AD-AMOUNT(AID-COUNT)
                   MOVE FA-STATUS TO AD-STATUS(AID-COUNT)
                   MOVE "N" TO AD-SAP-HOLD-FLAG(AID-COUNT)
                   MOVE FA-STUDENT-ID TO SAP-SEARCH-ID
                   PERFORM 058-FIND-SAP-STUDENT
                   IF SAP-FOUND-IDX IS NOT EQUAL TO ZERO
                       IF SS-STATUS(SAP-FOUND-IDX) IS EQUAL TO "S"
                           MOVE "Y" TO AD-SAP-HOLD-FLAG(AID-COUNT)
                       END-IF
                   END-IF
               END-IF
               READ AID-FILE AT END MOVE 1 TO AID-EOF-FLAG
               END-READ
       025-EXIT.
           EXIT.

      *>    SapHistory.txt (written by SAP-EVALUATION) keeps one row
      *>    per student per evaluated term; only the latest counts.
      *>    An approved SapAppeals.txt row for that term or later
      *>    lifts a suspension without waiting for the next SAP
      *>    run. No history on file holds nobody.
       057-LOAD-SAP-HOLDS.
           OPEN INPUT SAP-HISTORY-FILE.
           IF NOT SAP-HISTORY-OK
               GO TO 057-EXIT.
           READ SAP-HISTORY-FILE AT END MOVE 1 TO SAP-EOF-FLAG.
           PERFORM UNTIL SAP-EOF
               IF SH-TERM-CODE IS NUMERIC
                   MOVE SH-STUDENT-ID TO SAP-SEARCH-ID
                   PERFORM 058-FIND-SAP-STUDENT
                   IF SAP-FOUND-IDX IS EQUAL TO ZERO
                           AND SAP-COUNT IS LESS THAN 3000
                       ADD 1 TO SAP-COUNT
                       MOVE SAP-COUNT TO SAP-FOUND-IDX
                       MOVE SH-STUDENT-ID TO
                           SS-STUDENT-ID(SAP-FOUND-IDX)
                       MOVE ZERO TO SS-TERM-CODE(SAP-FOUND-IDX)
                   END-IF
                   IF SAP-FOUND-IDX IS NOT EQUAL TO ZERO
                       AND SH-TERM-CODE IS NOT LESS THAN
                           SS-TERM-CODE(SAP-FOUND-IDX)
                       MOVE SH-TERM-CODE TO
                           SS-TERM-CODE(SAP-FOUND-IDX)
                       MOVE SH-STATUS TO SS-STATUS(SAP-FOUND-IDX)
                   END-IF
               END-IF
               READ SAP-HISTORY-FILE AT END MOVE 1 TO SAP-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE SAP-HISTORY-FILE.

           OPEN INPUT SAP-APPEAL-FILE.
           IF NOT SAP-APPEAL-OK
               GO TO 057-EXIT.
           MOVE 0 TO SAP-EOF-FLAG.
           READ SAP-APPEAL-FILE AT END MOVE 1 TO SAP-EOF-FLAG.
           PERFORM UNTIL SAP-EOF
               IF SA-APPROVED AND SA-TERM-CODE IS NUMERIC
                   MOVE SA-STUDENT-ID TO SAP-SEARCH-ID
                   PERFORM 058-FIND-SAP-STUDENT
                   IF SAP-FOUND-IDX IS NOT EQUAL TO ZERO
                       IF SS-STATUS(SAP-FOUND-IDX) IS EQUAL TO "S"
                           AND SA-TERM-CODE IS NOT LESS THAN
                               SS-TERM-CODE(SAP-FOUND-IDX)
                           MOVE "A" TO SS-STATUS(SAP-FOUND-IDX)
                       END-IF
                   END-IF
               END-IF
               READ SAP-APPEAL-FILE AT END MOVE 1 TO SAP-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE SAP-APPEAL-FILE.
       057-EXIT.
           EXIT.

       058-FIND-SAP-STUDENT.
           MOVE ZERO TO SAP-FOUND-IDX.
           PERFORM VARYING SAP-IDX FROM 1 BY 1
                   UNTIL SAP-IDX GREATER THAN SAP-COUNT
                   OR SAP-FOUND-IDX IS NOT EQUAL TO ZERO
               IF SS-STUDENT-ID(SAP-IDX) IS EQUAL TO SAP-SEARCH-ID
                   MOVE SAP-IDX TO SAP-FOUND-IDX
               END-IF
           END-PERFORM.

       026-LOAD-FEE-MASTER.
           OPEN INPUT FEE-MASTER-FILE.
           IF NOT FEE-MASTER-FILE-OK
           END-PERFORM.

       030-PROCESS-ENROLLMENTS.
      *>    A restart positions past every row of the last student
      *>    the checkpoint saw completed.
           IF RESUMING-BILLING
               MOVE RESUME-STUDENT-ID TO EN-STUDENT-ID
               MOVE 99999 TO EN-CRN
               MOVE 999999 TO EN-TERM-CODE
               START ENROLLMENT-MASTER KEY IS GREATER THAN
                       EN-STUDENT-CRN-TERM-KEY
                   INVALID KEY
                       MOVE "46" TO ENROLLMENT-STATUS
               END-START
           ELSE
               MOVE LOW-VALUES TO EN-STUDENT-ID
               MOVE ZEROS TO EN-CRN
               MOVE ZEROS TO EN-TERM-CODE
               START ENROLLMENT-MASTER KEY IS GREATER THAN OR EQUAL
                       EN-STUDENT-CRN-TERM-KEY
                   INVALID KEY
                       DISPLAY "NO ENROLLMENTS ON FILE"
                       MOVE "46" TO ENROLLMENT-STATUS
               END-START
           END-IF.

           READ ENROLLMENT-MASTER NEXT RECORD
               AT END MOVE "46" TO ENROLLMENT-STATUS
                       " NOT ON IndexedCourses -- NOT BILLED"
               NOT INVALID KEY
                   MOVE SCH OF STUDENT-RECORD-INDEXED TO SCH-COMP
      *>            A variable-credit enrollment bills on the credits
      *>            the student chose, not the section's SCH.
                   IF EN-CREDITS IS NUMERIC
                           AND EN-CREDITS IS GREATER THAN ZERO
                       MOVE EN-CREDITS TO SCH-COMP
                   END-IF
      *>            Same course-level split BY-DEPARTMENT uses: a
      *>            course number starting below 5 is undergraduate.
      *>            The SCH accumulates into the student's per-
      *>            department block; pricing waits for the
      *>            statement break so the flat band can apply to
      *>            the whole block. An audit enrollment stays out
      *>            of the blocks and prices on its own.
                   IF COURSE-NUMBER OF STUDENT-RECORD-INDEXED (1:1)
                           IS LESS THAN "5"
                       MOVE "U" TO RATE-LEVEL
                   ELSE
                       MOVE "G" TO RATE-LEVEL
                   END-IF
                   IF EN-BASIS-AUDIT
                       PERFORM 065-PRICE-AUDIT-ENROLLMENT
                   ELSE
                       IF RATE-LEVEL IS EQUAL TO "U"
                           ADD SCH-COMP TO UG-SCH-TOTAL
                       ELSE
                           ADD SCH-COMP TO GR-SCH-TOTAL
                       END-IF
                       PERFORM 045-NOTE-SCH-BLOCK
                   END-IF
                   PERFORM 047-ADD-COURSE-FEES
           END-READ.

       038-WRITE-STATEMENT.
           IF UG-SCH-TOTAL IS GREATER THAN ZERO
                   OR GR-SCH-TOTAL IS GREATER THAN ZERO
                   OR AU-SCH-TOTAL IS GREATER THAN ZERO
               ADD 1 TO STUDENT-COUNT
               PERFORM 046-PRICE-SCH-BLOCKS
               PERFORM 049-ADD-FLAT-FEES
               COMPUTE STUDENT-TOTAL = UG-CHARGE + GR-CHARGE
                   + AU-CHARGE + STUDENT-FEE-TOTAL
               ADD STUDENT-TOTAL TO GRAND-TOTAL
               ADD STUDENT-FEE-TOTAL TO FEE-GRAND-TOTAL
      *>        The control total stays gross so it still reconciles
      *>        to the tuition report; the waivers come off the
      *>        student's own total before credits, aid and any
      *>        sponsor split see it.
               PERFORM 060-APPLY-WAIVERS
               SUBTRACT STUDENT-WAIVER-TOTAL FROM STUDENT-TOTAL

               MOVE SPACES TO STATEMENT-LINE
               PERFORM 036-WRITE-STATEMENT-LINE
                   INTO STATEMENT-LINE
               PERFORM 036-WRITE-STATEMENT-LINE

               IF AU-SCH-TOTAL IS GREATER THAN ZERO
                   MOVE AU-SCH-TOTAL TO SCH-DISPLAY
                   MOVE AU-CHARGE TO MONEY-DISPLAY
                   MOVE SPACES TO STATEMENT-LINE
                   STRING "  AUDIT         SCH: " DELIMITED BY SIZE
                       SCH-DISPLAY DELIMITED BY SIZE
                       "   CHARGE: " DELIMITED BY SIZE
                       MONEY-DISPLAY DELIMITED BY SIZE
                       INTO STATEMENT-LINE
                   PERFORM 036-WRITE-STATEMENT-LINE
               END-IF

               PERFORM VARYING SF-IDX FROM 1 BY 1
                       UNTIL SF-IDX GREATER THAN STUDENT-FEE-COUNT
                   MOVE SF-AMOUNT(SF-IDX) TO MONEY-DISPLAY
                   PERFORM 036-WRITE-STATEMENT-LINE
               END-PERFORM

               PERFORM 061-PRINT-WAIVER-LINES

               MOVE STUDENT-TOTAL TO MONEY-DISPLAY
               MOVE SPACES TO STATEMENT-LINE
               STRING "  TOTAL DUE:                   " DELIMITED BY
               MOVE STUDENT-TOTAL TO AC-CHARGE
               MOVE STUDENT-CREDIT TO AC-CREDIT
               WRITE ACTIVITY-RECORD
               ADD 1 TO ACTIVITY-LINES-WRITTEN
               CALL "QUEUE-MAIL" USING MAIL-DOC-TYPE LAST-STUDENT-ID
                   MAIL-SOURCE-FILE
               ADD 1 TO MAIL-LINES-QUEUED
               ADD 1 TO STUDENTS-SINCE-CHECKPOINT
               IF STUDENTS-SINCE-CHECKPOINT IS NOT LESS THAN
                       CHECKPOINT-INTERVAL
                   PERFORM 071-WRITE-BILLING-CHECKPOINT
                   MOVE ZERO TO STUDENTS-SINCE-CHECKPOINT
               END-IF
           END-IF.

           MOVE EN-STUDENT-ID TO LAST-STUDENT-ID.
           MOVE ZERO TO GR-SCH-TOTAL.
           MOVE ZERO TO UG-CHARGE.
           MOVE ZERO TO GR-CHARGE.
           MOVE ZERO TO AU-SCH-TOTAL.
           MOVE ZERO TO AU-CHARGE.
           MOVE ZERO TO STUDENT-FEE-COUNT.
           MOVE ZERO TO STUDENT-FEE-TOTAL.
           MOVE ZERO TO BLOCK-COUNT.
           MOVE ZERO TO STUDENT-WAIVER-COUNT.
           MOVE ZERO TO STUDENT-WAIVER-TOTAL.

      *>    One line per anticipated or disbursed award for the
      *>    student; the sum nets against the amount due and rolls
           PERFORM VARYING AID-IDX FROM 1 BY 1
                   UNTIL AID-IDX GREATER THAN AID-COUNT
               IF AD-STUDENT-ID(AID-IDX) IS EQUAL TO LAST-STUDENT-ID
                       AND AD-SAP-HOLD-FLAG(AID-IDX) IS EQUAL TO "Y"
      *>            Shown so the student sees why, never netted.
                   ADD AD-AMOUNT(AID-IDX) TO SAP-HELD-GRAND-TOTAL
                   MOVE AD-AMOUNT(AID-IDX) TO MONEY-DISPLAY
                   MOVE SPACES TO STATEMENT-LINE
                   STRING "  AID: " DELIMITED BY SIZE
                       AD-FUND-CODE(AID-IDX) DELIMITED BY SIZE
                       " (SAP HOLD)    " DELIMITED BY SIZE
                       MONEY-DISPLAY DELIMITED BY SIZE
                       "  NOT APPLIED" DELIMITED BY SIZE
                       INTO STATEMENT-LINE
                   PERFORM 036-WRITE-STATEMENT-LINE
               END-IF
               IF AD-STUDENT-ID(AID-IDX) IS EQUAL TO LAST-STUDENT-ID
                       AND AD-SAP-HOLD-FLAG(AID-IDX) IS NOT EQUAL
                           TO "Y"
                   ADD AD-AMOUNT(AID-IDX) TO STUDENT-AID
                   ADD AD-AMOUNT(AID-IDX) TO AID-GRAND-TOTAL
                   MOVE AD-AMOUNT(AID-IDX) TO MONEY-DISPLAY
           MOVE SPACES TO INVOICE-LINE.
           WRITE INVOICE-LINE.

      *>    SponsorInvoices.txt is only this run's invoices, so the
      *>    shares also go to SponsorHistory.txt, which keeps every
      *>    term billed. The other terms' rows copy through a keep
      *>    file, this term's rows are replaced by the table, and
      *>    the keep file copies back -- a rerun or a restart of
      *>    the term bills its shares once.
       054-WRITE-SPONSOR-HISTORY.
           OPEN OUTPUT SPONSOR-KEEP-FILE.
           IF NOT SPONSOR-KEEP-OK
               DISPLAY "UNABLE TO OPEN SponsorHistoryKeep.tmp -- "
                   "STATUS " SPONSOR-KEEP-STATUS
                   " -- SponsorHistory.txt NOT UPDATED"
               GO TO 054-EXIT.
      *>    Not on file yet is the first term billed; any other
      *>    failure leaves the history alone rather than replace it
      *>    with this term alone.
           OPEN INPUT SPONSOR-HISTORY-FILE.
           IF NOT SPONSOR-HISTORY-OK
                   AND SPONSOR-HISTORY-STATUS IS NOT EQUAL TO "35"
               DISPLAY "UNABLE TO OPEN SponsorHistory.txt -- STATUS "
                   SPONSOR-HISTORY-STATUS " -- NOT UPDATED"
               CLOSE SPONSOR-KEEP-FILE
               CALL "SYSTEM" USING "rm -f SponsorHistoryKeep.tmp"
               GO TO 054-EXIT.
           IF SPONSOR-HISTORY-OK
               MOVE 0 TO SPONSOR-HISTORY-EOF-FLAG
               PERFORM UNTIL SPONSOR-HISTORY-EOF
                   READ SPONSOR-HISTORY-FILE
                       AT END
                           MOVE 1 TO SPONSOR-HISTORY-EOF-FLAG
                       NOT AT END
                           IF SY-TERM-CODE IS NOT EQUAL TO
                                   RUN-TERM-CODE
                               WRITE SPONSOR-KEEP-LINE
                                   FROM SPONSOR-HISTORY-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPONSOR-HISTORY-FILE
           END-IF.
           PERFORM VARYING INVOICE-IDX FROM 1 BY 1
                   UNTIL INVOICE-IDX GREATER THAN INVOICE-COUNT
               MOVE SPACES TO SPONSOR-HISTORY-RECORD
               MOVE RUN-TERM-CODE TO SY-TERM-CODE
               MOVE IV-STUDENT-ID(INVOICE-IDX) TO SY-STUDENT-ID
               MOVE IV-SPONSOR-IDX(INVOICE-IDX) TO SPONSOR-IDX
               MOVE SN-SPONSOR-ID(SPONSOR-IDX) TO SY-SPONSOR-ID
               MOVE IV-AMOUNT(INVOICE-IDX) TO SY-AMOUNT
               MOVE RATE-RUN-DATE TO SY-BILL-DATE
               WRITE SPONSOR-KEEP-LINE FROM SPONSOR-HISTORY-RECORD
           END-PERFORM.
           CLOSE SPONSOR-KEEP-FILE.
           CALL "SYSTEM" USING
               "cp SponsorHistoryKeep.tmp SponsorHistory.txt".
           CALL "SYSTEM" USING "rm -f SponsorHistoryKeep.tmp".
           DISPLAY INVOICE-COUNT " SPONSOR SHARE(S) ON "
               "SponsorHistory.txt FOR TERM " RUN-TERM-CODE.
       054-EXIT.
           EXIT.

       039-FINAL-DISPLAY.
           MOVE SPACES TO STATEMENT-LINE.
           PERFORM 036-WRITE-STATEMENT-LINE.
                   INTO STATEMENT-LINE
               PERFORM 036-WRITE-STATEMENT-LINE
           END-IF.
           IF SAP-HELD-GRAND-TOTAL IS GREATER THAN ZERO
               MOVE SAP-HELD-GRAND-TOTAL TO MONEY-DISPLAY
               MOVE SPACES TO STATEMENT-LINE
               STRING "SAP HOLD:      " DELIMITED BY SIZE
                   MONEY-DISPLAY DELIMITED BY SIZE
                   " IN AID HELD FOR SAP SUSPENSION" DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               PERFORM 036-WRITE-STATEMENT-LINE
           END-IF.
           IF WAIVER-GRAND-TOTAL IS GREATER THAN ZERO
               MOVE WAIVER-GRAND-TOTAL TO MONEY-DISPLAY
               MOVE SPACES TO STATEMENT-LINE
               STRING "WAIVER TOTAL:  " DELIMITED BY SIZE
                   MONEY-DISPLAY DELIMITED BY SIZE
                   " IN TUITION WAIVED" DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               PERFORM 036-WRITE-STATEMENT-LINE
           END-IF.
           IF CREDIT-GRAND-TOTAL IS GREATER THAN ZERO
               MOVE CREDIT-GRAND-TOTAL TO MONEY-DISPLAY
               MOVE SPACES TO STATEMENT-LINE
      *>    record's own components, so rerunning a billing night
      *>    can't double a student's debt.
       041-POST-AR-CHARGES.
           MOVE SPACES TO LEDGER-BEFORE.
           MOVE "TERM BILLING" TO LEDGER-REFERENCE.
           MOVE LAST-STUDENT-ID TO AR-STUDENT-ID.
           MOVE RUN-TERM-CODE TO AR-TERM-CODE.
           READ AR-MASTER KEY IS AR-STUDENT-TERM-KEY
                   MOVE STUDENT-CREDIT TO AR-CREDITS
                   MOVE ZERO TO AR-PAYMENTS
                   MOVE ZERO TO AR-LATE-FEE
                   MOVE ZERO TO AR-REFUNDS
                   MOVE ZERO TO AR-WRITE-OFF
                   MOVE ZERO TO AR-AID-RETURN
                   MOVE ZERO TO AR-AGENCY-COMMISSION
                   MOVE ZERO TO AR-REFERRAL-DATE
                   COMPUTE AR-BALANCE = AR-CHARGES - AR-CREDITS
                   MOVE RATE-RUN-DATE TO AR-BILL-DATE
                   MOVE RATE-RUN-DATE TO AR-LAST-ACTIVITY
                   WRITE AR-RECORD
               NOT INVALID KEY
                   MOVE AR-RECORD TO LEDGER-BEFORE
                   MOVE STUDENT-TOTAL TO AR-CHARGES
                   MOVE STUDENT-CREDIT TO AR-CREDITS
      *>            The late fee rides in its own bucket -- a rerun
                   IF AR-LATE-FEE IS NOT NUMERIC
                       MOVE ZERO TO AR-LATE-FEE
                   END-IF
                   IF AR-REFUNDS IS NOT NUMERIC
                       MOVE ZERO TO AR-REFUNDS
                   END-IF
                   IF AR-WRITE-OFF IS NOT NUMERIC
                       MOVE ZERO TO AR-WRITE-OFF
                   END-IF
                   IF AR-AID-RETURN IS NOT NUMERIC
                       MOVE ZERO TO AR-AID-RETURN
                   END-IF
                   COMPUTE AR-BALANCE = AR-CHARGES + AR-LATE-FEE
                       + AR-REFUNDS + AR-AID-RETURN - AR-CREDITS
                       - AR-PAYMENTS - AR-WRITE-OFF
                   MOVE RATE-RUN-DATE TO AR-LAST-ACTIVITY
                   REWRITE AR-RECORD
           END-READ.
           PERFORM 064-WRITE-AR-LEDGER.

      *>    A student whose only activity this term is credit
      *>    memos -- the full-withdrawal case -- has no active
           EXIT.

       056-POST-ONE-ORPHAN.
           MOVE SPACES TO LEDGER-BEFORE.
           MOVE "CREDIT MEMO SWEEP" TO LEDGER-REFERENCE.
           MOVE ME-CREDIT-TOTAL(MEMO-IDX) TO STUDENT-CREDIT.
           ADD STUDENT-CREDIT TO CREDIT-GRAND-TOTAL.
           MOVE ME-STUDENT-ID(MEMO-IDX) TO AR-STUDENT-ID.
                   MOVE STUDENT-CREDIT TO AR-CREDITS
                   MOVE ZERO TO AR-PAYMENTS
                   MOVE ZERO TO AR-LATE-FEE
                   MOVE ZERO TO AR-REFUNDS
                   MOVE ZERO TO AR-WRITE-OFF
                   MOVE ZERO TO AR-AID-RETURN
                   MOVE ZERO TO AR-AGENCY-COMMISSION
                   MOVE ZERO TO AR-REFERRAL-DATE
                   COMPUTE AR-BALANCE = AR-CHARGES - AR-CREDITS
                   MOVE RATE-RUN-DATE TO AR-BILL-DATE
                   MOVE RATE-RUN-DATE TO AR-LAST-ACTIVITY
      *>            No active rows for the term means nothing
      *>            billable remains -- the pre-drop charges come
      *>            off; the late fee keeps its own bucket.
                   MOVE AR-RECORD TO LEDGER-BEFORE
                   MOVE ZERO TO AR-CHARGES
                   MOVE STUDENT-CREDIT TO AR-CREDITS
                   IF AR-LATE-FEE IS NOT NUMERIC
                       MOVE ZERO TO AR-LATE-FEE
                   END-IF
                   IF AR-REFUNDS IS NOT NUMERIC
                       MOVE ZERO TO AR-REFUNDS
                   END-IF
                   IF AR-WRITE-OFF IS NOT NUMERIC
                       MOVE ZERO TO AR-WRITE-OFF
                   END-IF
                   IF AR-AID-RETURN IS NOT NUMERIC
                       MOVE ZERO TO AR-AID-RETURN
                   END-IF
                   COMPUTE AR-BALANCE = AR-CHARGES + AR-LATE-FEE
                       + AR-REFUNDS + AR-AID-RETURN - AR-CREDITS
                       - AR-PAYMENTS - AR-WRITE-OFF
                   MOVE RATE-RUN-DATE TO AR-LAST-ACTIVITY
                   REWRITE AR-RECORD
           END-READ.
           PERFORM 064-WRITE-AR-LEDGER.
           MOVE "Y" TO ME-POSTED-FLAG(MEMO-IDX).
           MOVE SPACES TO ACTIVITY-RECORD.
           MOVE RATE-RUN-DATE TO AC-DATE.
           MOVE ZERO TO AC-CHARGE.
           MOVE STUDENT-CREDIT TO AC-CREDIT.
           WRITE ACTIVITY-RECORD.
           ADD 1 TO ACTIVITY-LINES-WRITTEN.

      *>    The type table loads first so each waiver row carries
      *>    its type's subscript; only rows in effect for the run
      *>    term load. No waiver master is a normal night.
       059-LOAD-WAIVERS.
           OPEN INPUT WAIVER-TYPE-FILE.
           IF WAIVER-TYPE-OK
               READ WAIVER-TYPE-FILE AT END MOVE 1 TO WAIVER-EOF-FLAG
               END-READ
               PERFORM UNTIL WAIVER-EOF
                       OR WAIVER-TYPE-COUNT IS EQUAL TO 50
                   IF WY-TYPE IS NOT EQUAL TO SPACES
                       ADD 1 TO WAIVER-TYPE-COUNT
                       MOVE WY-TYPE TO WT-TYPE(WAIVER-TYPE-COUNT)
                       MOVE WY-DESCRIPTION TO
                           WT-DESCRIPTION(WAIVER-TYPE-COUNT)
                       MOVE WY-ACCOUNT TO WT-ACCOUNT(WAIVER-TYPE-COUNT)
                       IF WY-ACCOUNT IS EQUAL TO SPACES
                           MOVE "6300-WAIVE" TO
                               WT-ACCOUNT(WAIVER-TYPE-COUNT)
                       END-IF
                       MOVE ZERO TO WT-STUDENT-COUNT(WAIVER-TYPE-COUNT)
                       MOVE ZERO TO WT-WAIVED-TOTAL(WAIVER-TYPE-COUNT)
                   END-IF
                   READ WAIVER-TYPE-FILE
                       AT END MOVE 1 TO WAIVER-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE WAIVER-TYPE-FILE
           END-IF.

           OPEN INPUT WAIVER-MASTER-FILE.
           IF NOT WAIVER-MASTER-OK
               GO TO 059-EXIT.
           MOVE 0 TO WAIVER-EOF-FLAG.
           READ WAIVER-MASTER-FILE AT END MOVE 1 TO WAIVER-EOF-FLAG.
           PERFORM UNTIL WAIVER-EOF OR WAIVER-COUNT IS EQUAL TO 2000
               IF WV-FROM-TERM IS NUMERIC
                       AND WV-THRU-TERM IS NUMERIC
                       AND WV-FROM-TERM IS NOT GREATER THAN
                           RUN-TERM-CODE
                       AND (WV-THRU-TERM IS EQUAL TO ZERO
                           OR WV-THRU-TERM IS NOT LESS THAN
                               RUN-TERM-CODE)
                   MOVE WV-TYPE TO WAIVER-SEARCH-TYPE
                   PERFORM 063-FIND-WAIVER-TYPE
                   IF WAIVER-TYPE-IDX IS NOT EQUAL TO ZERO
                       ADD 1 TO WAIVER-COUNT
                       MOVE WV-STUDENT-ID TO WM-STUDENT-ID(WAIVER-COUNT)
                       MOVE WAIVER-TYPE-IDX TO WM-TYPE-IDX(WAIVER-COUNT)
                       MOVE ZERO TO WM-PERCENT(WAIVER-COUNT)
                       IF WV-PERCENT IS NUMERIC
                           MOVE WV-PERCENT TO WM-PERCENT(WAIVER-COUNT)
                       END-IF
                       MOVE ZERO TO WM-SCH-CAP(WAIVER-COUNT)
                       IF WV-SCH-CAP IS NUMERIC
                           MOVE WV-SCH-CAP TO WM-SCH-CAP(WAIVER-COUNT)
                       END-IF
                   END-IF
               END-IF
               READ WAIVER-MASTER-FILE AT END MOVE 1 TO WAIVER-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE WAIVER-MASTER-FILE.
       059-EXIT.
           EXIT.

      *>    A waiver covers tuition only, never fees: the capped
      *>    hours' share of the priced tuition, times the percent.
      *>    Several waivers apply in master order, each against
      *>    what the earlier ones left, so tuition never goes
      *>    below zero.
       060-APPLY-WAIVERS.
           MOVE ZERO TO STUDENT-WAIVER-COUNT.
           MOVE ZERO TO STUDENT-WAIVER-TOTAL.
           COMPUTE TUITION-REMAINING = UG-CHARGE + GR-CHARGE.
           COMPUTE STUDENT-SCH-TOTAL = UG-SCH-TOTAL + GR-SCH-TOTAL.
           PERFORM VARYING WAIVER-IDX FROM 1 BY 1
                   UNTIL WAIVER-IDX GREATER THAN WAIVER-COUNT
               IF WM-STUDENT-ID(WAIVER-IDX) IS EQUAL TO LAST-STUDENT-ID
                       AND TUITION-REMAINING IS GREATER THAN ZERO
                       AND STUDENT-WAIVER-COUNT IS LESS THAN 10
                   IF WM-SCH-CAP(WAIVER-IDX) IS GREATER THAN ZERO
                           AND WM-SCH-CAP(WAIVER-IDX) IS LESS THAN
                               STUDENT-SCH-TOTAL
                       COMPUTE WAIVER-BASE ROUNDED =
                           (UG-CHARGE + GR-CHARGE)
                           * WM-SCH-CAP(WAIVER-IDX) / STUDENT-SCH-TOTAL
                   ELSE
                       COMPUTE WAIVER-BASE = UG-CHARGE + GR-CHARGE
                   END-IF
                   IF WM-PERCENT(WAIVER-IDX) IS GREATER THAN ZERO
                       COMPUTE WAIVER-AMOUNT ROUNDED =
                           WAIVER-BASE * WM-PERCENT(WAIVER-IDX) / 100
                   ELSE
                       MOVE WAIVER-BASE TO WAIVER-AMOUNT
                   END-IF
                   IF WAIVER-AMOUNT IS GREATER THAN TUITION-REMAINING
                       MOVE TUITION-REMAINING TO WAIVER-AMOUNT
                   END-IF
                   IF WAIVER-AMOUNT IS GREATER THAN ZERO
                       SUBTRACT WAIVER-AMOUNT FROM TUITION-REMAINING
                       ADD WAIVER-AMOUNT TO STUDENT-WAIVER-TOTAL
                       ADD 1 TO STUDENT-WAIVER-COUNT
                       MOVE WM-TYPE-IDX(WAIVER-IDX) TO
                           SW-TYPE-IDX(STUDENT-WAIVER-COUNT)
                       MOVE WAIVER-AMOUNT TO
                           SW-AMOUNT(STUDENT-WAIVER-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

      *>    One statement line per waiver, each rolled into its
      *>    type's report totals and dropped to WaiverActivity.txt
      *>    with the type's expense account for the GL extract.
       061-PRINT-WAIVER-LINES.
           PERFORM VARYING SW-IDX FROM 1 BY 1
                   UNTIL SW-IDX GREATER THAN STUDENT-WAIVER-COUNT
               MOVE SW-TYPE-IDX(SW-IDX) TO WAIVER-TYPE-IDX
               ADD SW-AMOUNT(SW-IDX) TO WAIVER-GRAND-TOTAL
               ADD SW-AMOUNT(SW-IDX) TO
                   WT-WAIVED-TOTAL(WAIVER-TYPE-IDX)
               ADD 1 TO WT-STUDENT-COUNT(WAIVER-TYPE-IDX)
               MOVE SW-AMOUNT(SW-IDX) TO MONEY-DISPLAY
               MOVE SPACES TO STATEMENT-LINE
               STRING "  WAIVER: " DELIMITED BY SIZE
                   WT-DESCRIPTION(WAIVER-TYPE-IDX) DELIMITED BY SIZE
                   " -" DELIMITED BY SIZE
                   MONEY-DISPLAY DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               PERFORM 036-WRITE-STATEMENT-LINE
               MOVE SPACES TO WAIVER-ACTIVITY-RECORD
               MOVE RATE-RUN-DATE TO WA-DATE
               MOVE LAST-STUDENT-ID TO WA-STUDENT-ID
               MOVE RUN-TERM-CODE TO WA-TERM-CODE
               MOVE WT-TYPE(WAIVER-TYPE-IDX) TO WA-TYPE
               MOVE WT-ACCOUNT(WAIVER-TYPE-IDX) TO WA-ACCOUNT
               MOVE SW-AMOUNT(SW-IDX) TO WA-AMOUNT
               WRITE WAIVER-ACTIVITY-RECORD
               ADD 1 TO WAIVER-LINES-WRITTEN
           END-PERFORM.

      *>    The budget office's term view: waived dollars and
      *>    waiver count by type, with a total that ties to the
      *>    statement file's WAIVER TOTAL line.
       062-WRITE-WAIVER-REPORT.
           IF WAIVER-COUNT IS EQUAL TO ZERO
               GO TO 062-EXIT.
           OPEN OUTPUT WAIVER-REPORT-FILE.
           MOVE SPACES TO WAIVER-REPORT-LINE.
           STRING "TUITION WAIVERS BY TYPE   TERM: " DELIMITED BY SIZE
               RUN-TERM-CODE DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO WAIVER-REPORT-LINE.
           WRITE WAIVER-REPORT-LINE.
           MOVE SPACES TO WAIVER-REPORT-LINE.
           WRITE WAIVER-REPORT-LINE.
           MOVE "TYPE DESCRIPTION          ACCOUNT     COUNT"
               TO WAIVER-REPORT-LINE.
           MOVE "AMOUNT WAIVED" TO WAIVER-REPORT-LINE(47:13).
           WRITE WAIVER-REPORT-LINE.
           PERFORM VARYING WAIVER-TYPE-IDX FROM 1 BY 1
                   UNTIL WAIVER-TYPE-IDX GREATER THAN WAIVER-TYPE-COUNT
               IF WT-STUDENT-COUNT(WAIVER-TYPE-IDX) IS GREATER
                       THAN ZERO
                   MOVE WT-WAIVED-TOTAL(WAIVER-TYPE-IDX)
                       TO MONEY-DISPLAY
                   MOVE WT-STUDENT-COUNT(WAIVER-TYPE-IDX)
                       TO STUDENT-COUNT-DISPLAY
                   MOVE SPACES TO WAIVER-REPORT-LINE
                   STRING WT-TYPE(WAIVER-TYPE-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WT-DESCRIPTION(WAIVER-TYPE-IDX)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WT-ACCOUNT(WAIVER-TYPE-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       STUDENT-COUNT-DISPLAY DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       MONEY-DISPLAY DELIMITED BY SIZE
                       INTO WAIVER-REPORT-LINE
                   WRITE WAIVER-REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WAIVER-REPORT-LINE.
           WRITE WAIVER-REPORT-LINE.
           MOVE WAIVER-GRAND-TOTAL TO MONEY-DISPLAY.
           MOVE SPACES TO WAIVER-REPORT-LINE.
           MOVE "TOTAL WAIVED" TO WAIVER-REPORT-LINE.
           MOVE MONEY-DISPLAY TO WAIVER-REPORT-LINE(46:14).
           WRITE WAIVER-REPORT-LINE.
           CLOSE WAIVER-REPORT-FILE.
           DISPLAY "WAIVER REPORT WRITTEN TO WaiverReport.txt".
       062-EXIT.
           EXIT.

      *>    A type not on WaiverTypes.txt joins the table under the
      *>    general waiver account so the dollars still post.
       063-FIND-WAIVER-TYPE.
           MOVE ZERO TO WAIVER-TYPE-IDX.
           PERFORM VARYING WAIVER-TYPE-SCAN FROM 1 BY 1
                   UNTIL WAIVER-TYPE-SCAN GREATER THAN WAIVER-TYPE-COUNT
                   OR WAIVER-TYPE-IDX IS NOT EQUAL TO ZERO
               IF WT-TYPE(WAIVER-TYPE-SCAN) IS EQUAL TO
                       WAIVER-SEARCH-TYPE
                   MOVE WAIVER-TYPE-SCAN TO WAIVER-TYPE-IDX
               END-IF
           END-PERFORM.
           IF WAIVER-TYPE-IDX IS EQUAL TO ZERO
                   AND WAIVER-TYPE-COUNT IS LESS THAN 50
               ADD 1 TO WAIVER-TYPE-COUNT
               MOVE WAIVER-TYPE-COUNT TO WAIVER-TYPE-IDX
               MOVE WAIVER-SEARCH-TYPE TO WT-TYPE(WAIVER-TYPE-IDX)
               MOVE SPACES TO WT-DESCRIPTION(WAIVER-TYPE-IDX)
               STRING WAIVER-SEARCH-TYPE DELIMITED BY SIZE
                   " WAIVER" DELIMITED BY SIZE
                   INTO WT-DESCRIPTION(WAIVER-TYPE-IDX)
               MOVE "6300-WAIVE" TO WT-ACCOUNT(WAIVER-TYPE-IDX)
               MOVE ZERO TO WT-STUDENT-COUNT(WAIVER-TYPE-IDX)
               MOVE ZERO TO WT-WAIVED-TOTAL(WAIVER-TYPE-IDX)
           END-IF.

      *>    Every posting to ARMaster leaves its typed lines --
      *>    the change in each bucket -- on the AR detail ledger.
       064-WRITE-AR-LEDGER.
           CALL "AR-LEDGER-POST" USING LEDGER-PROGRAM
               LEDGER-REFERENCE LEDGER-BEFORE AR-RECORD.

       036-WRITE-STATEMENT-LINE.
           DISPLAY STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           ADD 1 TO STATEMENT-LINES-WRITTEN.

      *>    Audit credits price per-SCH at the audit rate -- the
      *>    level A rows on TUITION-RATES.txt, department over
      *>    default the way every rate resolves -- and never enter
      *>    the flat band or the waivers. With no audit row on file
      *>    the section bills at zero and says so.
       065-PRICE-AUDIT-ENROLLMENT.
           MOVE "A" TO RATE-LEVEL.
           CALL "LOOKUP-TUITION-RATE" USING
               DEPARTMENT-CODE OF STUDENT-RECORD-INDEXED
               RATE-LEVEL RATE-RESIDENCY RATE-RUN-DATE
               AUDIT-RATE RATE-DEFAULT-FLAG.
           IF AUDIT-RATE IS EQUAL TO ZERO
                   AND RATE-DEFAULT-FLAG IS NOT EQUAL TO "Y"
               DISPLAY "WARNING: NO AUDIT RATE ON TUITION-RATES.txt "
                   "FOR " DEPARTMENT-CODE OF STUDENT-RECORD-INDEXED
                   " -- AUDIT CRN " EN-CRN " BILLED AT ZERO"
           END-IF.
           COMPUTE AU-CHARGE = AU-CHARGE + SCH-COMP * AUDIT-RATE.
           ADD SCH-COMP TO AU-SCH-TOTAL.

      *>    Only a checkpoint for the term being billed restarts;
      *>    one left by another term's failed run is reported and
      *>    this term bills from the start.
       070-READ-BILLING-CHECKPOINT.
           OPEN INPUT BILLING-CHECKPOINT-FILE.
           IF NOT BILLING-CHECKPOINT-OK
               GO TO 070-EXIT.
           READ BILLING-CHECKPOINT-FILE
               AT END MOVE SPACES TO CHECKPOINT-RECORD
           END-READ.
           IF NOT CK-HEADER-ROW
                   OR CK-LAST-STUDENT-ID IS EQUAL TO SPACES
               CLOSE BILLING-CHECKPOINT-FILE
               GO TO 070-EXIT.
           IF CK-TERM-CODE IS NOT EQUAL TO RUN-TERM-CODE
               DISPLAY "WARNING: BillingCheckpoint.txt HOLDS AN "
                   "UNFINISHED RUN FOR TERM " CK-TERM-CODE
                   " -- TERM " RUN-TERM-CODE " BILLS FROM THE START"
               CLOSE BILLING-CHECKPOINT-FILE
               GO TO 070-EXIT.

           MOVE "Y" TO RESUME-FLAG.
           MOVE CK-LAST-STUDENT-ID TO RESUME-STUDENT-ID.
           MOVE CK-STUDENT-COUNT TO STUDENT-COUNT.
           MOVE CK-STATEMENT-LINES TO STATEMENT-LINES-WRITTEN.
           MOVE CK-ACTIVITY-LINES TO ACTIVITY-LINES-WRITTEN.
           MOVE CK-WAIVER-LINES TO WAIVER-LINES-WRITTEN.
           MOVE CK-MAIL-LINES TO MAIL-LINES-QUEUED.
           MOVE CK-GRAND-TOTAL TO GRAND-TOTAL.
           MOVE CK-FEE-GRAND-TOTAL TO FEE-GRAND-TOTAL.
           MOVE CK-CREDIT-GRAND-TOTAL TO CREDIT-GRAND-TOTAL.
           MOVE CK-AID-GRAND-TOTAL TO AID-GRAND-TOTAL.
           MOVE CK-SAP-HELD-GRAND-TOTAL TO SAP-HELD-GRAND-TOTAL.
           MOVE CK-WAIVER-GRAND-TOTAL TO WAIVER-GRAND-TOTAL.
           MOVE CK-SPONSOR-GRAND-TOTAL TO SPONSOR-GRAND-TOTAL.
           MOVE 0 TO CHECKPOINT-EOF-FLAG.
           PERFORM UNTIL CHECKPOINT-EOF
               READ BILLING-CHECKPOINT-FILE
                   AT END
                       MOVE 1 TO CHECKPOINT-EOF-FLAG
                   NOT AT END
                       PERFORM 074-RESTORE-CHECKPOINT-ROW
               END-READ
           END-PERFORM.
           CLOSE BILLING-CHECKPOINT-FILE.
           MOVE STUDENT-COUNT TO STUDENT-COUNT-DISPLAY.
           DISPLAY "RESUMING TERM " RUN-TERM-CODE " BILLING AFTER "
               "STUDENT " RESUME-STUDENT-ID " -- "
               STUDENT-COUNT-DISPLAY " STATEMENT(S) ALREADY WRITTEN".
       070-EXIT.
           EXIT.

      *>    Every statement's lines are on disk before the
      *>    checkpoint that counts them: the three outputs close
      *>    and reopen for EXTEND first. The sponsor invoice and
      *>    waiver report are written whole after the walk, so
      *>    their tables ride in the checkpoint instead.
       071-WRITE-BILLING-CHECKPOINT.
           CLOSE ACTIVITY-FILE.
           CLOSE WAIVER-ACTIVITY-FILE.
           CLOSE STATEMENT-FILE.
           OPEN EXTEND ACTIVITY-FILE.
           OPEN EXTEND WAIVER-ACTIVITY-FILE.
           OPEN EXTEND STATEMENT-FILE.

           OPEN OUTPUT BILLING-CHECKPOINT-FILE.
           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE "H" TO CK-ROW-TYPE.
           MOVE RUN-TERM-CODE TO CK-TERM-CODE.
           MOVE LAST-STUDENT-ID TO CK-LAST-STUDENT-ID.
           MOVE STUDENT-COUNT TO CK-STUDENT-COUNT.
           MOVE STATEMENT-LINES-WRITTEN TO CK-STATEMENT-LINES.
           MOVE ACTIVITY-LINES-WRITTEN TO CK-ACTIVITY-LINES.
           MOVE WAIVER-LINES-WRITTEN TO CK-WAIVER-LINES.
           MOVE MAIL-LINES-QUEUED TO CK-MAIL-LINES.
           MOVE GRAND-TOTAL TO CK-GRAND-TOTAL.
           MOVE FEE-GRAND-TOTAL TO CK-FEE-GRAND-TOTAL.
           MOVE CREDIT-GRAND-TOTAL TO CK-CREDIT-GRAND-TOTAL.
           MOVE AID-GRAND-TOTAL TO CK-AID-GRAND-TOTAL.
           MOVE SAP-HELD-GRAND-TOTAL TO CK-SAP-HELD-GRAND-TOTAL.
           MOVE WAIVER-GRAND-TOTAL TO CK-WAIVER-GRAND-TOTAL.
           MOVE SPONSOR-GRAND-TOTAL TO CK-SPONSOR-GRAND-TOTAL.
           WRITE CHECKPOINT-RECORD.
           PERFORM VARYING INVOICE-IDX FROM 1 BY 1
                   UNTIL INVOICE-IDX GREATER THAN INVOICE-COUNT
               MOVE SPACES TO CHECKPOINT-DETAIL-ROW
               MOVE "I" TO CD-ROW-TYPE
               MOVE IV-SPONSOR-IDX(INVOICE-IDX) TO CD-INDEX
               MOVE IV-STUDENT-ID(INVOICE-IDX) TO CD-KEY
               MOVE ZERO TO CD-COUNT
               MOVE IV-AMOUNT(INVOICE-IDX) TO CD-AMOUNT
               WRITE CHECKPOINT-DETAIL-ROW
           END-PERFORM.
           PERFORM VARYING WAIVER-TYPE-IDX FROM 1 BY 1
                   UNTIL WAIVER-TYPE-IDX GREATER THAN WAIVER-TYPE-COUNT
               IF WT-STUDENT-COUNT(WAIVER-TYPE-IDX) IS GREATER
                       THAN ZERO
                   MOVE SPACES TO CHECKPOINT-DETAIL-ROW
                   MOVE "W" TO CD-ROW-TYPE
                   MOVE WAIVER-TYPE-IDX TO CD-INDEX
                   MOVE WT-TYPE(WAIVER-TYPE-IDX) TO CD-KEY
                   MOVE WT-STUDENT-COUNT(WAIVER-TYPE-IDX) TO CD-COUNT
                   MOVE WT-WAIVED-TOTAL(WAIVER-TYPE-IDX) TO CD-AMOUNT
                   WRITE CHECKPOINT-DETAIL-ROW
               END-IF
           END-PERFORM.
           PERFORM VARYING MEMO-IDX FROM 1 BY 1
                   UNTIL MEMO-IDX GREATER THAN MEMO-STUDENT-COUNT
               IF ME-POSTED-FLAG(MEMO-IDX) IS EQUAL TO "Y"
                   MOVE SPACES TO CHECKPOINT-DETAIL-ROW
                   MOVE "M" TO CD-ROW-TYPE
                   MOVE MEMO-IDX TO CD-INDEX
                   MOVE ME-STUDENT-ID(MEMO-IDX) TO CD-KEY
                   MOVE ZERO TO CD-COUNT
                   MOVE ME-CREDIT-TOTAL(MEMO-IDX) TO CD-AMOUNT
                   WRITE CHECKPOINT-DETAIL-ROW
               END-IF
           END-PERFORM.
           CLOSE BILLING-CHECKPOINT-FILE.

       072-TRIM-OUTPUTS.
           MOVE "BillingStatements.txt" TO TRIM-FILE-NAME.
           MOVE STATEMENT-LINES-WRITTEN TO TRIM-KEEP-COUNT.
           PERFORM 073-TRIM-ONE-OUTPUT THRU 073-EXIT.
           MOVE "BillingActivity.txt" TO TRIM-FILE-NAME.
           MOVE ACTIVITY-LINES-WRITTEN TO TRIM-KEEP-COUNT.
           PERFORM 073-TRIM-ONE-OUTPUT THRU 073-EXIT.
           MOVE "WaiverActivity.txt" TO TRIM-FILE-NAME.
           MOVE WAIVER-LINES-WRITTEN TO TRIM-KEEP-COUNT.
           PERFORM 073-TRIM-ONE-OUTPUT THRU 073-EXIT.
           CALL "SYSTEM" USING "rm -f BillingTrim.tmp".
           PERFORM 076-TRIM-MAIL-QUEUE THRU 076-EXIT.

      *>    The checkpointed lines copy aside and back over the
      *>    output; whatever the failed run wrote past them drops.
      *>    An output shorter than its checkpoint is not the file
      *>    the checkpoint counted, and the restart stops there.
       073-TRIM-ONE-OUTPUT.
           MOVE ZERO TO TRIM-COPIED-COUNT.
           MOVE ZERO TO TRIM-DROPPED-COUNT.
           MOVE 0 TO TRIM-EOF-FLAG.
           OPEN INPUT TRIM-IN-FILE.
           IF NOT TRIM-IN-OK
               DISPLAY "UNABLE TO OPEN " TRIM-FILE-NAME
                   " -- STATUS " TRIM-IN-STATUS " -- RESTART REFUSED"
               STOP RUN.
           OPEN OUTPUT TRIM-OUT-FILE.
           IF NOT TRIM-OUT-OK
               DISPLAY "UNABLE TO OPEN BillingTrim.tmp -- STATUS "
                   TRIM-OUT-STATUS " -- RESTART REFUSED"
               STOP RUN.
           PERFORM UNTIL TRIM-EOF
               READ TRIM-IN-FILE
                   AT END
                       MOVE 1 TO TRIM-EOF-FLAG
                   NOT AT END
                       IF TRIM-COPIED-COUNT IS LESS THAN
                               TRIM-KEEP-COUNT
                           WRITE TRIM-OUT-LINE FROM TRIM-IN-LINE
                           ADD 1 TO TRIM-COPIED-COUNT
                       ELSE
                           ADD 1 TO TRIM-DROPPED-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRIM-IN-FILE.
           CLOSE TRIM-OUT-FILE.
           IF TRIM-COPIED-COUNT IS LESS THAN TRIM-KEEP-COUNT
               DISPLAY TRIM-FILE-NAME " HOLDS FEWER LINES THAN "
                   "BillingCheckpoint.txt COUNTED -- RESTART REFUSED"
               STOP RUN.
           MOVE SPACES TO TRIM-COMMAND.
           STRING "cp BillingTrim.tmp " DELIMITED BY SIZE
               TRIM-FILE-NAME DELIMITED BY SPACE
               INTO TRIM-COMMAND.
           CALL "SYSTEM" USING TRIM-COMMAND.
           DISPLAY TRIM-FILE-NAME " CUT BACK TO " TRIM-KEEP-COUNT
               " LINE(S) -- " TRIM-DROPPED-COUNT " DROPPED".
       073-EXIT.
           EXIT.

      *>    Sponsor and waiver-type rows carry their table
      *>    subscripts; a row that no longer names the same entry
      *>    means the master changed under the failed run, and the
      *>    restart stops rather than invoice the wrong sponsor.
       074-RESTORE-CHECKPOINT-ROW.
           EVALUATE TRUE
               WHEN CD-INVOICE-ROW
                   MOVE ZERO TO COVER-IDX
                   IF CD-INDEX IS GREATER THAN ZERO
                           AND CD-INDEX IS NOT GREATER THAN
                               SPONSOR-COUNT
                       MOVE CD-INDEX TO COVER-IDX
                       IF SN-STUDENT-ID(COVER-IDX) IS NOT EQUAL TO
                               CD-KEY
                           MOVE ZERO TO COVER-IDX
                       END-IF
                   END-IF
                   IF COVER-IDX IS EQUAL TO ZERO
                           OR INVOICE-COUNT IS EQUAL TO 2000
                       DISPLAY "BillingCheckpoint.txt NO LONGER "
                           "MATCHES SponsorMaster.txt -- RESTART "
                           "REFUSED"
                       STOP RUN
                   END-IF
                   ADD 1 TO INVOICE-COUNT
                   MOVE COVER-IDX TO IV-SPONSOR-IDX(INVOICE-COUNT)
                   MOVE CD-KEY TO IV-STUDENT-ID(INVOICE-COUNT)
                   MOVE CD-AMOUNT TO IV-AMOUNT(INVOICE-COUNT)
                   MOVE "N" TO IV-BILLED-FLAG(INVOICE-COUNT)
               WHEN CD-WAIVER-ROW
                   MOVE ZERO TO WAIVER-TYPE-IDX
                   IF CD-INDEX IS GREATER THAN ZERO
                           AND CD-INDEX IS NOT GREATER THAN
                               WAIVER-TYPE-COUNT
                       MOVE CD-INDEX TO WAIVER-TYPE-IDX
                       IF WT-TYPE(WAIVER-TYPE-IDX) IS NOT EQUAL TO
                               CD-KEY(1:4)
                           MOVE ZERO TO WAIVER-TYPE-IDX
                       END-IF
                   END-IF
                   IF WAIVER-TYPE-IDX IS EQUAL TO ZERO
                       DISPLAY "BillingCheckpoint.txt NO LONGER "
                           "MATCHES WaiverTypes.txt -- RESTART "
                           "REFUSED"
                       STOP RUN
                   END-IF
                   MOVE CD-COUNT TO WT-STUDENT-COUNT(WAIVER-TYPE-IDX)
                   MOVE CD-AMOUNT TO WT-WAIVED-TOTAL(WAIVER-TYPE-IDX)
               WHEN CD-MEMO-ROW
                   PERFORM VARYING MEMO-IDX FROM 1 BY 1
                           UNTIL MEMO-IDX GREATER THAN
                               MEMO-STUDENT-COUNT
                       IF ME-STUDENT-ID(MEMO-IDX) IS EQUAL TO CD-KEY
                           MOVE "Y" TO ME-POSTED-FLAG(MEMO-IDX)
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       075-CLEAR-BILLING-CHECKPOINT.
           OPEN OUTPUT BILLING-CHECKPOINT-FILE.
           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE "H" TO CK-ROW-TYPE.
           MOVE ZEROS TO CK-TERM-CODE.
           MOVE ZEROS TO CK-STUDENT-COUNT.
           WRITE CHECKPOINT-RECORD.
           CLOSE BILLING-CHECKPOINT-FILE.

      *>    The mail queue is cut the same way, except that other
      *>    lettering programs may have queued pieces since the
      *>    failure: past the checkpointed count only this run's
      *>    own statement pieces drop, and whatever else was queued
      *>    stays for the mail run.
       076-TRIM-MAIL-QUEUE.
           IF MAIL-LINES-QUEUED IS EQUAL TO ZERO
               GO TO 076-EXIT.
           MOVE ZERO TO TRIM-COPIED-COUNT.
           MOVE ZERO TO TRIM-DROPPED-COUNT.
           MOVE 0 TO TRIM-EOF-FLAG.
           OPEN INPUT MAIL-QUEUE-FILE.
           IF NOT MAIL-QUEUE-OK
               DISPLAY "UNABLE TO OPEN MailQueue.txt -- STATUS "
                   MAIL-QUEUE-STATUS " -- RESTART REFUSED"
               STOP RUN.
           OPEN OUTPUT MAIL-TRIM-FILE.
           IF NOT MAIL-TRIM-OK
               DISPLAY "UNABLE TO OPEN BillingMailTrim.tmp -- STATUS "
                   MAIL-TRIM-STATUS " -- RESTART REFUSED"
               STOP RUN.
           PERFORM UNTIL TRIM-EOF
               READ MAIL-QUEUE-FILE
                   AT END
                       MOVE 1 TO TRIM-EOF-FLAG
                   NOT AT END
                       IF TRIM-COPIED-COUNT IS NOT LESS THAN
                               MAIL-LINES-QUEUED
                               AND MQ-DOC-TYPE IS EQUAL TO
                                   MAIL-DOC-TYPE
                               AND MQ-SOURCE-FILE IS EQUAL TO
                                   MAIL-SOURCE-FILE
                           ADD 1 TO TRIM-DROPPED-COUNT
                       ELSE
                           WRITE MAIL-TRIM-LINE
                               FROM MAIL-QUEUE-RECORD
                           ADD 1 TO TRIM-COPIED-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MAIL-QUEUE-FILE.
           CLOSE MAIL-TRIM-FILE.
           IF TRIM-COPIED-COUNT IS LESS THAN MAIL-LINES-QUEUED
               DISPLAY "MailQueue.txt HOLDS FEWER LINES THAN "
                   "BillingCheckpoint.txt COUNTED -- RESTART REFUSED"
               STOP RUN.
           CALL "SYSTEM" USING "cp BillingMailTrim.tmp MailQueue.txt".
           CALL "SYSTEM" USING "rm -f BillingMailTrim.tmp".
           DISPLAY "MailQueue.txt CUT BACK TO " TRIM-COPIED-COUNT
               " LINE(S) -- " TRIM-DROPPED-COUNT
               " STATEMENT PIECE(S) DROPPED".
           MOVE TRIM-COPIED-COUNT TO MAIL-LINES-QUEUED.
       076-EXIT.
           EXIT.

      *>    A fresh run starts its count from whatever the queue
      *>    already holds; no queue yet is a count of zero.
       077-COUNT-MAIL-QUEUE.
           MOVE ZERO TO MAIL-LINES-QUEUED.
           MOVE 0 TO TRIM-EOF-FLAG.
           OPEN INPUT MAIL-QUEUE-FILE.
           IF MAIL-QUEUE-OK
               PERFORM UNTIL TRIM-EOF
                   READ MAIL-QUEUE-FILE
                       AT END
                           MOVE 1 TO TRIM-EOF-FLAG
                       NOT AT END
                           ADD 1 TO MAIL-LINES-QUEUED
                   END-READ
               END-PERFORM
               CLOSE MAIL-QUEUE-FILE
           END-IF.

       040-TIDY-UP.
           CLOSE ENROLLMENT-MASTER.
           END-IF.
           CLOSE AR-MASTER.
           CLOSE ACTIVITY-FILE.
           CLOSE WAIVER-ACTIVITY-FILE.
           CLOSE STATEMENT-FILE.
       END PROGRAM STUDENT-BILLING.
