      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Annual 1098-T tuition statements and the IRS
      *          electronic filing extract, built from the receivable
      *          and aid files the bursar already keeps instead of a
      *          January of spreadsheet work. For the calendar year
      *          asked for, per student:
      *            - qualified tuition billed: every ARMaster term
      *              whose bill date falls in the year, charges less
      *              the credit memos already netted into AR-CREDITS
      *              (the late fee rides in its own bucket and is not
      *              qualified);
      *            - Box 1, payments received: the payments posted to
      *              those terms less any credit-balance refund,
      *              held to the amount billed;
      *            - Box 4, prior-year adjustments: CreditMemos.txt
      *              refunds dated in the year against a term billed
      *              in an earlier year -- flagged on the statement;
      *            - Box 5, scholarships and grants: disbursed
      *              FinancialAid.txt awards whose FundCodes.txt type
      *              is grant or scholarship (loans and work-study
      *              are not reportable), plus the sponsor shares
      *              SponsorHistory.txt holds for those terms;
      *            - Box 8, at least half-time (6 credits in any of
      *              those terms off EnrollmentMaster) and Box 9,
      *              graduate student (StudentMaster class level).
      *          Each reportable student gets a statement page on
      *          Form1098TStatements.txt addressed from StudentMaster
      *          (taxpayer id masked to the last four), and a payee
      *          record on Form1098TExtract.txt between the payer
      *          record (PayerInfo.txt) and the end-of-payer record
      *          carrying the payee count and each box's control
      *          total. A student with no taxpayer id on
      *          StudentTaxIds.txt, not on StudentMaster, or with
      *          nothing reportable goes to Form1098TExceptions.txt
      *          rather than being dropped. A missing
      *          SponsorHistory.txt is warned at the top of that
      *          report, since Box 5 then omits sponsor shares.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 4
      * exceptions listed, 8 fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION-1098T.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-MASTER ASSIGN TO "ARMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-STUDENT-TERM-KEY
                   = AR-STUDENT-ID AR-TERM-CODE
               FILE STATUS IS AR-MASTER-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT ENROLLMENT-MASTER ASSIGN TO "EnrollmentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-STUDENT-CRN-TERM-KEY
                   = EN-STUDENT-ID EN-CRN EN-TERM-CODE
               ALTERNATE KEY IS EN-CRN-TERM-KEY
                   = EN-CRN EN-TERM-CODE WITH DUPLICATES
               FILE STATUS IS ENROLLMENT-STATUS.
           SELECT COURSES-INDEXED ASSIGN TO "IndexedCourses"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRN-TERM-KEY
                   = CRN OF STUDENT-RECORD-INDEXED
                   TERM-CODE OF STUDENT-RECORD-INDEXED
               ALTERNATE KEY IS DEPARTMENT-CODE
                   OF STUDENT-RECORD-INDEXED WITH DUPLICATES
               ALTERNATE KEY IS INSTRUCTOR-LAST
                   OF STUDENT-RECORD-INDEXED WITH DUPLICATES
               FILE STATUS IS COURSES-INDEXED-STATUS.
           SELECT PAYER-FILE ASSIGN TO "PayerInfo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYER-STATUS.
           SELECT TAX-ID-FILE ASSIGN TO "StudentTaxIds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-ID-STATUS.
           SELECT FUND-CODE-FILE ASSIGN TO "FundCodes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FUND-CODE-STATUS.
           SELECT AID-FILE ASSIGN TO "FinancialAid.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AID-FILE-STATUS.
           SELECT CREDIT-MEMO-FILE ASSIGN TO "CreditMemos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDIT-MEMO-STATUS.
           SELECT SPONSOR-HISTORY-FILE ASSIGN TO "SponsorHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPONSOR-HISTORY-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "Form1098TStatements.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRACT-FILE ASSIGN TO "Form1098TExtract.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "Form1098TExceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD AR-MASTER.
       COPY ArMasterFormat.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD ENROLLMENT-MASTER.
       COPY EnrollmentFormat.
       FD COURSES-INDEXED.
       COPY CoursesFormat REPLACING STUDENT-RECORD
           BY STUDENT-RECORD-INDEXED.
      *>    The filer: employer id, name, address, and contact phone,
      *>    one line kept by the bursar.
       FD PAYER-FILE.
       01 PAYER-RECORD.
           03 PY-EIN PIC X(9).
           03 FILLER PIC X(1).
           03 PY-NAME PIC X(40).
           03 FILLER PIC X(1).
           03 PY-ADDRESS PIC X(25).
           03 FILLER PIC X(1).
           03 PY-CITY PIC X(15).
           03 FILLER PIC X(1).
           03 PY-STATE PIC X(2).
           03 FILLER PIC X(1).
           03 PY-ZIP PIC X(5).
           03 FILLER PIC X(1).
           03 PY-PHONE PIC X(10).
      *>    Taxpayer ids are kept off StudentMaster so the roster and
      *>    letter programs never carry them.
       FD TAX-ID-FILE.
       01 TAX-ID-RECORD.
           03 TX-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 TX-TIN PIC X(9).
      *>    Fund type per aid fund code: G grant, S scholarship,
      *>    L loan, W work-study; the Title IV flag marks federal
      *>    student aid.
       FD FUND-CODE-FILE.
       01 FUND-CODE-RECORD.
           03 FC-FUND-CODE PIC X(6).
           03 FILLER PIC X(1).
           03 FC-FUND-TYPE PIC X(1).
           03 FILLER PIC X(1).
           03 FC-TITLE-IV-FLAG PIC X(1).
           03 FILLER PIC X(1).
           03 FC-DESCRIPTION PIC X(20).
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
       FD CREDIT-MEMO-FILE.
       01 CREDIT-MEMO-RECORD.
           03 CM-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 CM-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 CM-TERM-CODE PIC 9(6).
           03 FILLER PIC X(1).
           03 CM-CRN PIC 9(5).
           03 FILLER PIC X(1).
           03 CM-REFUND-PCT PIC 9(3).
           03 FILLER PIC X(1).
           03 CM-AMOUNT PIC 9(7)V99.
      *>    STUDENT-BILLING's sponsor shares, every term billed.
       FD SPONSOR-HISTORY-FILE.
       COPY SponsorHistoryFormat.
       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(80).
       FD EXTRACT-FILE.
       01 EXTRACT-LINE PIC X(160).
       FD EXCEPTION-FILE.
       01 EXCEPTION-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       77 AR-MASTER-STATUS PIC X(2) VALUE "00".
           88 AR-MASTER-OK VALUE "00".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 ENROLLMENT-STATUS PIC X(2) VALUE "00".
           88 ENROLLMENT-OK VALUE "00".
       77 COURSES-INDEXED-STATUS PIC X(2) VALUE "00".
           88 COURSES-INDEXED-OK VALUE "00".
       77 ENROLLMENT-OPEN-FLAG PIC X VALUE "N".
           88 ENROLLMENT-OPEN VALUE "Y".
       77 COURSES-OPEN-FLAG PIC X VALUE "N".
           88 COURSES-OPEN VALUE "Y".
       77 PAYER-STATUS PIC X(2) VALUE "00".
           88 PAYER-OK VALUE "00".
       77 TAX-ID-STATUS PIC X(2) VALUE "00".
           88 TAX-ID-OK VALUE "00".
       77 FUND-CODE-STATUS PIC X(2) VALUE "00".
           88 FUND-CODE-OK VALUE "00".
       77 AID-FILE-STATUS PIC X(2) VALUE "00".
           88 AID-FILE-OK VALUE "00".
       77 CREDIT-MEMO-STATUS PIC X(2) VALUE "00".
           88 CREDIT-MEMO-OK VALUE "00".
       77 SPONSOR-HISTORY-STATUS PIC X(2) VALUE "00".
           88 SPONSOR-HISTORY-OK VALUE "00".
       77 SPONSOR-HISTORY-FLAG PIC X VALUE "Y".
           88 SPONSOR-HISTORY-ON-FILE VALUE "Y".
           88 SPONSOR-HISTORY-MISSING VALUE "N".
           88 SPONSOR-TABLE-FILLED VALUE "F".
       77 LOAD-EOF-FLAG PIC 9 VALUE IS 0.
           88 LOAD-EOF VALUE IS 1.
       77 AR-EOF-FLAG PIC 9 VALUE IS 0.
           88 AR-EOF VALUE IS 1.
       77 ENROLL-EOF-FLAG PIC 9 VALUE IS 0.
           88 ENROLL-EOF VALUE IS 1.
       77 ENROLLMENT-ON-FILE-FLAG PIC X VALUE "N".
           88 ENROLLMENT-ON-FILE VALUE "Y".

       77 TAX-YEAR PIC 9(4) VALUE ZERO.
       77 BILL-YEAR PIC 9(4).
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
       77 SCAN-IDX PIC 9(5).
       77 FOUND-IDX PIC 9(5).
       77 CURRENT-STUDENT-ID PIC X(9) VALUE SPACES.
       77 CURRENT-FUND-TYPE PIC X(1).
       77 CURRENT-TIN PIC X(9).
       77 TERM-CREDITS PIC 9(3).
       77 SCH-COMP PIC 9(3).
       77 TERM-BILLED PIC S9(7)V99.
       77 TERM-PAID PIC S9(7)V99.

      *>    Per-student accumulators, reset at each student break.
       77 STUDENT-BILLED PIC 9(7)V99 VALUE ZERO.
       77 STUDENT-PAID PIC 9(7)V99 VALUE ZERO.
       77 STUDENT-PRIOR-ADJ PIC 9(7)V99 VALUE ZERO.
       77 STUDENT-GRANTS PIC 9(7)V99 VALUE ZERO.
       77 STUDENT-YEAR-TERMS PIC 9(3) VALUE ZERO.
       77 HALF-TIME-FLAG PIC X VALUE "N".
           88 AT-LEAST-HALF-TIME VALUE "Y".
       77 GRADUATE-FLAG PIC X VALUE "N".
           88 GRADUATE-STUDENT VALUE "Y".

       77 PAYEE-COUNT PIC 9(7) VALUE ZERO.
       77 EXCEPTION-COUNT PIC 9(7) VALUE ZERO.
       77 TOTAL-PAID PIC 9(11)V99 VALUE ZERO.
       77 TOTAL-PRIOR-ADJ PIC 9(11)V99 VALUE ZERO.
       77 TOTAL-GRANTS PIC 9(11)V99 VALUE ZERO.
       77 EXTRACT-RECORD-COUNT PIC 9(7) VALUE ZERO.
       77 MONEY-DISPLAY PIC $$$,$$$,$$9.99.
       77 EXCEPTION-REASON PIC X(24).

       77 TAX-ID-COUNT PIC 9(5) VALUE IS 0.
       01 TAX-ID-TABLE.
           03 TX-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON TAX-ID-COUNT.
               05 TT-STUDENT-ID PIC X(9).
               05 TT-TIN PIC X(9).
       77 FUND-COUNT PIC 9(3) VALUE IS 0.
       01 FUND-TABLE.
           03 FUND-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON FUND-COUNT.
               05 FT-FUND-CODE PIC X(6).
               05 FT-FUND-TYPE PIC X(1).
      *>    Disbursed grant and scholarship awards, any term.
       77 GRANT-COUNT PIC 9(5) VALUE IS 0.
       01 GRANT-TABLE.
           03 GRANT-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON GRANT-COUNT.
               05 GR-STUDENT-ID PIC X(9).
               05 GR-TERM-CODE PIC 9(6).
               05 GR-AMOUNT PIC 9(7)V99.
      *>    Refund memos dated inside the tax year.
       77 MEMO-COUNT PIC 9(5) VALUE IS 0.
       01 MEMO-TABLE.
           03 MEMO-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON MEMO-COUNT.
               05 MM-STUDENT-ID PIC X(9).
               05 MM-TERM-CODE PIC 9(6).
               05 MM-AMOUNT PIC 9(7)V99.
      *>    Sponsor shares billed for terms near the tax year.
       77 SPONSOR-COUNT PIC 9(5) VALUE IS 0.
       01 SPONSOR-TABLE.
           03 SPONSOR-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON SPONSOR-COUNT.
               05 SS-STUDENT-ID PIC X(9).
               05 SS-TERM-CODE PIC 9(6).
               05 SS-AMOUNT PIC 9(7)V99.
      *>    Only terms near the tax year can have been billed in
      *>    it; older and later history rows are not loaded.
       77 SPONSOR-LOW-TERM PIC 9(6) VALUE ZERO.
       77 SPONSOR-HIGH-TERM PIC 9(6) VALUE ZERO.

      *>    Extract layout: payer (A), payee (B), end of payer (C);
      *>    amounts in cents, unsigned, zero filled.
       01 PAYER-EXTRACT-RECORD.
           03 FILLER PIC X(1) VALUE "A".
           03 PA-TAX-YEAR PIC 9(4).
           03 PA-EIN PIC X(9).
           03 PA-NAME PIC X(40).
           03 PA-ADDRESS PIC X(25).
           03 PA-CITY PIC X(15).
           03 PA-STATE PIC X(2).
           03 PA-ZIP PIC X(5).
           03 PA-PHONE PIC X(10).
           03 PA-FORM-TYPE PIC X(4) VALUE "1098".
           03 PA-RUN-DATE PIC 9(8).
       01 PAYEE-EXTRACT-RECORD.
           03 FILLER PIC X(1) VALUE "B".
           03 PB-TAX-YEAR PIC 9(4).
           03 PB-TIN PIC X(9).
           03 PB-STUDENT-ID PIC X(9).
           03 PB-NAME PIC X(20).
           03 PB-ADDRESS PIC X(25).
           03 PB-CITY PIC X(15).
           03 PB-STATE PIC X(2).
           03 PB-ZIP PIC X(5).
           03 PB-BOX-1 PIC 9(10)V99.
           03 PB-BOX-4 PIC 9(10)V99.
           03 PB-BOX-5 PIC 9(10)V99.
           03 PB-BOX-8 PIC X(1).
           03 PB-BOX-9 PIC X(1).
       01 END-OF-PAYER-RECORD.
           03 FILLER PIC X(1) VALUE "C".
           03 PC-PAYEE-COUNT PIC 9(8).
           03 PC-BOX-1-TOTAL PIC 9(16)V99.
           03 PC-BOX-4-TOTAL PIC 9(16)V99.
           03 PC-BOX-5-TOTAL PIC 9(16)V99.
           03 PC-RECORD-COUNT PIC 9(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL TAX-YEAR IS GREATER THAN 1999
               DISPLAY "Enter the calendar year to report "
                   "(e.g. 2026):"
               ACCEPT TAX-YEAR
               IF TAX-YEAR IS NOT GREATER THAN 1999
                   DISPLAY "REJECTED: " TAX-YEAR
                       " IS NOT A CALENDAR YEAR"
               END-IF
           END-PERFORM.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.

           OPEN INPUT PAYER-FILE.
           IF NOT PAYER-OK
               DISPLAY "NO PayerInfo.txt ON FILE -- THE EXTRACT "
                   "NEEDS THE FILER'S EIN"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           READ PAYER-FILE
               AT END
                   DISPLAY "PayerInfo.txt IS EMPTY"
                   CLOSE PAYER-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE PAYER-FILE.

           OPEN INPUT AR-MASTER.
           IF NOT AR-MASTER-OK
               DISPLAY "UNABLE TO OPEN ARMaster -- STATUS "
                   AR-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT STUDENT-MASTER.
           IF NOT STUDENT-MASTER-OK
               DISPLAY "UNABLE TO OPEN StudentMaster -- STATUS "
                   STUDENT-MASTER-STATUS
               CLOSE AR-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN.
      *>    Without the enrollment files Box 8 simply stays blank.
           OPEN INPUT ENROLLMENT-MASTER.
           IF ENROLLMENT-OK
               MOVE "Y" TO ENROLLMENT-OPEN-FLAG
           END-IF.
           OPEN INPUT COURSES-INDEXED.
           IF COURSES-INDEXED-OK
               MOVE "Y" TO COURSES-OPEN-FLAG
           END-IF.
           IF ENROLLMENT-OPEN AND COURSES-OPEN
               MOVE "Y" TO ENROLLMENT-ON-FILE-FLAG
           ELSE
               DISPLAY "WARNING: ENROLLMENT FILES NOT AVAILABLE -- "
                   "BOX 8 NOT DETERMINED"
           END-IF.

           PERFORM LOAD-TAX-IDS THRU LOAD-TAX-IDS-EXIT.
           PERFORM LOAD-FUND-CODES THRU LOAD-FUND-CODES-EXIT.
           PERFORM LOAD-GRANTS THRU LOAD-GRANTS-EXIT.
           PERFORM LOAD-MEMOS THRU LOAD-MEMOS-EXIT.
           PERFORM LOAD-SPONSOR-SHARES THRU LOAD-SPONSOR-SHARES-EXIT.

           OPEN OUTPUT STATEMENT-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "1098-T EXCEPTIONS   TAX YEAR: " DELIMITED BY SIZE
               TAX-YEAR DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           IF SPONSOR-HISTORY-MISSING
               MOVE SPACES TO EXCEPTION-LINE
               STRING "WARNING: NO SponsorHistory.txt ON FILE -- "
                   DELIMITED BY SIZE
                   "SPONSOR SHARES NOT IN BOX 5" DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
               MOVE SPACES TO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
           END-IF.
           IF SPONSOR-TABLE-FILLED
               MOVE SPACES TO EXCEPTION-LINE
               STRING "WARNING: SPONSOR TABLE FULL AT 5000 -- "
                   DELIMITED BY SIZE
                   "BOX 5 SPONSOR SHARES INCOMPLETE" DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
               MOVE SPACES TO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
           END-IF.

           OPEN OUTPUT EXTRACT-FILE.
           MOVE TAX-YEAR TO PA-TAX-YEAR.
           MOVE PY-EIN TO PA-EIN.
           MOVE PY-NAME TO PA-NAME.
           MOVE PY-ADDRESS TO PA-ADDRESS.
           MOVE PY-CITY TO PA-CITY.
           MOVE PY-STATE TO PA-STATE.
           MOVE PY-ZIP TO PA-ZIP.
           MOVE PY-PHONE TO PA-PHONE.
           MOVE TODAY-DATE TO PA-RUN-DATE.
           MOVE PAYER-EXTRACT-RECORD TO EXTRACT-LINE.
           WRITE EXTRACT-LINE.
           ADD 1 TO EXTRACT-RECORD-COUNT.

      *>    ARMaster's key is student + term, so a sequential walk
      *>    hands over each student's terms together.
           MOVE LOW-VALUES TO AR-STUDENT-ID.
           MOVE ZEROS TO AR-TERM-CODE.
           START AR-MASTER KEY IS NOT LESS THAN AR-STUDENT-TERM-KEY
               INVALID KEY MOVE 1 TO AR-EOF-FLAG
           END-START.
           IF NOT AR-EOF
               READ AR-MASTER NEXT RECORD
                   AT END MOVE 1 TO AR-EOF-FLAG
               END-READ
           END-IF.
           IF NOT AR-EOF
               MOVE AR-STUDENT-ID TO CURRENT-STUDENT-ID
           END-IF.
           PERFORM UNTIL AR-EOF
               PERFORM ADD-ONE-TERM THRU ADD-ONE-TERM-EXIT
               READ AR-MASTER NEXT RECORD
                   AT END MOVE 1 TO AR-EOF-FLAG
               END-READ
               IF AR-EOF OR AR-STUDENT-ID IS NOT EQUAL TO
                       CURRENT-STUDENT-ID
                   PERFORM FINISH-STUDENT THRU FINISH-STUDENT-EXIT
                   MOVE AR-STUDENT-ID TO CURRENT-STUDENT-ID
               END-IF
           END-PERFORM.

           ADD 1 TO EXTRACT-RECORD-COUNT.
           MOVE PAYEE-COUNT TO PC-PAYEE-COUNT.
           MOVE TOTAL-PAID TO PC-BOX-1-TOTAL.
           MOVE TOTAL-PRIOR-ADJ TO PC-BOX-4-TOTAL.
           MOVE TOTAL-GRANTS TO PC-BOX-5-TOTAL.
           MOVE EXTRACT-RECORD-COUNT TO PC-RECORD-COUNT.
           MOVE END-OF-PAYER-RECORD TO EXTRACT-LINE.
           WRITE EXTRACT-LINE.
           CLOSE EXTRACT-FILE.

           MOVE SPACES TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "TOTAL EXCEPTIONS: " DELIMITED BY SIZE
               EXCEPTION-COUNT DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           CLOSE EXCEPTION-FILE.
           CLOSE STATEMENT-FILE.
           CLOSE AR-MASTER.
           CLOSE STUDENT-MASTER.
           IF ENROLLMENT-OPEN
               CLOSE ENROLLMENT-MASTER
           END-IF.
           IF COURSES-OPEN
               CLOSE COURSES-INDEXED
           END-IF.

           DISPLAY PAYEE-COUNT " 1098-T STATEMENT(S) FOR " TAX-YEAR.
           MOVE TOTAL-PAID TO MONEY-DISPLAY.
           DISPLAY "  BOX 1 CONTROL TOTAL: " MONEY-DISPLAY.
           MOVE TOTAL-PRIOR-ADJ TO MONEY-DISPLAY.
           DISPLAY "  BOX 4 CONTROL TOTAL: " MONEY-DISPLAY.
           MOVE TOTAL-GRANTS TO MONEY-DISPLAY.
           DISPLAY "  BOX 5 CONTROL TOTAL: " MONEY-DISPLAY.
           IF EXCEPTION-COUNT IS GREATER THAN ZERO
               DISPLAY EXCEPTION-COUNT " STUDENT(S) ON "
                   "Form1098TExceptions.txt"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           IF NOT SPONSOR-HISTORY-ON-FILE
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-TAX-IDS.
           OPEN INPUT TAX-ID-FILE.
           IF NOT TAX-ID-OK
               DISPLAY "WARNING: NO StudentTaxIds.txt ON FILE -- "
                   "EVERY STUDENT WILL LIST AS MISSING A TAXPAYER ID"
               GO TO LOAD-TAX-IDS-EXIT.
           MOVE 0 TO LOAD-EOF-FLAG.
           READ TAX-ID-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF OR TAX-ID-COUNT IS EQUAL TO 20000
               IF TX-TIN IS NOT EQUAL TO SPACES
                   ADD 1 TO TAX-ID-COUNT
                   MOVE TX-STUDENT-ID TO TT-STUDENT-ID(TAX-ID-COUNT)
                   MOVE TX-TIN TO TT-TIN(TAX-ID-COUNT)
               END-IF
               READ TAX-ID-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE TAX-ID-FILE.
       LOAD-TAX-IDS-EXIT.
           EXIT.

       LOAD-FUND-CODES.
           OPEN INPUT FUND-CODE-FILE.
           IF NOT FUND-CODE-OK
               DISPLAY "WARNING: NO FundCodes.txt ON FILE -- NO AID "
                   "REPORTED AS SCHOLARSHIP OR GRANT"
               GO TO LOAD-FUND-CODES-EXIT.
           MOVE 0 TO LOAD-EOF-FLAG.
           READ FUND-CODE-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF OR FUND-COUNT IS EQUAL TO 200
               ADD 1 TO FUND-COUNT
               MOVE FC-FUND-CODE TO FT-FUND-CODE(FUND-COUNT)
               MOVE FC-FUND-TYPE TO FT-FUND-TYPE(FUND-COUNT)
               READ FUND-CODE-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE FUND-CODE-FILE.
       LOAD-FUND-CODES-EXIT.
           EXIT.

      *>    Only disbursed money is reportable; anticipated and
      *>    cancelled awards never load.
       LOAD-GRANTS.
           OPEN INPUT AID-FILE.
           IF NOT AID-FILE-OK
               GO TO LOAD-GRANTS-EXIT.
           MOVE 0 TO LOAD-EOF-FLAG.
           READ AID-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF OR GRANT-COUNT IS EQUAL TO 10000
               IF FA-STATUS IS EQUAL TO "D" AND FA-AMOUNT IS NUMERIC
                   MOVE SPACE TO CURRENT-FUND-TYPE
                   PERFORM VARYING SCAN-IDX FROM 1 BY 1
                           UNTIL SCAN-IDX IS GREATER THAN FUND-COUNT
                       IF FT-FUND-CODE(SCAN-IDX) IS EQUAL TO
                               FA-FUND-CODE
                           MOVE FT-FUND-TYPE(SCAN-IDX)
                               TO CURRENT-FUND-TYPE
                       END-IF
                   END-PERFORM
                   IF CURRENT-FUND-TYPE IS EQUAL TO "G"
                           OR CURRENT-FUND-TYPE IS EQUAL TO "S"
                       ADD 1 TO GRANT-COUNT
                       MOVE FA-STUDENT-ID TO GR-STUDENT-ID(GRANT-COUNT)
                       MOVE FA-TERM-CODE TO GR-TERM-CODE(GRANT-COUNT)
                       MOVE FA-AMOUNT TO GR-AMOUNT(GRANT-COUNT)
                   END-IF
               END-IF
               READ AID-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE AID-FILE.
       LOAD-GRANTS-EXIT.
           EXIT.

       LOAD-MEMOS.
           OPEN INPUT CREDIT-MEMO-FILE.
           IF NOT CREDIT-MEMO-OK
               GO TO LOAD-MEMOS-EXIT.
           MOVE 0 TO LOAD-EOF-FLAG.
           READ CREDIT-MEMO-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF OR MEMO-COUNT IS EQUAL TO 10000
               IF CM-DATE IS NUMERIC AND CM-AMOUNT IS NUMERIC
                       AND CM-DATE(1:4) IS EQUAL TO TAX-YEAR
                   ADD 1 TO MEMO-COUNT
                   MOVE CM-STUDENT-ID TO MM-STUDENT-ID(MEMO-COUNT)
                   MOVE CM-TERM-CODE TO MM-TERM-CODE(MEMO-COUNT)
                   MOVE CM-AMOUNT TO MM-AMOUNT(MEMO-COUNT)
               END-IF
               READ CREDIT-MEMO-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE CREDIT-MEMO-FILE.
       LOAD-MEMOS-EXIT.
           EXIT.

       LOAD-SPONSOR-SHARES.
           COMPUTE SPONSOR-LOW-TERM = (TAX-YEAR - 1) * 100.
           COMPUTE SPONSOR-HIGH-TERM = (TAX-YEAR + 1) * 100 + 99.
           OPEN INPUT SPONSOR-HISTORY-FILE.
           IF NOT SPONSOR-HISTORY-OK
               MOVE "N" TO SPONSOR-HISTORY-FLAG
               DISPLAY "WARNING: NO SponsorHistory.txt ON FILE -- "
                   "SPONSOR SHARES NOT IN BOX 5"
               GO TO LOAD-SPONSOR-SHARES-EXIT.
           MOVE 0 TO LOAD-EOF-FLAG.
           READ SPONSOR-HISTORY-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF OR SPONSOR-TABLE-FILLED
               IF SY-TERM-CODE IS NUMERIC
                       AND SY-AMOUNT IS NUMERIC
                       AND SY-TERM-CODE IS NOT LESS THAN
                           SPONSOR-LOW-TERM
                       AND SY-TERM-CODE IS NOT GREATER THAN
                           SPONSOR-HIGH-TERM
                   IF SPONSOR-COUNT IS EQUAL TO 5000
                       MOVE "F" TO SPONSOR-HISTORY-FLAG
                       DISPLAY "WARNING: SPONSOR TABLE FULL AT 5000 "
                           "-- LATER SponsorHistory.txt ROWS NOT IN "
                           "BOX 5"
                   ELSE
                       ADD 1 TO SPONSOR-COUNT
                       MOVE SY-STUDENT-ID
                           TO SS-STUDENT-ID(SPONSOR-COUNT)
                       MOVE SY-TERM-CODE
                           TO SS-TERM-CODE(SPONSOR-COUNT)
                       MOVE SY-AMOUNT TO SS-AMOUNT(SPONSOR-COUNT)
                   END-IF
               END-IF
               READ SPONSOR-HISTORY-FILE
                   AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE SPONSOR-HISTORY-FILE.
       LOAD-SPONSOR-SHARES-EXIT.
           EXIT.

      *>    One ARMaster term: billed in the year counts toward Boxes
      *>    1, 5, and 8; billed earlier, only its refund memos dated
      *>    in the year count, as a prior-year adjustment.
       ADD-ONE-TERM.
           IF AR-BILL-DATE IS NOT NUMERIC
               GO TO ADD-ONE-TERM-EXIT.
           MOVE AR-BILL-DATE(1:4) TO BILL-YEAR.
           IF BILL-YEAR IS LESS THAN TAX-YEAR
               PERFORM VARYING SCAN-IDX FROM 1 BY 1
                       UNTIL SCAN-IDX IS GREATER THAN MEMO-COUNT
                   IF MM-STUDENT-ID(SCAN-IDX) IS EQUAL TO AR-STUDENT-ID
                       AND MM-TERM-CODE(SCAN-IDX) IS EQUAL TO
                           AR-TERM-CODE
                       ADD MM-AMOUNT(SCAN-IDX) TO STUDENT-PRIOR-ADJ
                   END-IF
               END-PERFORM
               GO TO ADD-ONE-TERM-EXIT.
           IF BILL-YEAR IS GREATER THAN TAX-YEAR
               GO TO ADD-ONE-TERM-EXIT.

           ADD 1 TO STUDENT-YEAR-TERMS.
           COMPUTE TERM-BILLED = AR-CHARGES - AR-CREDITS.
           IF TERM-BILLED IS LESS THAN ZERO
               MOVE ZERO TO TERM-BILLED.
      *>    A credit balance refunded to the student was never a
      *>    payment toward tuition.
           IF AR-REFUNDS IS NOT NUMERIC
               MOVE ZERO TO AR-REFUNDS.
           COMPUTE TERM-PAID = AR-PAYMENTS - AR-REFUNDS.
           IF TERM-PAID IS LESS THAN ZERO
               MOVE ZERO TO TERM-PAID.
           IF TERM-PAID IS GREATER THAN TERM-BILLED
               MOVE TERM-BILLED TO TERM-PAID.
           ADD TERM-BILLED TO STUDENT-BILLED.
           ADD TERM-PAID TO STUDENT-PAID.

           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX IS GREATER THAN GRANT-COUNT
               IF GR-STUDENT-ID(SCAN-IDX) IS EQUAL TO AR-STUDENT-ID
                   AND GR-TERM-CODE(SCAN-IDX) IS EQUAL TO AR-TERM-CODE
                   ADD GR-AMOUNT(SCAN-IDX) TO STUDENT-GRANTS
               END-IF
           END-PERFORM.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX IS GREATER THAN SPONSOR-COUNT
               IF SS-STUDENT-ID(SCAN-IDX) IS EQUAL TO AR-STUDENT-ID
                   AND SS-TERM-CODE(SCAN-IDX) IS EQUAL TO AR-TERM-CODE
                   ADD SS-AMOUNT(SCAN-IDX) TO STUDENT-GRANTS
               END-IF
           END-PERFORM.
           IF ENROLLMENT-ON-FILE AND NOT AT-LEAST-HALF-TIME
               PERFORM CHECK-HALF-TIME THRU CHECK-HALF-TIME-EXIT
           END-IF.
       ADD-ONE-TERM-EXIT.
           EXIT.

      *>    The student's active enrollments for this AR term, SCH
      *>    summed off the section; six credits is half-time.
       CHECK-HALF-TIME.
           MOVE ZERO TO TERM-CREDITS.
           MOVE 0 TO ENROLL-EOF-FLAG.
           MOVE AR-STUDENT-ID TO EN-STUDENT-ID.
           MOVE ZEROS TO EN-CRN.
           MOVE ZEROS TO EN-TERM-CODE.
           START ENROLLMENT-MASTER KEY IS NOT LESS THAN
                   EN-STUDENT-CRN-TERM-KEY
               INVALID KEY GO TO CHECK-HALF-TIME-EXIT
           END-START.
           READ ENROLLMENT-MASTER NEXT RECORD
               AT END MOVE 1 TO ENROLL-EOF-FLAG
           END-READ.
           PERFORM UNTIL ENROLL-EOF
                   OR EN-STUDENT-ID IS NOT EQUAL TO AR-STUDENT-ID
               IF ENROLLMENT-ACTIVE
                       AND EN-TERM-CODE IS EQUAL TO AR-TERM-CODE
                   MOVE EN-CRN TO CRN OF STUDENT-RECORD-INDEXED
                   MOVE EN-TERM-CODE
                       TO TERM-CODE OF STUDENT-RECORD-INDEXED
                   READ COURSES-INDEXED KEY IS CRN-TERM-KEY
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF EN-CREDITS IS NUMERIC
                                   AND EN-CREDITS IS GREATER THAN ZERO
                               ADD EN-CREDITS TO TERM-CREDITS
                           ELSE
                               IF SCH OF STUDENT-RECORD-INDEXED
                                       IS NUMERIC
                                   MOVE SCH OF STUDENT-RECORD-INDEXED
                                       TO SCH-COMP
                                   ADD SCH-COMP TO TERM-CREDITS
                               END-IF
                           END-IF
                   END-READ
               END-IF
               READ ENROLLMENT-MASTER NEXT RECORD
                   AT END MOVE 1 TO ENROLL-EOF-FLAG
               END-READ
           END-PERFORM.
           IF TERM-CREDITS IS NOT LESS THAN 6
               MOVE "Y" TO HALF-TIME-FLAG.
       CHECK-HALF-TIME-EXIT.
           EXIT.

       FINISH-STUDENT.
      *>    No term billed in the year and no prior-year refund:
      *>    this student simply has no 1098-T business this year.
           IF STUDENT-YEAR-TERMS IS EQUAL TO ZERO
                   AND STUDENT-PRIOR-ADJ IS EQUAL TO ZERO
               GO TO FINISH-STUDENT-RESET.

           MOVE CURRENT-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER KEY IS SM-STUDENT-ID
               INVALID KEY
                   MOVE "NOT ON StudentMaster" TO EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION
                   GO TO FINISH-STUDENT-RESET
           END-READ.
           IF STUDENT-PAID IS EQUAL TO ZERO
                   AND STUDENT-PRIOR-ADJ IS EQUAL TO ZERO
                   AND STUDENT-GRANTS IS EQUAL TO ZERO
               MOVE "NOTHING REPORTABLE" TO EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION
               GO TO FINISH-STUDENT-RESET.
           MOVE SPACES TO CURRENT-TIN.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX IS GREATER THAN TAX-ID-COUNT
                       OR CURRENT-TIN IS NOT EQUAL TO SPACES
               IF TT-STUDENT-ID(SCAN-IDX) IS EQUAL TO
                       CURRENT-STUDENT-ID
                   MOVE TT-TIN(SCAN-IDX) TO CURRENT-TIN
               END-IF
           END-PERFORM.
           IF CURRENT-TIN IS EQUAL TO SPACES
               MOVE "NO TAXPAYER ID" TO EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION
               GO TO FINISH-STUDENT-RESET.
           IF SM-GRADUATE
               MOVE "Y" TO GRADUATE-FLAG.

           ADD 1 TO PAYEE-COUNT.
           ADD STUDENT-PAID TO TOTAL-PAID.
           ADD STUDENT-PRIOR-ADJ TO TOTAL-PRIOR-ADJ.
           ADD STUDENT-GRANTS TO TOTAL-GRANTS.
           PERFORM WRITE-STATEMENT.
           MOVE SPACES TO PAYEE-EXTRACT-RECORD.
           MOVE "B" TO PAYEE-EXTRACT-RECORD(1:1).
           MOVE TAX-YEAR TO PB-TAX-YEAR.
           MOVE CURRENT-TIN TO PB-TIN.
           MOVE CURRENT-STUDENT-ID TO PB-STUDENT-ID.
           MOVE SM-NAME TO PB-NAME.
           MOVE SM-ADDRESS TO PB-ADDRESS.
           MOVE SM-CITY TO PB-CITY.
           MOVE SM-STATE TO PB-STATE.
           MOVE SM-ZIP TO PB-ZIP.
           MOVE STUDENT-PAID TO PB-BOX-1.
           MOVE STUDENT-PRIOR-ADJ TO PB-BOX-4.
           MOVE STUDENT-GRANTS TO PB-BOX-5.
           MOVE HALF-TIME-FLAG TO PB-BOX-8.
           MOVE GRADUATE-FLAG TO PB-BOX-9.
           MOVE PAYEE-EXTRACT-RECORD TO EXTRACT-LINE.
           WRITE EXTRACT-LINE.
           ADD 1 TO EXTRACT-RECORD-COUNT.
       FINISH-STUDENT-RESET.
           MOVE ZERO TO STUDENT-BILLED.
           MOVE ZERO TO STUDENT-PAID.
           MOVE ZERO TO STUDENT-PRIOR-ADJ.
           MOVE ZERO TO STUDENT-GRANTS.
           MOVE ZERO TO STUDENT-YEAR-TERMS.
           MOVE "N" TO HALF-TIME-FLAG.
           MOVE "N" TO GRADUATE-FLAG.
       FINISH-STUDENT-EXIT.
           EXIT.

       WRITE-STATEMENT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "FORM 1098-T  TUITION STATEMENT   TAX YEAR "
                   DELIMITED BY SIZE
               TAX-YEAR DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "FILER: " DELIMITED BY SIZE
               PY-NAME DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "       " DELIMITED BY SIZE
               PY-ADDRESS DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "       " DELIMITED BY SIZE
               PY-CITY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PY-STATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PY-ZIP DELIMITED BY SIZE
               "   FILER EIN: " DELIMITED BY SIZE
               PY-EIN DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "STUDENT: " DELIMITED BY SIZE
               SM-NAME DELIMITED BY SIZE
               "   ID: " DELIMITED BY SIZE
               CURRENT-STUDENT-ID DELIMITED BY SIZE
               "   TIN: XXX-XX-" DELIMITED BY SIZE
               CURRENT-TIN(6:4) DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "         " DELIMITED BY SIZE
               SM-ADDRESS DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "         " DELIMITED BY SIZE
               SM-CITY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SM-STATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SM-ZIP DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE STUDENT-PAID TO MONEY-DISPLAY.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "  BOX 1  PAYMENTS RECEIVED FOR QUALIFIED TUITION "
                   DELIMITED BY SIZE
               MONEY-DISPLAY DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE STUDENT-PRIOR-ADJ TO MONEY-DISPLAY.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "  BOX 4  ADJUSTMENTS MADE FOR A PRIOR YEAR       "
                   DELIMITED BY SIZE
               MONEY-DISPLAY DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE STUDENT-GRANTS TO MONEY-DISPLAY.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "  BOX 5  SCHOLARSHIPS OR GRANTS                  "
                   DELIMITED BY SIZE
               MONEY-DISPLAY DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "  BOX 8  AT LEAST HALF-TIME STUDENT: "
                   DELIMITED BY SIZE
               HALF-TIME-FLAG DELIMITED BY SIZE
               "    BOX 9  GRADUATE STUDENT: " DELIMITED BY SIZE
               GRADUATE-FLAG DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           IF STUDENT-PRIOR-ADJ IS GREATER THAN ZERO
               MOVE "  ** INCLUDES A REDUCTION TO TUITION REPORTED "
                   & "FOR A PRIOR YEAR **" TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           MOVE STUDENT-BILLED TO MONEY-DISPLAY.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "  (QUALIFIED TUITION BILLED IN " DELIMITED BY SIZE
               TAX-YEAR DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               MONEY-DISPLAY DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE ALL "-" TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       WRITE-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           MOVE STUDENT-PAID TO MONEY-DISPLAY.
           STRING CURRENT-STUDENT-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EXCEPTION-REASON DELIMITED BY SIZE
               "  PAID " DELIMITED BY SIZE
               MONEY-DISPLAY DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

       END PROGRAM TUITION-1098T.
