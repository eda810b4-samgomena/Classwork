      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Return of Title IV aid on a university withdrawal --
      *          the federal calculation the aid office used to work
      *          on a spreadsheet after UNIV-WITHDRAWAL ran. CALLed
      *          by the withdrawal with the student, term, and
      *          effective date:
      *            - the percentage of the payment period completed
      *              is calendar days from the full-term
      *              TermCalendar.txt start through the effective
      *              date over the days through the term end, with
      *              any scheduled break of five or more days
      *              (TermBreaks.txt: term, break start, break end,
      *              description) taken out of both; past 60 percent
      *              all aid is earned;
      *            - every disbursed FinancialAid.txt award whose
      *              FundCodes.txt row carries the Title IV flag is
      *              earned at that percentage, the rest is unearned;
      *            - the school returns the lesser of the unearned
      *              aid and the unearned share of the term's
      *              institutional charges (AR-CHARGES), and the
      *              student the remainder; each share is allocated
      *              to the funds in the required return order (the
      *              FundCodes.txt return-order column -- unsubsidized
      *              loan first through the grants last; a fund with
      *              no order goes after every ordered one). The
      *              student's loan share is repaid under the
      *              promissory note, and only the part of the
      *              student's grant share above half the Title IV
      *              grants disbursed is returned, none of it when
      *              that is 50.00 or less.
      *          The worksheet prints to R2T4Worksheets.txt, one line
      *          per fund with the school and student returns goes to
      *          TitleIVReturns.txt for the aid office, and the school
      *          share is billed to the student in the term's
      *          AR-AID-RETURN bucket -- replaced, not added, so a
      *          recalculation can't bill twice. The result flag tells
      *          the caller what happened: N no Title IV aid, E all
      *          aid earned, R a return was calculated, X no term
      *          calendar row to calculate from.
      * Modification History:
      *   10/15/2026 SG - The aid-return posting CALLs
      *                   AR-LEDGER-POST, so the AR detail ledger
      *                   (ArLedger.txt) carries its T4RT line.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TITLE-IV-RETURN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-CALENDAR-FILE ASSIGN TO "TermCalendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-CALENDAR-STATUS.
           SELECT BREAK-FILE ASSIGN TO "TermBreaks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREAK-STATUS.
           SELECT FUND-CODE-FILE ASSIGN TO "FundCodes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FUND-CODE-STATUS.
           SELECT AID-FILE ASSIGN TO "FinancialAid.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AID-FILE-STATUS.
           SELECT AR-MASTER ASSIGN TO "ARMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-STUDENT-TERM-KEY
                   = AR-STUDENT-ID AR-TERM-CODE
               FILE STATUS IS AR-MASTER-STATUS.
           SELECT WORKSHEET-FILE ASSIGN TO "R2T4Worksheets.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORKSHEET-STATUS.
           SELECT RETURN-FILE ASSIGN TO "TitleIVReturns.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           03 TC-TERM-CODE PIC 9(6).
           03 FILLER PIC X(1).
           03 TC-TERM-START PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-TERM-END PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-FINALS-START PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-DESCRIPTION PIC X(20).
           03 FILLER PIC X(1).
           03 TC-REFUND-FULL-END PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-REFUND-HALF-END PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-PAYMENT-DEADLINE PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-LATE-FEE PIC 9(5)V99.
           03 FILLER PIC X(1).
           03 TC-INCOMPLETE-DEADLINE PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-CENSUS-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 TC-PART-OF-TERM PIC X(1).
       FD BREAK-FILE.
       01 BREAK-RECORD.
           03 TB-TERM-CODE PIC 9(6).
           03 FILLER PIC X(1).
           03 TB-BREAK-START PIC 9(8).
           03 FILLER PIC X(1).
           03 TB-BREAK-END PIC 9(8).
           03 FILLER PIC X(1).
           03 TB-DESCRIPTION PIC X(20).
      *>    Fund type per aid fund code: G grant, S scholarship,
      *>    L loan, W work-study; the Title IV flag marks federal
      *>    student aid, and the return order ranks a Title IV fund
      *>    in the sequence unearned aid is sent back.
       FD FUND-CODE-FILE.
       01 FUND-CODE-RECORD.
           03 FC-FUND-CODE PIC X(6).
           03 FILLER PIC X(1).
           03 FC-FUND-TYPE PIC X(1).
           03 FILLER PIC X(1).
           03 FC-TITLE-IV-FLAG PIC X(1).
           03 FILLER PIC X(1).
           03 FC-DESCRIPTION PIC X(20).
           03 FILLER PIC X(1).
           03 FC-RETURN-ORDER PIC 9(2).
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
       FD AR-MASTER.
       COPY ArMasterFormat.
       FD WORKSHEET-FILE.
       01 WORKSHEET-LINE PIC X(80).
       FD RETURN-FILE.
       01 RETURN-RECORD.
           03 RT-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 RT-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 RT-TERM-CODE PIC 9(6).
           03 FILLER PIC X(1).
           03 RT-WITHDRAW-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 RT-PCT-COMPLETED PIC 9V9999.
           03 FILLER PIC X(1).
           03 RT-FUND-CODE PIC X(6).
           03 FILLER PIC X(1).
           03 RT-DISBURSED PIC 9(7)V99.
           03 FILLER PIC X(1).
           03 RT-SCHOOL-RETURN PIC 9(7)V99.
           03 FILLER PIC X(1).
           03 RT-STUDENT-RETURN PIC 9(7)V99.
       WORKING-STORAGE SECTION.
       77 TERM-CALENDAR-STATUS PIC X(2) VALUE "00".
           88 TERM-CALENDAR-OK VALUE "00".
       77 BREAK-STATUS PIC X(2) VALUE "00".
           88 BREAK-OK VALUE "00".
       77 FUND-CODE-STATUS PIC X(2) VALUE "00".
           88 FUND-CODE-OK VALUE "00".
       77 AID-FILE-STATUS PIC X(2) VALUE "00".
           88 AID-FILE-OK VALUE "00".
       77 AR-MASTER-STATUS PIC X(2) VALUE "00".
           88 AR-MASTER-OK VALUE "00".
       77 WORKSHEET-STATUS PIC X(2) VALUE "00".
           88 WORKSHEET-OK VALUE "00".
       77 RETURN-STATUS PIC X(2) VALUE "00".
           88 RETURN-OK VALUE "00".
       77 LOAD-EOF-FLAG PIC 9 VALUE IS 0.
           88 LOAD-EOF VALUE IS 1.
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
       77 TERM-START PIC 9(8) VALUE ZERO.
       77 TERM-END PIC 9(8) VALUE ZERO.
       77 START-INT PIC 9(7).
       77 END-INT PIC 9(7).
       77 WITHDRAW-INT PIC 9(7).
       77 BREAK-START-INT PIC 9(7).
       77 BREAK-END-INT PIC 9(7).
       77 OVERLAP-START PIC 9(7).
       77 OVERLAP-END PIC 9(7).
       77 PERIOD-DAYS PIC 9(4).
       77 COMPLETED-DAYS PIC 9(4).
       77 PERIOD-BREAK-DAYS PIC 9(4).
       77 COMPLETED-BREAK-DAYS PIC 9(4).
       77 PCT-COMPLETED PIC 9V9999.
       77 PCT-DISPLAY PIC ZZ9.9.
       77 AID-TOTAL PIC 9(7)V99.
       77 GRANT-TOTAL PIC 9(7)V99.
       77 EARNED-AID PIC 9(7)V99.
       77 UNEARNED-AID PIC 9(7)V99.
       77 INSTITUTIONAL-CHARGES PIC 9(7)V99.
       77 UNEARNED-CHARGES PIC 9(7)V99.
       77 SCHOOL-SHARE PIC 9(7)V99.
       77 LEDGER-PROGRAM PIC X(12) VALUE "TITLE-IV-RTN".
       77 LEDGER-REFERENCE PIC X(20).
       77 LEDGER-BEFORE PIC X(124).
       77 STUDENT-SHARE PIC 9(7)V99.
       77 STUDENT-GRANT-SHARE PIC 9(7)V99.
       77 STUDENT-LOAN-SHARE PIC 9(7)V99.
       77 GRANT-PROTECTION PIC 9(7)V99.
       77 STUDENT-GRANT-RETURN PIC 9(7)V99.
       77 LEFT-TO-ALLOCATE PIC 9(7)V99.
       77 FUND-ROOM PIC 9(7)V99.
       77 FUND-PART PIC 9(7)V99.
       77 MONEY-DISPLAY PIC $$$,$$$,$$9.99.
       77 MONEY-DISPLAY-2 PIC $$$,$$$,$$9.99.
       77 MONEY-DISPLAY-3 PIC $$$,$$$,$$9.99.
       77 DAYS-DISPLAY PIC ZZZ9.
       77 DAYS-DISPLAY-2 PIC ZZZ9.
       77 DAYS-DISPLAY-3 PIC ZZZ9.
       77 SCAN-IDX PIC 9(3).
       77 SORT-IDX PIC 9(3).
       77 FUND-MATCH-IDX PIC 9(3).

      *>    Scheduled breaks for the term, five days or longer.
       77 BREAK-COUNT PIC 9(2) VALUE IS 0.
       01 BREAK-TABLE.
           03 BREAK-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON BREAK-COUNT.
               05 BK-START PIC 9(8).
               05 BK-END PIC 9(8).

      *>    Title IV fund codes from FundCodes.txt.
       77 FUND-COUNT PIC 9(3) VALUE IS 0.
       01 FUND-TABLE.
           03 FUND-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON FUND-COUNT.
               05 FT-FUND-CODE PIC X(6).
               05 FT-FUND-TYPE PIC X(1).
               05 FT-DESCRIPTION PIC X(20).
               05 FT-RETURN-ORDER PIC 9(2).

      *>    The student's disbursed Title IV awards for the term,
      *>    one row per fund, kept in return order.
       77 AWARD-COUNT PIC 9(2) VALUE IS 0.
       01 AWARD-TABLE.
           03 AWARD-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON AWARD-COUNT.
               05 AW-FUND-CODE PIC X(6).
               05 AW-FUND-TYPE PIC X(1).
               05 AW-DESCRIPTION PIC X(20).
               05 AW-RETURN-ORDER PIC 9(2).
               05 AW-DISBURSED PIC 9(7)V99.
               05 AW-SCHOOL-RETURN PIC 9(7)V99.
               05 AW-STUDENT-RETURN PIC 9(7)V99.
       01 AWARD-HOLD PIC X(56).
       LINKAGE SECTION.
       01 LK-STUDENT-ID PIC X(9).
       01 LK-TERM-CODE PIC 9(6).
       01 LK-WITHDRAW-DATE PIC 9(8).
       01 LK-SCHOOL-RETURN PIC 9(7)V99.
       01 LK-STUDENT-RETURN PIC 9(7)V99.
       01 LK-RESULT-FLAG PIC X(1).
       PROCEDURE DIVISION USING LK-STUDENT-ID LK-TERM-CODE
               LK-WITHDRAW-DATE LK-SCHOOL-RETURN LK-STUDENT-RETURN
               LK-RESULT-FLAG.
       MAIN-PROCEDURE.
           MOVE ZERO TO LK-SCHOOL-RETURN.
           MOVE ZERO TO LK-STUDENT-RETURN.
           MOVE "N" TO LK-RESULT-FLAG.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.

           PERFORM LOAD-FUND-CODES THRU LOAD-FUND-CODES-EXIT.
           PERFORM LOAD-AWARDS THRU LOAD-AWARDS-EXIT.
           IF AWARD-COUNT IS EQUAL TO ZERO
               GOBACK.

           PERFORM LOOKUP-PAYMENT-PERIOD THRU
               LOOKUP-PAYMENT-PERIOD-EXIT.
           IF TERM-START IS EQUAL TO ZERO
               MOVE "X" TO LK-RESULT-FLAG
               GOBACK.

           PERFORM LOAD-BREAKS THRU LOAD-BREAKS-EXIT.
           PERFORM COUNT-PERIOD-DAYS.
           PERFORM CALCULATE-SHARES.
           PERFORM WRITE-WORKSHEET.
           IF UNEARNED-AID IS GREATER THAN ZERO
               PERFORM WRITE-RETURN-LINES
               MOVE "R" TO LK-RESULT-FLAG
           ELSE
               MOVE "E" TO LK-RESULT-FLAG
           END-IF.
           PERFORM POST-AID-RETURN THRU POST-AID-RETURN-EXIT.
           MOVE SCHOOL-SHARE TO LK-SCHOOL-RETURN.
           MOVE STUDENT-GRANT-RETURN TO LK-STUDENT-RETURN.
           GOBACK.

       LOAD-FUND-CODES.
           MOVE ZERO TO FUND-COUNT.
           OPEN INPUT FUND-CODE-FILE.
           IF NOT FUND-CODE-OK
               DISPLAY "WARNING: NO FundCodes.txt ON FILE -- NO "
                   "TITLE IV RETURN CALCULATED"
               GO TO LOAD-FUND-CODES-EXIT.
           MOVE 0 TO LOAD-EOF-FLAG.
           READ FUND-CODE-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF OR FUND-COUNT IS EQUAL TO 200
               IF FC-TITLE-IV-FLAG IS EQUAL TO "Y"
                   ADD 1 TO FUND-COUNT
                   MOVE FC-FUND-CODE TO FT-FUND-CODE(FUND-COUNT)
                   MOVE FC-FUND-TYPE TO FT-FUND-TYPE(FUND-COUNT)
                   MOVE FC-DESCRIPTION TO FT-DESCRIPTION(FUND-COUNT)
      *>            No return order on the row: after every ordered
      *>            fund.
                   IF FC-RETURN-ORDER IS NUMERIC
                           AND FC-RETURN-ORDER IS GREATER THAN ZERO
                       MOVE FC-RETURN-ORDER TO
                           FT-RETURN-ORDER(FUND-COUNT)
                   ELSE
                       MOVE 99 TO FT-RETURN-ORDER(FUND-COUNT)
                   END-IF
               END-IF
               READ FUND-CODE-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE FUND-CODE-FILE.
       LOAD-FUND-CODES-EXIT.
           EXIT.

      *>    Disbursed Title IV awards only, summed per fund and kept
      *>    in return order.
       LOAD-AWARDS.
           MOVE ZERO TO AWARD-COUNT.
           MOVE ZERO TO AID-TOTAL.
           MOVE ZERO TO GRANT-TOTAL.
           IF FUND-COUNT IS EQUAL TO ZERO
               GO TO LOAD-AWARDS-EXIT.
           OPEN INPUT AID-FILE.
           IF NOT AID-FILE-OK
               GO TO LOAD-AWARDS-EXIT.
           MOVE 0 TO LOAD-EOF-FLAG.
           READ AID-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF
               IF FA-STUDENT-ID IS EQUAL TO LK-STUDENT-ID
                       AND FA-TERM-CODE IS EQUAL TO LK-TERM-CODE
                       AND FA-STATUS IS EQUAL TO "D"
                       AND FA-AMOUNT IS NUMERIC
                   PERFORM ADD-ONE-AWARD
               END-IF
               READ AID-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE AID-FILE.
           PERFORM VARYING SCAN-IDX FROM 2 BY 1
                   UNTIL SCAN-IDX IS GREATER THAN AWARD-COUNT
               MOVE SCAN-IDX TO SORT-IDX
               PERFORM UNTIL SORT-IDX IS LESS THAN 2
                       OR AW-RETURN-ORDER(SORT-IDX - 1) IS NOT
                           GREATER THAN AW-RETURN-ORDER(SORT-IDX)
                   MOVE AWARD-ENTRY(SORT-IDX) TO AWARD-HOLD
                   MOVE AWARD-ENTRY(SORT-IDX - 1) TO
                       AWARD-ENTRY(SORT-IDX)
                   MOVE AWARD-HOLD TO AWARD-ENTRY(SORT-IDX - 1)
                   SUBTRACT 1 FROM SORT-IDX
               END-PERFORM
           END-PERFORM.
       LOAD-AWARDS-EXIT.
           EXIT.

       ADD-ONE-AWARD.
           MOVE ZERO TO FUND-MATCH-IDX.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX IS GREATER THAN FUND-COUNT
               IF FT-FUND-CODE(SCAN-IDX) IS EQUAL TO FA-FUND-CODE
                   MOVE SCAN-IDX TO FUND-MATCH-IDX
               END-IF
           END-PERFORM.
           IF FUND-MATCH-IDX IS GREATER THAN ZERO
               PERFORM VARYING SCAN-IDX FROM 1 BY 1
                       UNTIL SCAN-IDX IS GREATER THAN AWARD-COUNT
                           OR AW-FUND-CODE(SCAN-IDX) IS EQUAL TO
                               FA-FUND-CODE
                   CONTINUE
               END-PERFORM
               IF SCAN-IDX IS GREATER THAN AWARD-COUNT
                       AND AWARD-COUNT IS LESS THAN 20
                   ADD 1 TO AWARD-COUNT
                   MOVE AWARD-COUNT TO SCAN-IDX
                   MOVE FA-FUND-CODE TO AW-FUND-CODE(SCAN-IDX)
                   MOVE FT-FUND-TYPE(FUND-MATCH-IDX) TO
                       AW-FUND-TYPE(SCAN-IDX)
                   MOVE FT-DESCRIPTION(FUND-MATCH-IDX) TO
                       AW-DESCRIPTION(SCAN-IDX)
                   MOVE FT-RETURN-ORDER(FUND-MATCH-IDX) TO
                       AW-RETURN-ORDER(SCAN-IDX)
                   MOVE ZERO TO AW-DISBURSED(SCAN-IDX)
                   MOVE ZERO TO AW-SCHOOL-RETURN(SCAN-IDX)
                   MOVE ZERO TO AW-STUDENT-RETURN(SCAN-IDX)
               END-IF
               IF SCAN-IDX IS NOT GREATER THAN AWARD-COUNT
                   ADD FA-AMOUNT TO AW-DISBURSED(SCAN-IDX)
                   ADD FA-AMOUNT TO AID-TOTAL
                   IF AW-FUND-TYPE(SCAN-IDX) IS NOT EQUAL TO "L"
                       ADD FA-AMOUNT TO GRANT-TOTAL
                   END-IF
               END-IF
           END-IF.

      *>    The payment period is the full-term calendar row (blank
      *>    part of term).
       LOOKUP-PAYMENT-PERIOD.
           MOVE ZERO TO TERM-START.
           MOVE ZERO TO TERM-END.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF NOT TERM-CALENDAR-OK
               GO TO LOOKUP-PAYMENT-PERIOD-EXIT.
           MOVE 0 TO LOAD-EOF-FLAG.
           READ TERM-CALENDAR-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF
               IF TC-TERM-CODE IS EQUAL TO LK-TERM-CODE
                       AND TC-PART-OF-TERM IS EQUAL TO SPACE
                       AND TC-TERM-START IS NUMERIC
                       AND TC-TERM-END IS NUMERIC
                       AND TC-TERM-END IS GREATER THAN TC-TERM-START
                   MOVE TC-TERM-START TO TERM-START
                   MOVE TC-TERM-END TO TERM-END
               END-IF
               READ TERM-CALENDAR-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE TERM-CALENDAR-FILE.
       LOOKUP-PAYMENT-PERIOD-EXIT.
           EXIT.

       LOAD-BREAKS.
           MOVE ZERO TO BREAK-COUNT.
           OPEN INPUT BREAK-FILE.
           IF NOT BREAK-OK
               GO TO LOAD-BREAKS-EXIT.
           MOVE 0 TO LOAD-EOF-FLAG.
           READ BREAK-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF OR BREAK-COUNT IS EQUAL TO 20
               IF TB-TERM-CODE IS EQUAL TO LK-TERM-CODE
                       AND TB-BREAK-START IS NUMERIC
                       AND TB-BREAK-END IS NUMERIC
                   COMPUTE BREAK-START-INT =
                       FUNCTION INTEGER-OF-DATE(TB-BREAK-START)
                   COMPUTE BREAK-END-INT =
                       FUNCTION INTEGER-OF-DATE(TB-BREAK-END)
                   IF BREAK-END-INT - BREAK-START-INT + 1
                           IS NOT LESS THAN 5
                       ADD 1 TO BREAK-COUNT
                       MOVE TB-BREAK-START TO BK-START(BREAK-COUNT)
                       MOVE TB-BREAK-END TO BK-END(BREAK-COUNT)
                   END-IF
               END-IF
               READ BREAK-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE BREAK-FILE.
       LOAD-BREAKS-EXIT.
           EXIT.

      *>    Calendar days, both ends counted, less the break days
      *>    that fall inside each span. A withdrawal dated inside a
      *>    break counts only the days before it.
       COUNT-PERIOD-DAYS.
           COMPUTE START-INT = FUNCTION INTEGER-OF-DATE(TERM-START).
           COMPUTE END-INT = FUNCTION INTEGER-OF-DATE(TERM-END).
           IF LK-WITHDRAW-DATE IS GREATER THAN TERM-END
               MOVE END-INT TO WITHDRAW-INT
           ELSE
               IF LK-WITHDRAW-DATE IS LESS THAN TERM-START
                   COMPUTE WITHDRAW-INT = START-INT - 1
               ELSE
                   COMPUTE WITHDRAW-INT =
                       FUNCTION INTEGER-OF-DATE(LK-WITHDRAW-DATE)
               END-IF
           END-IF.
           MOVE ZERO TO PERIOD-BREAK-DAYS.
           MOVE ZERO TO COMPLETED-BREAK-DAYS.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX IS GREATER THAN BREAK-COUNT
               COMPUTE BREAK-START-INT =
                   FUNCTION INTEGER-OF-DATE(BK-START(SCAN-IDX))
               COMPUTE BREAK-END-INT =
                   FUNCTION INTEGER-OF-DATE(BK-END(SCAN-IDX))
               MOVE BREAK-START-INT TO OVERLAP-START
               IF OVERLAP-START IS LESS THAN START-INT
                   MOVE START-INT TO OVERLAP-START
               END-IF
               MOVE BREAK-END-INT TO OVERLAP-END
               IF OVERLAP-END IS GREATER THAN END-INT
                   MOVE END-INT TO OVERLAP-END
               END-IF
               IF OVERLAP-END IS NOT LESS THAN OVERLAP-START
                   COMPUTE PERIOD-BREAK-DAYS = PERIOD-BREAK-DAYS
                       + OVERLAP-END - OVERLAP-START + 1
               END-IF
               IF OVERLAP-END IS GREATER THAN WITHDRAW-INT
                   MOVE WITHDRAW-INT TO OVERLAP-END
               END-IF
               IF OVERLAP-END IS NOT LESS THAN OVERLAP-START
                   COMPUTE COMPLETED-BREAK-DAYS = COMPLETED-BREAK-DAYS
                       + OVERLAP-END - OVERLAP-START + 1
               END-IF
           END-PERFORM.
           COMPUTE PERIOD-DAYS = END-INT - START-INT + 1
               - PERIOD-BREAK-DAYS.
           IF WITHDRAW-INT IS LESS THAN START-INT
               MOVE ZERO TO COMPLETED-DAYS
           ELSE
               COMPUTE COMPLETED-DAYS = WITHDRAW-INT - START-INT + 1
                   - COMPLETED-BREAK-DAYS
           END-IF.
           IF PERIOD-DAYS IS EQUAL TO ZERO
               MOVE 1 TO PCT-COMPLETED
           ELSE
               COMPUTE PCT-COMPLETED ROUNDED =
                   COMPLETED-DAYS / PERIOD-DAYS
           END-IF.

       CALCULATE-SHARES.
      *>    Past 60 percent of the period every dollar is earned.
           IF PCT-COMPLETED IS GREATER THAN 0.6000
               MOVE AID-TOTAL TO EARNED-AID
           ELSE
               COMPUTE EARNED-AID ROUNDED = AID-TOTAL * PCT-COMPLETED
           END-IF.
           COMPUTE UNEARNED-AID = AID-TOTAL - EARNED-AID.

           MOVE ZERO TO INSTITUTIONAL-CHARGES.
           OPEN INPUT AR-MASTER.
           IF AR-MASTER-OK
               MOVE LK-STUDENT-ID TO AR-STUDENT-ID
               MOVE LK-TERM-CODE TO AR-TERM-CODE
               READ AR-MASTER KEY IS AR-STUDENT-TERM-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AR-CHARGES TO INSTITUTIONAL-CHARGES
               END-READ
               CLOSE AR-MASTER
           END-IF.

           IF PCT-COMPLETED IS GREATER THAN 0.6000
               MOVE ZERO TO UNEARNED-CHARGES
           ELSE
               COMPUTE UNEARNED-CHARGES ROUNDED =
                   INSTITUTIONAL-CHARGES * (1 - PCT-COMPLETED)
           END-IF.
           IF UNEARNED-CHARGES IS LESS THAN UNEARNED-AID
               MOVE UNEARNED-CHARGES TO SCHOOL-SHARE
           ELSE
               MOVE UNEARNED-AID TO SCHOOL-SHARE
           END-IF.
           COMPUTE STUDENT-SHARE = UNEARNED-AID - SCHOOL-SHARE.

      *>    The school's share goes back fund by fund in return
      *>    order, each fund up to what was disbursed from it.
           MOVE SCHOOL-SHARE TO LEFT-TO-ALLOCATE.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX IS GREATER THAN AWARD-COUNT
               MOVE AW-DISBURSED(SCAN-IDX) TO FUND-ROOM
               PERFORM TAKE-FUND-PART
               MOVE FUND-PART TO AW-SCHOOL-RETURN(SCAN-IDX)
           END-PERFORM.

      *>    The student's share follows in the same order against
      *>    what the school did not return. The loan part is repaid
      *>    under the note; the grant part is what may come back.
           MOVE ZERO TO STUDENT-LOAN-SHARE.
           MOVE ZERO TO STUDENT-GRANT-SHARE.
           MOVE STUDENT-SHARE TO LEFT-TO-ALLOCATE.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX IS GREATER THAN AWARD-COUNT
               COMPUTE FUND-ROOM = AW-DISBURSED(SCAN-IDX)
                   - AW-SCHOOL-RETURN(SCAN-IDX)
               PERFORM TAKE-FUND-PART
               IF AW-FUND-TYPE(SCAN-IDX) IS EQUAL TO "L"
                   ADD FUND-PART TO STUDENT-LOAN-SHARE
               ELSE
                   ADD FUND-PART TO STUDENT-GRANT-SHARE
               END-IF
           END-PERFORM.

      *>    Grant protection: the student returns only the grant
      *>    share above half the Title IV grants disbursed, and
      *>    nothing at 50.00 or under.
           COMPUTE GRANT-PROTECTION ROUNDED = GRANT-TOTAL * 0.5.
           IF STUDENT-GRANT-SHARE IS GREATER THAN GRANT-PROTECTION
               COMPUTE STUDENT-GRANT-RETURN =
                   STUDENT-GRANT-SHARE - GRANT-PROTECTION
           ELSE
               MOVE ZERO TO STUDENT-GRANT-RETURN
           END-IF.
           IF STUDENT-GRANT-RETURN IS NOT GREATER THAN 50.00
               MOVE ZERO TO STUDENT-GRANT-RETURN
           END-IF.
           MOVE STUDENT-GRANT-RETURN TO LEFT-TO-ALLOCATE.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX IS GREATER THAN AWARD-COUNT
               IF AW-FUND-TYPE(SCAN-IDX) IS NOT EQUAL TO "L"
                   COMPUTE FUND-ROOM = AW-DISBURSED(SCAN-IDX)
                       - AW-SCHOOL-RETURN(SCAN-IDX)
                   PERFORM TAKE-FUND-PART
                   MOVE FUND-PART TO AW-STUDENT-RETURN(SCAN-IDX)
               END-IF
           END-PERFORM.

      *>    The lesser of FUND-ROOM and what is left, taken off what
      *>    is left.
       TAKE-FUND-PART.
           IF LEFT-TO-ALLOCATE IS LESS THAN FUND-ROOM
               MOVE LEFT-TO-ALLOCATE TO FUND-PART
           ELSE
               MOVE FUND-ROOM TO FUND-PART
           END-IF.
           SUBTRACT FUND-PART FROM LEFT-TO-ALLOCATE.

       WRITE-WORKSHEET.
           OPEN EXTEND WORKSHEET-FILE.
           IF NOT WORKSHEET-OK
               OPEN OUTPUT WORKSHEET-FILE.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "RETURN OF TITLE IV AID WORKSHEET  STUDENT "
                   DELIMITED BY SIZE
               LK-STUDENT-ID DELIMITED BY SIZE
               "  TERM " DELIMITED BY SIZE
               LK-TERM-CODE DELIMITED BY SIZE
               INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "WITHDRAWN " DELIMITED BY SIZE
               LK-WITHDRAW-DATE DELIMITED BY SIZE
               "  PAYMENT PERIOD " DELIMITED BY SIZE
               TERM-START DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               TERM-END DELIMITED BY SIZE
               "  CALCULATED " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE COMPLETED-DAYS TO DAYS-DISPLAY.
           MOVE PERIOD-DAYS TO DAYS-DISPLAY-2.
           MOVE PERIOD-BREAK-DAYS TO DAYS-DISPLAY-3.
           COMPUTE PCT-DISPLAY ROUNDED = PCT-COMPLETED * 100.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "DAYS COMPLETED " DELIMITED BY SIZE
               DAYS-DISPLAY DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               DAYS-DISPLAY-2 DELIMITED BY SIZE
               " (BREAK DAYS EXCLUDED " DELIMITED BY SIZE
               DAYS-DISPLAY-3 DELIMITED BY SIZE
               ")  COMPLETED " DELIMITED BY SIZE
               PCT-DISPLAY DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           IF PCT-COMPLETED IS GREATER THAN 0.6000
               MOVE SPACES TO WORKSHEET-LINE
               STRING "  MORE THAN 60% OF THE PERIOD COMPLETED -- "
                       DELIMITED BY SIZE
                   "ALL AID EARNED" DELIMITED BY SIZE
                   INTO WORKSHEET-LINE
               WRITE WORKSHEET-LINE
           END-IF.
           MOVE SPACES TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "FUND   DESCRIPTION              DISBURSED"
                   DELIMITED BY SIZE
               "  SCHOOL RETURN STUDENT RETURN" DELIMITED BY SIZE
               INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX IS GREATER THAN AWARD-COUNT
               MOVE AW-DISBURSED(SCAN-IDX) TO MONEY-DISPLAY
               MOVE AW-SCHOOL-RETURN(SCAN-IDX) TO MONEY-DISPLAY-2
               MOVE AW-STUDENT-RETURN(SCAN-IDX) TO MONEY-DISPLAY-3
               MOVE SPACES TO WORKSHEET-LINE
               STRING AW-FUND-CODE(SCAN-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AW-DESCRIPTION(SCAN-IDX) DELIMITED BY SIZE
                   MONEY-DISPLAY DELIMITED BY SIZE
                   MONEY-DISPLAY-2 DELIMITED BY SIZE
                   MONEY-DISPLAY-3 DELIMITED BY SIZE
                   INTO WORKSHEET-LINE
               WRITE WORKSHEET-LINE
           END-PERFORM.
           MOVE SPACES TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE AID-TOTAL TO MONEY-DISPLAY.
           MOVE EARNED-AID TO MONEY-DISPLAY-2.
           MOVE UNEARNED-AID TO MONEY-DISPLAY-3.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "AID DISBURSED " DELIMITED BY SIZE
               MONEY-DISPLAY DELIMITED BY SIZE
               "  EARNED " DELIMITED BY SIZE
               MONEY-DISPLAY-2 DELIMITED BY SIZE
               "  UNEARNED " DELIMITED BY SIZE
               MONEY-DISPLAY-3 DELIMITED BY SIZE
               INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE INSTITUTIONAL-CHARGES TO MONEY-DISPLAY.
           MOVE UNEARNED-CHARGES TO MONEY-DISPLAY-2.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "INSTITUTIONAL CHARGES " DELIMITED BY SIZE
               MONEY-DISPLAY DELIMITED BY SIZE
               "  UNEARNED CHARGES " DELIMITED BY SIZE
               MONEY-DISPLAY-2 DELIMITED BY SIZE
               INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE SCHOOL-SHARE TO MONEY-DISPLAY.
           MOVE STUDENT-SHARE TO MONEY-DISPLAY-2.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "SCHOOL RETURNS " DELIMITED BY SIZE
               MONEY-DISPLAY DELIMITED BY SIZE
               "  STUDENT SHARE " DELIMITED BY SIZE
               MONEY-DISPLAY-2 DELIMITED BY SIZE
               INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE STUDENT-LOAN-SHARE TO MONEY-DISPLAY.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "  STUDENT LOAN SHARE, REPAID UNDER THE NOTE "
                   DELIMITED BY SIZE
               MONEY-DISPLAY DELIMITED BY SIZE
               INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE STUDENT-GRANT-SHARE TO MONEY-DISPLAY.
           MOVE GRANT-PROTECTION TO MONEY-DISPLAY-2.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "  STUDENT GRANT SHARE " DELIMITED BY SIZE
               MONEY-DISPLAY DELIMITED BY SIZE
               "  LESS PROTECTION " DELIMITED BY SIZE
               MONEY-DISPLAY-2 DELIMITED BY SIZE
               INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE STUDENT-GRANT-RETURN TO MONEY-DISPLAY.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "  STUDENT GRANT TO RETURN " DELIMITED BY SIZE
               MONEY-DISPLAY DELIMITED BY SIZE
               INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE SCHOOL-SHARE TO MONEY-DISPLAY.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "BILLED TO THE STUDENT'S ACCOUNT " DELIMITED BY SIZE
               MONEY-DISPLAY DELIMITED BY SIZE
               INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE ALL "-" TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           CLOSE WORKSHEET-FILE.

       WRITE-RETURN-LINES.
           OPEN EXTEND RETURN-FILE.
           IF NOT RETURN-OK
               OPEN OUTPUT RETURN-FILE.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX IS GREATER THAN AWARD-COUNT
               MOVE SPACES TO RETURN-RECORD
               MOVE TODAY-DATE TO RT-DATE
               MOVE LK-STUDENT-ID TO RT-STUDENT-ID
               MOVE LK-TERM-CODE TO RT-TERM-CODE
               MOVE LK-WITHDRAW-DATE TO RT-WITHDRAW-DATE
               MOVE PCT-COMPLETED TO RT-PCT-COMPLETED
               MOVE AW-FUND-CODE(SCAN-IDX) TO RT-FUND-CODE
               MOVE AW-DISBURSED(SCAN-IDX) TO RT-DISBURSED
               MOVE AW-SCHOOL-RETURN(SCAN-IDX) TO RT-SCHOOL-RETURN
               MOVE AW-STUDENT-RETURN(SCAN-IDX) TO RT-STUDENT-RETURN
               WRITE RETURN-RECORD
           END-PERFORM.
           CLOSE RETURN-FILE.

      *>    What the school sends back is billed to the student; the
      *>    bucket is replaced so a recalculation can't double it.
       POST-AID-RETURN.
           OPEN I-O AR-MASTER.
           IF NOT AR-MASTER-OK
               DISPLAY "WARNING: UNABLE TO OPEN ARMaster -- STATUS "
                   AR-MASTER-STATUS " -- AID RETURN NOT BILLED"
               GO TO POST-AID-RETURN-EXIT.
           MOVE LK-STUDENT-ID TO AR-STUDENT-ID.
           MOVE LK-TERM-CODE TO AR-TERM-CODE.
           READ AR-MASTER KEY IS AR-STUDENT-TERM-KEY
               INVALID KEY
                   IF SCHOOL-SHARE IS GREATER THAN ZERO
                       DISPLAY "WARNING: NO RECEIVABLE FOR "
                           LK-STUDENT-ID " TERM " LK-TERM-CODE
                           " -- AID RETURN NOT BILLED"
                   END-IF
               NOT INVALID KEY
                   IF AR-LATE-FEE IS NOT NUMERIC
                       MOVE ZERO TO AR-LATE-FEE
                   END-IF
                   IF AR-REFUNDS IS NOT NUMERIC
                       MOVE ZERO TO AR-REFUNDS
                   END-IF
                   IF AR-WRITE-OFF IS NOT NUMERIC
                       MOVE ZERO TO AR-WRITE-OFF
                   END-IF
                   MOVE AR-RECORD TO LEDGER-BEFORE
                   MOVE SCHOOL-SHARE TO AR-AID-RETURN
                   COMPUTE AR-BALANCE = AR-CHARGES + AR-LATE-FEE
                       + AR-REFUNDS + AR-AID-RETURN - AR-CREDITS
                       - AR-PAYMENTS - AR-WRITE-OFF
                   MOVE TODAY-DATE TO AR-LAST-ACTIVITY
                   REWRITE AR-RECORD
                   MOVE "TITLE IV AID RETURN" TO LEDGER-REFERENCE
                   CALL "AR-LEDGER-POST" USING LEDGER-PROGRAM
                       LEDGER-REFERENCE LEDGER-BEFORE AR-RECORD
           END-READ.
           CLOSE AR-MASTER.
       POST-AID-RETURN-EXIT.
           EXIT.

       END PROGRAM TITLE-IV-RETURN.
