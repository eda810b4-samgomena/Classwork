      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Nightly AR detail-ledger proof -- sorts ArLedger.txt
      *          into student/term order and walks it against
      *          ARMaster, summing each receivable's ledger lines by
      *          type and proving every bucket (charges, credit
      *          memos, payments, late fee, refunds, write-off,
      *          Title IV aid returned, agency commission) equals
      *          the ledger's total for it. Every disagreement, and
      *          every ledger line with no ARMaster record behind
      *          it, prints to ArLedgerCheck.txt. A receivable with
      *          no OPEN line on the ledger was on file before the
      *          ledger began: its opening lines are appended here
      *          -- the OPEN line and, per bucket, whatever the
      *          master holds beyond the lines already posted, as
      *          OPENING BALANCE -- and from the next night on it is
      *          proved like the rest.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O, 12 ledger and ARMaster out of balance.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-LEDGER-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-MASTER ASSIGN TO "ARMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-STUDENT-TERM-KEY
                   = AR-STUDENT-ID AR-TERM-CODE
               FILE STATUS IS AR-MASTER-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "ArLedger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.
           SELECT SORTED-LEDGER ASSIGN TO "ArLedgerSorted.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-STATUS.
           SELECT SORT-FILE ASSIGN TO "LEDGWORK.tmp".
           SELECT REPORT-FILE ASSIGN TO "ArLedgerCheck.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD AR-MASTER.
       COPY ArMasterFormat.
       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(93).
       FD SORTED-LEDGER.
       COPY ArLedgerFormat.
       SD SORT-FILE.
       01 SORT-RECORD.
           03 FILLER PIC X(27).
           03 SR-STUDENT-ID PIC X(9).
           03 FILLER PIC X(1).
           03 SR-TERM-CODE PIC 9(6).
           03 FILLER PIC X(50).
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       77 AR-MASTER-STATUS PIC X(2) VALUE "00".
           88 AR-MASTER-OK VALUE "00".
       77 LEDGER-STATUS PIC X(2) VALUE "00".
           88 LEDGER-OK VALUE "00".
           88 LEDGER-MISSING VALUE "35".
       77 SORTED-STATUS PIC X(2) VALUE "00".
           88 SORTED-OK VALUE "00".
       77 AR-EOF-FLAG PIC 9 VALUE IS 0.
           88 AR-EOF VALUE IS 1.
       77 LEDGER-EOF-FLAG PIC 9 VALUE IS 0.
           88 LEDGER-EOF VALUE IS 1.
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
       77 NOW-TIME PIC 9(8).

      *>    Both files walk in student/term order; an exhausted
      *>    file's key goes to HIGH-VALUES so the other drains.
       01 AR-KEY.
           03 AK-STUDENT-ID PIC X(9).
           03 AK-TERM-CODE PIC X(6).
       01 LEDGER-KEY.
           03 LK-STUDENT-ID PIC X(9).
           03 LK-TERM-CODE PIC X(6).
       01 CURRENT-KEY.
           03 CK-STUDENT-ID PIC X(9).
           03 CK-TERM-CODE PIC X(6).

      *>    The buckets in ledger-type order; each receivable's
      *>    ledger totals and master values load side by side.
       01 BUCKET-TYPE-VALUES.
           03 FILLER PIC X(14) VALUE "CHRGCHARGES   ".
           03 FILLER PIC X(14) VALUE "CRMOCREDITS   ".
           03 FILLER PIC X(14) VALUE "PAYMPAYMENTS  ".
           03 FILLER PIC X(14) VALUE "LATELATE FEE  ".
           03 FILLER PIC X(14) VALUE "RFNDREFUNDS   ".
           03 FILLER PIC X(14) VALUE "WOFFWRITE-OFF ".
           03 FILLER PIC X(14) VALUE "T4RTAID RETURN".
           03 FILLER PIC X(14) VALUE "COMMCOMMISSION".
       01 BUCKET-TYPE-TABLE REDEFINES BUCKET-TYPE-VALUES.
           03 BUCKET-TYPE-ENTRY OCCURS 8 TIMES.
               05 BT-TYPE PIC X(4).
               05 BT-NAME PIC X(10).
       01 BUCKET-TOTALS.
           03 BUCKET-TOTAL-ENTRY OCCURS 8 TIMES.
               05 LEDGER-SUM PIC S9(9)V99.
               05 MASTER-AMOUNT PIC S9(9)V99.
       77 BT-IDX PIC 9(2).
       77 FOUND-IDX PIC 9(2).
       77 OPEN-SEEN-FLAG PIC X VALUE "N".
           88 OPEN-SEEN VALUE "Y".
       77 KEY-LINE-COUNT PIC 9(5) VALUE ZERO.
       77 KEY-BAD-FLAG PIC X VALUE "N".
           88 KEY-BAD VALUE "Y".
       77 SEED-AMOUNT PIC S9(9)V99.

       77 LEDGER-LINE-COUNT PIC 9(7) VALUE ZERO.
       77 RECEIVABLE-COUNT PIC 9(7) VALUE ZERO.
       77 PROVED-COUNT PIC 9(7) VALUE ZERO.
       77 SEEDED-COUNT PIC 9(7) VALUE ZERO.
       77 SEED-LINE-COUNT PIC 9(7) VALUE ZERO.
       77 MISMATCH-COUNT PIC 9(7) VALUE ZERO.
       77 ORPHAN-COUNT PIC 9(7) VALUE ZERO.
       77 COUNT-DISPLAY PIC Z,ZZZ,ZZ9.
       77 LINES-DISPLAY PIC ZZZZ9.
       77 LEDGER-DISPLAY PIC $$$,$$$,$$9.99-.
       77 MASTER-DISPLAY PIC $$$,$$$,$$9.99-.

      *>    The opening lines appended for a receivable that
      *>    predates the ledger, built apart from the sorted
      *>    record still waiting in the buffer.
       COPY ArLedgerFormat REPLACING AR-LEDGER-RECORD
           BY SEED-RECORD.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.
           ACCEPT NOW-TIME FROM TIME.

           OPEN INPUT AR-MASTER.
           IF NOT AR-MASTER-OK
               DISPLAY "ARMaster WILL NOT OPEN, STATUS "
                   AR-MASTER-STATUS " -- LEDGER NOT CHECKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
      *>    No ledger yet is the first night: an empty one sorts
      *>    fine, and every receivable seeds.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-MISSING
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           CLOSE LEDGER-FILE.
           SORT SORT-FILE ON ASCENDING KEY SR-STUDENT-ID SR-TERM-CODE
               USING LEDGER-FILE
               GIVING SORTED-LEDGER.
           OPEN INPUT SORTED-LEDGER.
           IF NOT SORTED-OK
               DISPLAY "SORTED LEDGER WILL NOT OPEN, STATUS "
                   SORTED-STATUS " -- LEDGER NOT CHECKED"
               CLOSE AR-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND LEDGER-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO REPORT-LINE.
           STRING "AR DETAIL LEDGER PROOF AGAINST ARMaster -- RUN "
                   DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STUDENT   TERM   BUCKET           LEDGER          MASTE
      -        "R" TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM READ-AR-MASTER.
           PERFORM READ-SORTED-LEDGER.
           PERFORM MATCH-ONE-KEY THRU MATCH-ONE-KEY-EXIT
               UNTIL AR-EOF AND LEDGER-EOF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE LEDGER-LINE-COUNT TO COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "LEDGER LINES READ:           " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE RECEIVABLE-COUNT TO COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "ARMaster RECORDS:            " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE PROVED-COUNT TO COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "  PROVED IN BALANCE:         " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SEEDED-COUNT TO COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "  OPENING LINES SEEDED:      " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE MISMATCH-COUNT TO COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "  OUT OF BALANCE:            " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ORPHAN-COUNT TO COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "LEDGER KEYS WITH NO ARMaster:" DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           CLOSE REPORT-FILE.
           CLOSE LEDGER-FILE.
           CLOSE SORTED-LEDGER.
           CLOSE AR-MASTER.
           DISPLAY PROVED-COUNT " RECEIVABLE(S) PROVED, "
               SEEDED-COUNT " SEEDED, " MISMATCH-COUNT
               " OUT OF BALANCE, " ORPHAN-COUNT " ORPHAN LEDGER KEY(S)".
           IF MISMATCH-COUNT IS GREATER THAN ZERO
                   OR ORPHAN-COUNT IS GREATER THAN ZERO
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *>    The lower of the two keys is the receivable in hand:
      *>    its ledger lines sum by type, then it is proved against
      *>    the master, seeded, or reported as an orphan.
       MATCH-ONE-KEY.
           IF AR-KEY IS LESS THAN LEDGER-KEY
               MOVE AR-KEY TO CURRENT-KEY
           ELSE
               MOVE LEDGER-KEY TO CURRENT-KEY
           END-IF.
           INITIALIZE BUCKET-TOTALS.
           MOVE "N" TO OPEN-SEEN-FLAG.
           MOVE ZERO TO KEY-LINE-COUNT.
           PERFORM ADD-LEDGER-LINE
               UNTIL LEDGER-KEY IS NOT EQUAL TO CURRENT-KEY.

           IF AR-KEY IS NOT EQUAL TO CURRENT-KEY
               ADD 1 TO ORPHAN-COUNT
               MOVE KEY-LINE-COUNT TO LINES-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING CK-STUDENT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CK-TERM-CODE DELIMITED BY SIZE
                   " NO ARMaster RECORD, " DELIMITED BY SIZE
                   LINES-DISPLAY DELIMITED BY SIZE
                   " LEDGER LINE(S)" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO MATCH-ONE-KEY-EXIT.

           ADD 1 TO RECEIVABLE-COUNT.
           PERFORM LOAD-MASTER-BUCKETS.
           IF OPEN-SEEN
               PERFORM PROVE-BUCKETS
           ELSE
               PERFORM SEED-OPENING-LINES
           END-IF.
           PERFORM READ-AR-MASTER.
       MATCH-ONE-KEY-EXIT.
           EXIT.

       ADD-LEDGER-LINE.
           ADD 1 TO LEDGER-LINE-COUNT.
           ADD 1 TO KEY-LINE-COUNT.
           IF AL-OPENING OF AR-LEDGER-RECORD
               MOVE "Y" TO OPEN-SEEN-FLAG
           ELSE
               MOVE ZERO TO FOUND-IDX
               PERFORM VARYING BT-IDX FROM 1 BY 1
                       UNTIL BT-IDX GREATER THAN 8
                   IF BT-TYPE(BT-IDX) IS EQUAL TO
                           AL-TYPE OF AR-LEDGER-RECORD
                       MOVE BT-IDX TO FOUND-IDX
                   END-IF
               END-PERFORM
               IF FOUND-IDX IS GREATER THAN ZERO
                       AND AL-AMOUNT OF AR-LEDGER-RECORD IS NUMERIC
                   ADD AL-AMOUNT OF AR-LEDGER-RECORD
                       TO LEDGER-SUM(FOUND-IDX)
               END-IF
           END-IF.
           PERFORM READ-SORTED-LEDGER.

      *>    A bucket still carrying spaces from an older record
      *>    length holds zero, as every ARMaster reader treats it.
       LOAD-MASTER-BUCKETS.
           IF AR-CHARGES IS NUMERIC
               MOVE AR-CHARGES TO MASTER-AMOUNT(1).
           IF AR-CREDITS IS NUMERIC
               MOVE AR-CREDITS TO MASTER-AMOUNT(2).
           IF AR-PAYMENTS IS NUMERIC
               MOVE AR-PAYMENTS TO MASTER-AMOUNT(3).
           IF AR-LATE-FEE IS NUMERIC
               MOVE AR-LATE-FEE TO MASTER-AMOUNT(4).
           IF AR-REFUNDS IS NUMERIC
               MOVE AR-REFUNDS TO MASTER-AMOUNT(5).
           IF AR-WRITE-OFF IS NUMERIC
               MOVE AR-WRITE-OFF TO MASTER-AMOUNT(6).
           IF AR-AID-RETURN IS NUMERIC
               MOVE AR-AID-RETURN TO MASTER-AMOUNT(7).
           IF AR-AGENCY-COMMISSION IS NUMERIC
               MOVE AR-AGENCY-COMMISSION TO MASTER-AMOUNT(8).

       PROVE-BUCKETS.
           MOVE "N" TO KEY-BAD-FLAG.
           PERFORM VARYING BT-IDX FROM 1 BY 1
                   UNTIL BT-IDX GREATER THAN 8
               IF LEDGER-SUM(BT-IDX) IS NOT EQUAL TO
                       MASTER-AMOUNT(BT-IDX)
                   MOVE "Y" TO KEY-BAD-FLAG
                   MOVE LEDGER-SUM(BT-IDX) TO LEDGER-DISPLAY
                   MOVE MASTER-AMOUNT(BT-IDX) TO MASTER-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING CK-STUDENT-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CK-TERM-CODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       BT-NAME(BT-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LEDGER-DISPLAY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       MASTER-DISPLAY DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
           IF KEY-BAD
               ADD 1 TO MISMATCH-COUNT
           ELSE
               ADD 1 TO PROVED-COUNT
           END-IF.

      *>    The receivable predates the ledger: its OPEN line, then
      *>    one OPENING BALANCE line per bucket for whatever the
      *>    master holds beyond the lines already on the ledger.
       SEED-OPENING-LINES.
           ADD 1 TO SEEDED-COUNT.
           MOVE SPACES TO SEED-RECORD.
           MOVE TODAY-DATE TO AL-POST-DATE OF SEED-RECORD.
           IF AR-BILL-DATE IS NUMERIC
                   AND AR-BILL-DATE IS GREATER THAN ZERO
               MOVE AR-BILL-DATE TO AL-POST-DATE OF SEED-RECORD
           END-IF.
           MOVE TODAY-DATE TO AL-ENTRY-DATE OF SEED-RECORD.
           MOVE NOW-TIME TO AL-ENTRY-TIME OF SEED-RECORD.
           MOVE AR-STUDENT-ID TO AL-STUDENT-ID OF SEED-RECORD.
           MOVE AR-TERM-CODE TO AL-TERM-CODE OF SEED-RECORD.
           MOVE "LEDGER-CHECK" TO AL-PROGRAM OF SEED-RECORD.
           MOVE "OPENING BALANCE" TO AL-REFERENCE OF SEED-RECORD.
           MOVE "OPEN" TO AL-TYPE OF SEED-RECORD.
           MOVE ZERO TO AL-AMOUNT OF SEED-RECORD.
           WRITE LEDGER-LINE FROM SEED-RECORD.
           ADD 1 TO SEED-LINE-COUNT.
           PERFORM VARYING BT-IDX FROM 1 BY 1
                   UNTIL BT-IDX GREATER THAN 8
               COMPUTE SEED-AMOUNT = MASTER-AMOUNT(BT-IDX)
                   - LEDGER-SUM(BT-IDX)
               IF SEED-AMOUNT IS NOT EQUAL TO ZERO
                   MOVE BT-TYPE(BT-IDX) TO AL-TYPE OF SEED-RECORD
                   MOVE SEED-AMOUNT TO AL-AMOUNT OF SEED-RECORD
                   WRITE LEDGER-LINE FROM SEED-RECORD
                   ADD 1 TO SEED-LINE-COUNT
               END-IF
           END-PERFORM.

       READ-AR-MASTER.
           READ AR-MASTER NEXT RECORD
               AT END
                   MOVE 1 TO AR-EOF-FLAG
                   MOVE HIGH-VALUES TO AR-KEY
               NOT AT END
                   MOVE AR-STUDENT-ID TO AK-STUDENT-ID
                   MOVE AR-TERM-CODE TO AK-TERM-CODE
           END-READ.

       READ-SORTED-LEDGER.
           READ SORTED-LEDGER
               AT END
                   MOVE 1 TO LEDGER-EOF-FLAG
                   MOVE HIGH-VALUES TO LEDGER-KEY
               NOT AT END
                   MOVE AL-STUDENT-ID OF AR-LEDGER-RECORD
                       TO LK-STUDENT-ID
                   MOVE AL-TERM-CODE OF AR-LEDGER-RECORD
                       TO LK-TERM-CODE
           END-READ.

       END PROGRAM AR-LEDGER-CHECK.
