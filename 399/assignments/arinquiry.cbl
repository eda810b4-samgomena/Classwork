      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Student account inquiry -- the bursar's window keys
      *          a student id and sees the AR detail ledger
      *          (ArLedger.txt) for every term the student owes or
      *          owed: each posting dated, typed and referenced, with
      *          the signed amount and the running balance it left.
      *          Charges, late fees, refunds paid out and Title IV
      *          aid returned raise the balance; credit memos,
      *          payments and write-offs lower it; the OPEN line and
      *          the agency commission (a memo, owed the agency and
      *          not the student) leave it alone. Each term closes on
      *          the ledger's balance set beside the ARMaster
      *          AR-BALANCE, flagged when the two disagree, which
      *          AR-LEDGER-CHECK will also report overnight. The
      *          screen pauses every page. Operator sign-on is
      *          required, the account being as private as the
      *          transcript.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-INQUIRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "ArLedger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
       COPY ArLedgerFormat.
       FD AR-MASTER.
       COPY ArMasterFormat.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       WORKING-STORAGE SECTION.
       77 LEDGER-STATUS PIC X(2) VALUE "00".
           88 LEDGER-OK VALUE "00".
       77 AR-MASTER-STATUS PIC X(2) VALUE "00".
           88 AR-MASTER-OK VALUE "00".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 AR-MASTER-OPEN-FLAG PIC X VALUE "N".
           88 AR-MASTER-OPEN VALUE "Y".
       77 STUDENT-MASTER-OPEN-FLAG PIC X VALUE "N".
           88 STUDENT-MASTER-OPEN VALUE "Y".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 OPERATOR-ID PIC X(8) VALUE SPACES.
       77 AUTH-LEVEL PIC 9 VALUE ZERO.
       77 SIGNED-ON-FLAG PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
       77 INQUIRY-ID PIC X(9).
       77 INQUIRY-NAME PIC X(20).
       77 DONE-FLAG PIC X VALUE "N".
           88 INQUIRY-DONE VALUE "Y".
       77 PAUSE-REPLY PIC X.
       77 SCREEN-LINES PIC 9(2) VALUE ZERO.
       77 LINE-IDX PIC 9(4).
       77 TERM-IDX PIC 9(3).
       77 INSERT-IDX PIC 9(3).
       77 SHIFT-IDX PIC 9(3).
       77 TYPE-IDX PIC 9(2).
       77 TABLE-FULL-FLAG PIC X VALUE "N".
           88 TABLE-FULL VALUE "Y".

      *>    One student's ledger lines, in the order they posted.
       77 LINE-COUNT PIC 9(4) VALUE ZERO.
       01 LINE-TABLE.
           03 LINE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON LINE-COUNT.
               05 LT-POST-DATE PIC 9(8).
               05 LT-TERM-CODE PIC 9(6).
               05 LT-TYPE PIC X(4).
               05 LT-AMOUNT PIC S9(7)V99.
               05 LT-REFERENCE PIC X(20).

      *>    The terms the lines fall in, kept ascending.
       77 TERM-COUNT PIC 9(3) VALUE ZERO.
       01 TERM-TABLE.
           03 TERM-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON TERM-COUNT.
               05 TT-TERM-CODE PIC 9(6).

      *>    How each ledger type moves the balance: + raises it,
      *>    - lowers it, blank leaves it alone.
       01 LEDGER-TYPE-VALUES.
           03 FILLER PIC X(17) VALUE "OPEN ACCOUNT OPEN".
           03 FILLER PIC X(17) VALUE "CHRG+CHARGE      ".
           03 FILLER PIC X(17) VALUE "CRMO-CREDIT MEMO ".
           03 FILLER PIC X(17) VALUE "PAYM-PAYMENT     ".
           03 FILLER PIC X(17) VALUE "LATE+LATE FEE    ".
           03 FILLER PIC X(17) VALUE "RFND+REFUND      ".
           03 FILLER PIC X(17) VALUE "WOFF-WRITE-OFF   ".
           03 FILLER PIC X(17) VALUE "T4RT+AID RETURNED".
           03 FILLER PIC X(17) VALUE "COMM COMMISSION  ".
       01 LEDGER-TYPE-TABLE REDEFINES LEDGER-TYPE-VALUES.
           03 LEDGER-TYPE-ENTRY OCCURS 9 TIMES.
               05 LY-TYPE PIC X(4).
               05 LY-EFFECT PIC X(1).
               05 LY-DESCRIPTION PIC X(12).
       77 LINE-DESCRIPTION PIC X(12).
       77 LINE-EFFECT PIC X(1).

       77 TERM-BALANCE PIC S9(7)V99.
       77 ACCOUNT-BALANCE PIC S9(7)V99.
       77 MASTER-BALANCE PIC S9(7)V99.
       01 DATE-BREAKDOWN.
           03 DB-YEAR PIC 9(4).
           03 DB-MONTH PIC 9(2).
           03 DB-DAY PIC 9(2).
       01 LEDGER-SCREEN-LINE.
           03 LS-MONTH PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 LS-DAY PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 LS-YEAR PIC 9(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LS-DESCRIPTION PIC X(12).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LS-REFERENCE PIC X(20).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LS-AMOUNT PIC -,---,--9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LS-BALANCE PIC -,---,--9.99.
       77 BALANCE-DISPLAY PIC -,---,--9.99.
       77 MASTER-DISPLAY PIC -,---,--9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "OPERATOR-SIGN-ON" USING OPERATOR-ID AUTH-LEVEL
               SIGNED-ON-FLAG.
           IF NOT OPERATOR-SIGNED-ON
               STOP RUN.

           OPEN INPUT AR-MASTER.
           IF AR-MASTER-OK
               MOVE "Y" TO AR-MASTER-OPEN-FLAG
           ELSE
               DISPLAY "ARMaster IS NOT AVAILABLE -- BALANCES WILL "
                   "NOT BE COMPARED"
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-OK
               MOVE "Y" TO STUDENT-MASTER-OPEN-FLAG.

           PERFORM ONE-INQUIRY THRU ONE-INQUIRY-EXIT
               UNTIL INQUIRY-DONE.

           IF AR-MASTER-OPEN
               CLOSE AR-MASTER.
           IF STUDENT-MASTER-OPEN
               CLOSE STUDENT-MASTER.
           STOP RUN.

       ONE-INQUIRY.
           DISPLAY " ".
           DISPLAY "Student id for the account (END to quit): ".
           ACCEPT INQUIRY-ID.
           IF INQUIRY-ID IS EQUAL TO "END" OR "end"
               MOVE "Y" TO DONE-FLAG
               GO TO ONE-INQUIRY-EXIT.
           IF INQUIRY-ID IS EQUAL TO SPACES
               GO TO ONE-INQUIRY-EXIT.

           MOVE "(NOT ON FILE)" TO INQUIRY-NAME.
           IF STUDENT-MASTER-OPEN
               MOVE INQUIRY-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER KEY IS SM-STUDENT-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-NAME TO INQUIRY-NAME
               END-READ
           END-IF.

           PERFORM LOAD-STUDENT-LINES THRU LOAD-STUDENT-LINES-EXIT.
           IF LINE-COUNT IS EQUAL TO ZERO
               DISPLAY "NO LEDGER ACTIVITY FOR " INQUIRY-ID " "
                   INQUIRY-NAME
               GO TO ONE-INQUIRY-EXIT.

           MOVE ZERO TO SCREEN-LINES.
           MOVE ZERO TO ACCOUNT-BALANCE.
           DISPLAY "ACCOUNT LEDGER  " INQUIRY-ID "  " INQUIRY-NAME.
           IF TABLE-FULL
               DISPLAY "  (FIRST 500 LEDGER LINES ONLY)".
           PERFORM SHOW-ONE-TERM
               VARYING TERM-IDX FROM 1 BY 1
               UNTIL TERM-IDX GREATER THAN TERM-COUNT.
           MOVE ACCOUNT-BALANCE TO BALANCE-DISPLAY.
           DISPLAY "ACCOUNT BALANCE, ALL TERMS"
               "                                  " BALANCE-DISPLAY.
       ONE-INQUIRY-EXIT.
           EXIT.

      *>    The ledger is appended in posting order, so one pass
      *>    picks up the student's lines already in sequence.
       LOAD-STUDENT-LINES.
           MOVE ZERO TO LINE-COUNT.
           MOVE ZERO TO TERM-COUNT.
           MOVE "N" TO TABLE-FULL-FLAG.
           MOVE 0 TO EOF-FLAG.
           OPEN INPUT LEDGER-FILE.
           IF NOT LEDGER-OK
               GO TO LOAD-STUDENT-LINES-EXIT.
           READ LEDGER-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM LOAD-ONE-LINE UNTIL EOF.
           CLOSE LEDGER-FILE.
       LOAD-STUDENT-LINES-EXIT.
           EXIT.

       LOAD-ONE-LINE.
           IF AL-STUDENT-ID IS EQUAL TO INQUIRY-ID
               IF LINE-COUNT IS LESS THAN 500
                   ADD 1 TO LINE-COUNT
                   MOVE AL-POST-DATE TO LT-POST-DATE(LINE-COUNT)
                   MOVE AL-TERM-CODE TO LT-TERM-CODE(LINE-COUNT)
                   MOVE AL-TYPE TO LT-TYPE(LINE-COUNT)
                   MOVE ZERO TO LT-AMOUNT(LINE-COUNT)
                   IF AL-AMOUNT IS NUMERIC
                       MOVE AL-AMOUNT TO LT-AMOUNT(LINE-COUNT)
                   END-IF
                   MOVE AL-REFERENCE TO LT-REFERENCE(LINE-COUNT)
                   PERFORM NOTE-TERM THRU NOTE-TERM-EXIT
               ELSE
                   MOVE "Y" TO TABLE-FULL-FLAG
               END-IF
           END-IF.
           READ LEDGER-FILE AT END MOVE 1 TO EOF-FLAG.

      *>    Insert the line's term into the ascending term list if
      *>    it is not there yet.
       NOTE-TERM.
           MOVE 1 TO INSERT-IDX.
           PERFORM UNTIL INSERT-IDX GREATER THAN TERM-COUNT
                   OR TT-TERM-CODE(INSERT-IDX) NOT LESS THAN
                       AL-TERM-CODE
               ADD 1 TO INSERT-IDX
           END-PERFORM.
           IF INSERT-IDX NOT GREATER THAN TERM-COUNT
               IF TT-TERM-CODE(INSERT-IDX) IS EQUAL TO AL-TERM-CODE
                   GO TO NOTE-TERM-EXIT
               END-IF
           END-IF.
           IF TERM-COUNT IS NOT LESS THAN 100
               GO TO NOTE-TERM-EXIT.
           ADD 1 TO TERM-COUNT.
           PERFORM VARYING SHIFT-IDX FROM TERM-COUNT BY -1
                   UNTIL SHIFT-IDX NOT GREATER THAN INSERT-IDX
               MOVE TT-TERM-CODE(SHIFT-IDX - 1)
                   TO TT-TERM-CODE(SHIFT-IDX)
           END-PERFORM.
           MOVE AL-TERM-CODE TO TT-TERM-CODE(INSERT-IDX).
       NOTE-TERM-EXIT.
           EXIT.

       SHOW-ONE-TERM.
           MOVE ZERO TO TERM-BALANCE.
           DISPLAY " ".
           DISPLAY "TERM " TT-TERM-CODE(TERM-IDX).
           DISPLAY "DATE        TYPE         REFERENCE          "
               "          AMOUNT       BALANCE".
           ADD 3 TO SCREEN-LINES.
           PERFORM SHOW-ONE-LINE
               VARYING LINE-IDX FROM 1 BY 1
               UNTIL LINE-IDX GREATER THAN LINE-COUNT.
           ADD TERM-BALANCE TO ACCOUNT-BALANCE.
           PERFORM COMPARE-TO-MASTER THRU COMPARE-TO-MASTER-EXIT.

       SHOW-ONE-LINE.
           IF LT-TERM-CODE(LINE-IDX) IS EQUAL TO
                   TT-TERM-CODE(TERM-IDX)
               MOVE LT-TYPE(LINE-IDX) TO LINE-DESCRIPTION
               MOVE SPACE TO LINE-EFFECT
               PERFORM VARYING TYPE-IDX FROM 1 BY 1
                       UNTIL TYPE-IDX GREATER THAN 9
                   IF LY-TYPE(TYPE-IDX) IS EQUAL TO LT-TYPE(LINE-IDX)
                       MOVE LY-DESCRIPTION(TYPE-IDX)
                           TO LINE-DESCRIPTION
                       MOVE LY-EFFECT(TYPE-IDX) TO LINE-EFFECT
                   END-IF
               END-PERFORM
               IF LINE-EFFECT IS EQUAL TO "+"
                   ADD LT-AMOUNT(LINE-IDX) TO TERM-BALANCE
               END-IF
               IF LINE-EFFECT IS EQUAL TO "-"
                   SUBTRACT LT-AMOUNT(LINE-IDX) FROM TERM-BALANCE
               END-IF
               MOVE LT-POST-DATE(LINE-IDX) TO DATE-BREAKDOWN
               MOVE DB-MONTH TO LS-MONTH
               MOVE DB-DAY TO LS-DAY
               MOVE DB-YEAR TO LS-YEAR
               MOVE LINE-DESCRIPTION TO LS-DESCRIPTION
               MOVE LT-REFERENCE(LINE-IDX) TO LS-REFERENCE
               MOVE LT-AMOUNT(LINE-IDX) TO LS-AMOUNT
               MOVE TERM-BALANCE TO LS-BALANCE
               DISPLAY LEDGER-SCREEN-LINE
               PERFORM COUNT-SCREEN-LINE
           END-IF.

      *>    The ledger's closing balance for the term beside what
      *>    ARMaster carries; a disagreement is called out here and
      *>    turns up on the overnight AR-LEDGER-CHECK report too.
       COMPARE-TO-MASTER.
           MOVE TERM-BALANCE TO BALANCE-DISPLAY.
           IF NOT AR-MASTER-OPEN
               DISPLAY "TERM BALANCE PER LEDGER"
                   "                                     "
                   BALANCE-DISPLAY
               PERFORM COUNT-SCREEN-LINE
               GO TO COMPARE-TO-MASTER-EXIT.
           MOVE INQUIRY-ID TO AR-STUDENT-ID.
           MOVE TT-TERM-CODE(TERM-IDX) TO AR-TERM-CODE.
           READ AR-MASTER KEY IS AR-STUDENT-TERM-KEY
               INVALID KEY
                   DISPLAY "TERM BALANCE PER LEDGER"
                       "                                     "
                       BALANCE-DISPLAY
                   DISPLAY "  ** NO ARMaster RECORD FOR THIS TERM **"
                   PERFORM COUNT-SCREEN-LINE
                   GO TO COMPARE-TO-MASTER-EXIT
           END-READ.
           MOVE ZERO TO MASTER-BALANCE.
           IF AR-BALANCE IS NUMERIC
               MOVE AR-BALANCE TO MASTER-BALANCE.
           IF MASTER-BALANCE IS EQUAL TO TERM-BALANCE
               DISPLAY "TERM BALANCE PER LEDGER"
                   "                                     "
                   BALANCE-DISPLAY
               DISPLAY "  AGREES WITH ARMaster"
           ELSE
               MOVE MASTER-BALANCE TO MASTER-DISPLAY
               DISPLAY "TERM BALANCE PER LEDGER"
                   "                                     "
                   BALANCE-DISPLAY
               DISPLAY "  ** ARMaster AR-BALANCE DISAGREES: "
                   MASTER-DISPLAY " **"
           END-IF.
           PERFORM COUNT-SCREEN-LINE.
       COMPARE-TO-MASTER-EXIT.
           EXIT.

       COUNT-SCREEN-LINE.
           ADD 1 TO SCREEN-LINES.
           IF SCREEN-LINES IS NOT LESS THAN 18
               DISPLAY "-- Press ENTER for more --"
               ACCEPT PAUSE-REPLY
               MOVE ZERO TO SCREEN-LINES
           END-IF.

       END PROGRAM AR-INQUIRY.
