      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: Consolidated mail run -- works MailQueue.txt, the one
      *          outbound queue every lettering program feeds through
      *          QUEUE-MAIL, so the mail room stops addressing six
      *          letter files by hand. Every piece not yet mailed is
      *          looked at with the student's current StudentMaster
      *          address:
      *            - a student flagged undeliverable (SM-MAIL-FLAG
      *              "U") or whose latest ReturnedMail.txt row is a
      *              returned piece is held (status H);
      *            - a piece missing the street, city, state or a
      *              5-digit zip is held for address (status A);
      *            - everything else is mailed (status M).
      *          Held pieces stay on the queue and are looked at
      *          again every run, so clearing the flag on the
      *          RETURNED-MAIL screen or fixing the address releases
      *          them. Mailed pieces are sorted by zip for the postal
      *          presort discount and printed to MailingLabels.txt
      *          (a piece-number keyline, name, street, city/state/
      *          zip); MailManifest.txt counts the pieces by 3-digit
      *          and 5-digit zip with the presort level each group
      *          makes (PRESORT-MINIMUM pieces to a tray), then by
      *          document type, then the held counts, and every held
      *          piece is listed with its reason on MailExceptions.txt.
      *          The queue is rewritten with the new statuses through
      *          MailQueueKeep.txt, the save-aside shape the waitlist
      *          purge uses.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIL-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAIL-QUEUE-FILE ASSIGN TO "MailQueue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAIL-QUEUE-STATUS.
           SELECT KEEP-FILE ASSIGN TO "MailQueueKeep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEEP-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT RETURNED-MAIL-FILE ASSIGN TO "ReturnedMail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURNED-MAIL-STATUS.
           SELECT LABEL-FILE ASSIGN TO "MailingLabels.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LABEL-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "MailManifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "MailExceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-STATUS.
           SELECT SORT-FILE ASSIGN TO "MAILWORK.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD MAIL-QUEUE-FILE.
       COPY MailQueueFormat.
       FD KEEP-FILE.
       01 KEEP-RECORD PIC X(141).
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD RETURNED-MAIL-FILE.
       COPY ReturnedMailFormat.
       FD LABEL-FILE.
       01 LABEL-LINE PIC X(40).
       FD MANIFEST-FILE.
       01 MANIFEST-LINE PIC X(80).
       FD EXCEPTION-FILE.
       01 EXCEPTION-LINE PIC X(100).
       SD SORT-FILE.
       01 SORT-RECORD.
           03 SK-ZIP PIC X(5).
           03 SK-NAME PIC X(20).
           03 SK-STUDENT-ID PIC X(9).
           03 SK-DOC-TYPE PIC X(8).
           03 SK-ADDRESS PIC X(25).
           03 SK-CITY PIC X(15).
           03 SK-STATE PIC X(2).

       WORKING-STORAGE SECTION.
       77 MAIL-QUEUE-STATUS PIC X(2) VALUE "00".
           88 MAIL-QUEUE-OK VALUE "00".
       77 KEEP-STATUS PIC X(2) VALUE "00".
           88 KEEP-OK VALUE "00".
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 RETURNED-MAIL-STATUS PIC X(2) VALUE "00".
           88 RETURNED-MAIL-OK VALUE "00".
       77 LABEL-STATUS PIC X(2) VALUE "00".
           88 LABEL-OK VALUE "00".
       77 MANIFEST-STATUS PIC X(2) VALUE "00".
           88 MANIFEST-OK VALUE "00".
       77 EXCEPTION-STATUS PIC X(2) VALUE "00".
           88 EXCEPTION-OK VALUE "00".
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 LOAD-EOF-FLAG PIC 9 VALUE IS 0.
           88 LOAD-EOF VALUE IS 1.
       77 SORT-EOF-FLAG PIC 9 VALUE IS 0.
           88 SORT-EOF VALUE IS 1.
       77 FATAL-FLAG PIC X VALUE "N".
           88 FATAL-ERROR VALUE "Y".
       77 RUN-DATE PIC 9(6).
       77 TODAY-DATE PIC 9(8).
       77 SCAN-IDX PIC 9(4).
       77 FOUND-FLAG PIC X VALUE "N".
           88 ENTRY-FOUND VALUE "Y".
       77 HOLD-REASON PIC X(30).

      *>    Pieces to a tray before a zip group earns its presort
      *>    rate; a 3-digit group counts only the pieces its 5-digit
      *>    groups did not already tray.
       77 PRESORT-MINIMUM PIC 9(3) VALUE 10.

       77 PIECE-NUMBER PIC 9(6) VALUE ZERO.
       77 MAILED-COUNT PIC 9(6) VALUE ZERO.
       77 HELD-RETURNED-COUNT PIC 9(6) VALUE ZERO.
       77 HELD-ADDRESS-COUNT PIC 9(6) VALUE ZERO.
       77 PRIOR-MAILED-COUNT PIC 9(6) VALUE ZERO.
       77 QUEUE-COUNT PIC 9(6) VALUE ZERO.
       77 PRIOR-ZIP PIC X(5) VALUE SPACES.
       77 ZIP-PIECES PIC 9(6) VALUE ZERO.
       77 SCF-PIECES PIC 9(6) VALUE ZERO.
       77 SCF-RESIDUAL PIC 9(6) VALUE ZERO.
       77 FIVE-DIGIT-COUNT PIC 9(6) VALUE ZERO.
       77 THREE-DIGIT-COUNT PIC 9(6) VALUE ZERO.
       77 MIXED-COUNT PIC 9(6) VALUE ZERO.

      *>    Latest ReturnedMail.txt action per student.
       77 RETURNED-COUNT PIC 9(4) VALUE IS 0.
       01 RETURNED-TABLE.
           03 RETURNED-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON RETURNED-COUNT.
               05 RT-STUDENT-ID PIC X(9).
               05 RT-ACTION PIC X(1).
                   88 RT-RETURNED VALUE "R".

       77 DOC-TYPE-COUNT PIC 9(2) VALUE IS 0.
       01 DOC-TYPE-TABLE.
           03 DOC-TYPE-ENTRY OCCURS 1 TO 40 TIMES
                   DEPENDING ON DOC-TYPE-COUNT.
               05 DT-DOC-TYPE PIC X(8).
               05 DT-PIECES PIC 9(6).

       01 MANIFEST-ZIP-LINE.
           03 FILLER PIC X(2) VALUE SPACES.
           03 MZ-SCF PIC X(3).
           03 FILLER PIC X(3) VALUE SPACES.
           03 MZ-ZIP PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 MZ-PIECES PIC ZZZZZ9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 MZ-LEVEL PIC X(8).
       01 MANIFEST-COUNT-LINE.
           03 FILLER PIC X(2) VALUE SPACES.
           03 MC-LABEL PIC X(40).
           03 MC-PIECES PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.

           OPEN INPUT MAIL-QUEUE-FILE.
           IF NOT MAIL-QUEUE-OK
               DISPLAY "NO MailQueue.txt ON FILE -- NOTHING TO MAIL"
               MOVE 0 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT STUDENT-MASTER.
           IF NOT STUDENT-MASTER-OK
               DISPLAY "UNABLE TO OPEN StudentMaster -- STATUS "
                   STUDENT-MASTER-STATUS
               CLOSE MAIL-QUEUE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT KEEP-FILE.
           OPEN OUTPUT LABEL-FILE.
           OPEN OUTPUT MANIFEST-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           IF NOT KEEP-OK OR NOT LABEL-OK OR NOT MANIFEST-OK
                   OR NOT EXCEPTION-OK
               DISPLAY "UNABLE TO OPEN THE MAIL RUN OUTPUTS -- STATUS "
                   KEEP-STATUS " " LABEL-STATUS " " MANIFEST-STATUS
                   " " EXCEPTION-STATUS
               CLOSE MAIL-QUEUE-FILE
               CLOSE STUDENT-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           PERFORM LOAD-RETURNED-MAIL THRU LOAD-RETURNED-MAIL-EXIT.

           MOVE SPACES TO EXCEPTION-LINE.
           STRING "MAIL HELD FROM THE RUN OF " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE SPACES TO MANIFEST-LINE.
           STRING "MAIL MANIFEST -- RUN OF " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           MOVE SPACES TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           MOVE "  SCF   ZIP       PIECES   PRESORT" TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.

           SORT SORT-FILE
               ON ASCENDING KEY SK-ZIP
               ON ASCENDING KEY SK-NAME
               ON ASCENDING KEY SK-STUDENT-ID
               ON ASCENDING KEY SK-DOC-TYPE
               INPUT PROCEDURE IS SELECT-PIECES
               OUTPUT PROCEDURE IS PRINT-LABELS
                   THRU PRINT-LABELS-EXIT.

           PERFORM WRITE-MANIFEST-TOTALS.

           CLOSE LABEL-FILE.
           CLOSE MANIFEST-FILE.
           CLOSE EXCEPTION-FILE.
           CLOSE STUDENT-MASTER.
           IF FATAL-ERROR
               DISPLAY "MAIL QUEUE NOT UPDATED -- RERUN AFTER THE "
                   "ERROR ABOVE IS CLEARED"
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           CALL "SYSTEM" USING "cp MailQueueKeep.txt MailQueue.txt".
           CALL "SYSTEM" USING "rm -f MailQueueKeep.txt".

           DISPLAY "MAIL RUN " TODAY-DATE ": " MAILED-COUNT
               " PIECE(S) LABELLED, " HELD-RETURNED-COUNT
               " HELD UNDELIVERABLE, " HELD-ADDRESS-COUNT
               " HELD FOR ADDRESS".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *>    Rows are in keying order, so the last row seen for a
      *>    student is the one that stands.
       LOAD-RETURNED-MAIL.
           OPEN INPUT RETURNED-MAIL-FILE.
           IF NOT RETURNED-MAIL-OK
               GO TO LOAD-RETURNED-MAIL-EXIT.
           READ RETURNED-MAIL-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF
               MOVE "N" TO FOUND-FLAG
               PERFORM VARYING SCAN-IDX FROM 1 BY 1
                       UNTIL SCAN-IDX GREATER THAN RETURNED-COUNT
                           OR ENTRY-FOUND
                   IF RT-STUDENT-ID(SCAN-IDX) IS EQUAL TO
                           RM-STUDENT-ID
                       MOVE RM-ACTION TO RT-ACTION(SCAN-IDX)
                       MOVE "Y" TO FOUND-FLAG
                   END-IF
               END-PERFORM
               IF NOT ENTRY-FOUND AND RETURNED-COUNT IS LESS THAN 5000
                   ADD 1 TO RETURNED-COUNT
                   MOVE RM-STUDENT-ID TO RT-STUDENT-ID(RETURNED-COUNT)
                   MOVE RM-ACTION TO RT-ACTION(RETURNED-COUNT)
               END-IF
               READ RETURNED-MAIL-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
           END-PERFORM.
           CLOSE RETURNED-MAIL-FILE.
       LOAD-RETURNED-MAIL-EXIT.
           EXIT.

       SELECT-PIECES.
           READ MAIL-QUEUE-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               ADD 1 TO QUEUE-COUNT
               IF MQ-MAILED
                   ADD 1 TO PRIOR-MAILED-COUNT
               ELSE
                   PERFORM CHECK-ONE-PIECE THRU CHECK-ONE-PIECE-EXIT
               END-IF
               WRITE KEEP-RECORD FROM MAIL-QUEUE-RECORD
               IF NOT KEEP-OK
                   MOVE "Y" TO FATAL-FLAG
                   DISPLAY "WRITE FAILED ON MailQueueKeep.txt -- "
                       "STATUS " KEEP-STATUS
               END-IF
               READ MAIL-QUEUE-FILE AT END MOVE 1 TO EOF-FLAG
           END-PERFORM.
           CLOSE MAIL-QUEUE-FILE.
           CLOSE KEEP-FILE.

      *>    The address is refreshed off the StudentMaster first, so
      *>    a piece queued before a correction goes to the corrected
      *>    address; a student not on the master keeps the queued
      *>    (blank) address and is held for it.
       CHECK-ONE-PIECE.
           MOVE MQ-STUDENT-ID TO SM-STUDENT-ID.
           MOVE SPACE TO SM-MAIL-FLAG.
           READ STUDENT-MASTER KEY IS SM-STUDENT-ID
               INVALID KEY
                   MOVE SPACE TO SM-MAIL-FLAG
               NOT INVALID KEY
                   IF SM-PREFERRED-NAME IS NOT EQUAL TO SPACES
                       MOVE SM-PREFERRED-NAME TO MQ-NAME
                   ELSE
                       MOVE SM-NAME TO MQ-NAME
                   END-IF
                   MOVE SM-ADDRESS TO MQ-ADDRESS
                   MOVE SM-CITY TO MQ-CITY
                   MOVE SM-STATE TO MQ-STATE
                   MOVE SM-ZIP TO MQ-ZIP
           END-READ.
           MOVE TODAY-DATE TO MQ-STATUS-DATE.

           MOVE SPACES TO HOLD-REASON.
           IF SM-UNDELIVERABLE
               MOVE "FLAGGED UNDELIVERABLE" TO HOLD-REASON
           ELSE
               PERFORM VARYING SCAN-IDX FROM 1 BY 1
                       UNTIL SCAN-IDX GREATER THAN RETURNED-COUNT
                   IF RT-STUDENT-ID(SCAN-IDX) IS EQUAL TO
                           MQ-STUDENT-ID
                       AND RT-RETURNED(SCAN-IDX)
                       MOVE "RETURNED MAIL ON FILE" TO HOLD-REASON
                   END-IF
               END-PERFORM
           END-IF.
           IF HOLD-REASON IS NOT EQUAL TO SPACES
               MOVE "H" TO MQ-STATUS
               ADD 1 TO HELD-RETURNED-COUNT
               PERFORM WRITE-EXCEPTION-LINE
               GO TO CHECK-ONE-PIECE-EXIT.

           EVALUATE TRUE
               WHEN MQ-ADDRESS IS EQUAL TO SPACES
                   MOVE "MISSING STREET ADDRESS" TO HOLD-REASON
               WHEN MQ-CITY IS EQUAL TO SPACES
                   MOVE "MISSING CITY" TO HOLD-REASON
               WHEN MQ-STATE IS EQUAL TO SPACES
                   MOVE "MISSING STATE" TO HOLD-REASON
               WHEN MQ-ZIP IS EQUAL TO SPACES
                   MOVE "MISSING ZIP" TO HOLD-REASON
               WHEN MQ-ZIP IS NOT NUMERIC
                   MOVE "ZIP IS NOT 5 DIGITS" TO HOLD-REASON
           END-EVALUATE.
           IF HOLD-REASON IS NOT EQUAL TO SPACES
               MOVE "A" TO MQ-STATUS
               ADD 1 TO HELD-ADDRESS-COUNT
               PERFORM WRITE-EXCEPTION-LINE
               GO TO CHECK-ONE-PIECE-EXIT.

           MOVE "M" TO MQ-STATUS.
           ADD 1 TO MAILED-COUNT.
           PERFORM COUNT-DOC-TYPE THRU COUNT-DOC-TYPE-EXIT.
           MOVE MQ-ZIP TO SK-ZIP.
           MOVE MQ-NAME TO SK-NAME.
           MOVE MQ-STUDENT-ID TO SK-STUDENT-ID.
           MOVE MQ-DOC-TYPE TO SK-DOC-TYPE.
           MOVE MQ-ADDRESS TO SK-ADDRESS.
           MOVE MQ-CITY TO SK-CITY.
           MOVE MQ-STATE TO SK-STATE.
           RELEASE SORT-RECORD.
       CHECK-ONE-PIECE-EXIT.
           EXIT.

       WRITE-EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING MQ-STUDENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MQ-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MQ-DOC-TYPE DELIMITED BY SIZE
               " QUEUED " DELIMITED BY SIZE
               MQ-QUEUE-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MQ-STATUS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HOLD-REASON DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

       COUNT-DOC-TYPE.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX GREATER THAN DOC-TYPE-COUNT
               IF DT-DOC-TYPE(SCAN-IDX) IS EQUAL TO MQ-DOC-TYPE
                   ADD 1 TO DT-PIECES(SCAN-IDX)
                   GO TO COUNT-DOC-TYPE-EXIT
               END-IF
           END-PERFORM.
           IF DOC-TYPE-COUNT IS LESS THAN 40
               ADD 1 TO DOC-TYPE-COUNT
               MOVE MQ-DOC-TYPE TO DT-DOC-TYPE(DOC-TYPE-COUNT)
               MOVE 1 TO DT-PIECES(DOC-TYPE-COUNT)
           END-IF.
       COUNT-DOC-TYPE-EXIT.
           EXIT.

      *>    Labels come off in zip order; each 5-digit and 3-digit
      *>    break writes its manifest line.
       PRINT-LABELS.
           RETURN SORT-FILE AT END MOVE 1 TO SORT-EOF-FLAG.
           IF SORT-EOF
               GO TO PRINT-LABELS-EXIT.
           MOVE SK-ZIP TO PRIOR-ZIP.
           PERFORM UNTIL SORT-EOF
               IF SK-ZIP IS NOT EQUAL TO PRIOR-ZIP
                   PERFORM CLOSE-ZIP-GROUP
                   IF SK-ZIP(1:3) IS NOT EQUAL TO PRIOR-ZIP(1:3)
                       PERFORM CLOSE-SCF-GROUP
                   END-IF
                   MOVE SK-ZIP TO PRIOR-ZIP
               END-IF
               PERFORM WRITE-ONE-LABEL
               RETURN SORT-FILE AT END MOVE 1 TO SORT-EOF-FLAG
           END-PERFORM.
           PERFORM CLOSE-ZIP-GROUP.
           PERFORM CLOSE-SCF-GROUP.
       PRINT-LABELS-EXIT.
           EXIT.

       WRITE-ONE-LABEL.
           ADD 1 TO PIECE-NUMBER.
           ADD 1 TO ZIP-PIECES.
           MOVE SPACES TO LABEL-LINE.
           STRING "#" DELIMITED BY SIZE
               PIECE-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SK-DOC-TYPE DELIMITED BY SIZE
               INTO LABEL-LINE.
           WRITE LABEL-LINE.
           MOVE SK-NAME TO LABEL-LINE.
           WRITE LABEL-LINE.
           MOVE SK-ADDRESS TO LABEL-LINE.
           WRITE LABEL-LINE.
           MOVE SPACES TO LABEL-LINE.
           STRING SK-CITY DELIMITED BY "  "
               " " DELIMITED BY SIZE
               SK-STATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SK-ZIP DELIMITED BY SIZE
               INTO LABEL-LINE.
           WRITE LABEL-LINE.
           MOVE SPACES TO LABEL-LINE.
           WRITE LABEL-LINE.

       CLOSE-ZIP-GROUP.
           MOVE PRIOR-ZIP(1:3) TO MZ-SCF.
           MOVE PRIOR-ZIP TO MZ-ZIP.
           MOVE ZIP-PIECES TO MZ-PIECES.
           IF ZIP-PIECES IS NOT LESS THAN PRESORT-MINIMUM
               MOVE "5-DIGIT" TO MZ-LEVEL
               ADD ZIP-PIECES TO FIVE-DIGIT-COUNT
           ELSE
               MOVE SPACES TO MZ-LEVEL
               ADD ZIP-PIECES TO SCF-RESIDUAL
           END-IF.
           WRITE MANIFEST-LINE FROM MANIFEST-ZIP-LINE.
           ADD ZIP-PIECES TO SCF-PIECES.
           MOVE ZERO TO ZIP-PIECES.

       CLOSE-SCF-GROUP.
           MOVE PRIOR-ZIP(1:3) TO MZ-SCF.
           MOVE "SUBTOTAL" TO MZ-ZIP.
           MOVE SCF-PIECES TO MZ-PIECES.
           EVALUATE TRUE
               WHEN SCF-RESIDUAL IS EQUAL TO ZERO
                   MOVE SPACES TO MZ-LEVEL
               WHEN SCF-RESIDUAL IS NOT LESS THAN PRESORT-MINIMUM
                   MOVE "3-DIGIT" TO MZ-LEVEL
                   ADD SCF-RESIDUAL TO THREE-DIGIT-COUNT
               WHEN OTHER
                   MOVE "MIXED" TO MZ-LEVEL
                   ADD SCF-RESIDUAL TO MIXED-COUNT
           END-EVALUATE.
           WRITE MANIFEST-LINE FROM MANIFEST-ZIP-LINE.
           MOVE SPACES TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           MOVE ZERO TO SCF-PIECES.
           MOVE ZERO TO SCF-RESIDUAL.

       WRITE-MANIFEST-TOTALS.
           MOVE "PIECES BY DOCUMENT TYPE" TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX GREATER THAN DOC-TYPE-COUNT
               MOVE DT-DOC-TYPE(SCAN-IDX) TO MC-LABEL
               MOVE DT-PIECES(SCAN-IDX) TO MC-PIECES
               WRITE MANIFEST-LINE FROM MANIFEST-COUNT-LINE
           END-PERFORM.
           MOVE SPACES TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           MOVE "PRESORTED 5-DIGIT" TO MC-LABEL.
           MOVE FIVE-DIGIT-COUNT TO MC-PIECES.
           WRITE MANIFEST-LINE FROM MANIFEST-COUNT-LINE.
           MOVE "PRESORTED 3-DIGIT" TO MC-LABEL.
           MOVE THREE-DIGIT-COUNT TO MC-PIECES.
           WRITE MANIFEST-LINE FROM MANIFEST-COUNT-LINE.
           MOVE "MIXED (FULL RATE)" TO MC-LABEL.
           MOVE MIXED-COUNT TO MC-PIECES.
           WRITE MANIFEST-LINE FROM MANIFEST-COUNT-LINE.
           MOVE "PIECES LABELLED THIS RUN" TO MC-LABEL.
           MOVE MAILED-COUNT TO MC-PIECES.
           WRITE MANIFEST-LINE FROM MANIFEST-COUNT-LINE.
           MOVE "HELD -- UNDELIVERABLE OR RETURNED MAIL" TO MC-LABEL.
           MOVE HELD-RETURNED-COUNT TO MC-PIECES.
           WRITE MANIFEST-LINE FROM MANIFEST-COUNT-LINE.
           MOVE "HELD -- INCOMPLETE ADDRESS" TO MC-LABEL.
           MOVE HELD-ADDRESS-COUNT TO MC-PIECES.
           WRITE MANIFEST-LINE FROM MANIFEST-COUNT-LINE.
           MOVE "MAILED ON EARLIER RUNS" TO MC-LABEL.
           MOVE PRIOR-MAILED-COUNT TO MC-PIECES.
           WRITE MANIFEST-LINE FROM MANIFEST-COUNT-LINE.
           MOVE "PIECES ON THE QUEUE" TO MC-LABEL.
           MOVE QUEUE-COUNT TO MC-PIECES.
           WRITE MANIFEST-LINE FROM MANIFEST-COUNT-LINE.

       END PROGRAM MAIL-RUN.
