               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-STUDENT-TERM-KEY
                   = HIST-STUDENT-ID HIST-TERM
               FILE STATUS IS GPA-HISTORY-STATUS.
           SELECT LAPSE-REPORT-FILE
               ASSIGN TO "IncompleteLapseReport.txt"
           03 TC-PART-OF-TERM PIC X(1).
       FD GRADE-DETAIL-FILE.
       01 GRADE-DETAIL-RECORD.
           03 GD-STUDENT-ID PIC X(9).
           03 FILLER PIC XX.
           03 GD-TERM PIC X(6).
           03 FILLER PIC X.
           03 GD-CLASSNAME PIC X(5).
           MOVE "F" TO GD-GRADE.
           ADD 1 TO LAPSED-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING GD-STUDENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GD-TERM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
                   UNTIL RECALC-IDX GREATER THAN RECALC-COUNT
                       OR MATCH-FLAG IS EQUAL TO "Y"
               IF RC-STUDENT-ID(RECALC-IDX) IS EQUAL TO
                       GD-STUDENT-ID
                   AND RC-REG-TERM(RECALC-IDX) IS EQUAL TO GD-TERM
                   MOVE "Y" TO MATCH-FLAG
               END-IF
           IF MATCH-FLAG IS EQUAL TO "N"
                   AND RECALC-COUNT IS LESS THAN 2000
               ADD 1 TO RECALC-COUNT
               MOVE GD-STUDENT-ID TO
                   RC-STUDENT-ID(RECALC-COUNT)
               MOVE GD-TERM TO RC-REG-TERM(RECALC-COUNT)
           END-IF.
           OPEN INPUT GRADE-DETAIL-FILE.
           READ GRADE-DETAIL-FILE AT END MOVE 1 TO DETAIL-EOF-FLAG.
           PERFORM UNTIL DETAIL-EOF
               IF GD-STUDENT-ID IS EQUAL TO
                       RC-STUDENT-ID(RECALC-IDX)
                   AND GD-TERM IS EQUAL TO RC-REG-TERM(RECALC-IDX)
                   PERFORM COUNT-ONE-GRADE THRU
               DIVIDE TOTAL-GP BY TOTAL-CREDITS GIVING GPA
           END-IF.

           MOVE RC-STUDENT-ID(RECALC-IDX) TO HIST-STUDENT-ID.
           MOVE RC-REG-TERM(RECALC-IDX) TO HIST-TERM.
           READ GPA-HISTORY-FILE KEY IS HIST-STUDENT-TERM-KEY
               INVALID KEY
                   MOVE SPACES TO HISTORY-RECORD
                   MOVE RC-STUDENT-ID(RECALC-IDX)
                       TO HIST-STUDENT-ID
                   MOVE RC-REG-TERM(RECALC-IDX) TO HIST-TERM
                   MOVE GPA TO HIST-GPA
                   MOVE TOTAL-CREDITS TO HIST-CREDITS
