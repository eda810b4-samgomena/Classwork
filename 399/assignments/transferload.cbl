           03 TF-CREDITS PIC 9(1).
       FD GRADE-DETAIL-FILE.
       01 GRADE-DETAIL-RECORD.
           03 GD-STUDENT-ID PIC X(9).
           03 FILLER PIC XX.
           03 GD-TERM PIC X(6).
           03 FILLER PIC X.
           03 GD-CLASSNAME PIC X(5).
               PERFORM VARYING LOOK-IDX FROM 1 BY 1
                       UNTIL LOOK-IDX GREATER THAN POST-COUNT
                           OR MATCH-FLAG IS EQUAL TO "Y"
                   IF GD-STUDENT-ID IS EQUAL TO
                           PO-STUDENT-ID(LOOK-IDX)
                       AND GD-TERM IS EQUAL TO PO-REG-TERM(LOOK-IDX)
                       AND GD-CLASSNAME IS EQUAL TO
           PERFORM VARYING POST-IDX FROM 1 BY 1
                   UNTIL POST-IDX GREATER THAN POST-COUNT
               MOVE SPACES TO GRADE-DETAIL-RECORD
               MOVE PO-STUDENT-ID(POST-IDX) TO GD-STUDENT-ID
               MOVE PO-REG-TERM(POST-IDX) TO GD-TERM
               MOVE PO-CLASSNAME(POST-IDX) TO GD-CLASSNAME
               MOVE "T" TO GD-GRADE
