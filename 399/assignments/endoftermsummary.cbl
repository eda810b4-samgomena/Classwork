               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-STUDENT-TERM-KEY
                   = HIST-STUDENT-ID HIST-TERM
               FILE STATUS IS GPA-HISTORY-STATUS.
           SELECT SUMMARY-REPORT-FILE ASSIGN TO "EndOfTermSummary.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
