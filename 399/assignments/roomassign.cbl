      *          RoomOutages.txt are never candidates.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 clean, 8
      * fatal I/O.
      * Modification History:
      *   10/15/2026 SG - A room with a confirmed RoomReservations.txt
      *                   booking later in the run term, on a weekday
      *                   the section meets at an overlapping time, is
      *                   no candidate.
      * Tectonics: cobc
      ******************************************************************

           SELECT OUTAGE-FILE ASSIGN TO "RoomOutages.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTAGE-STATUS.
           SELECT RESERVATION-FILE ASSIGN TO "RoomReservations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESERVATION-STATUS.
           SELECT ASSIGN-REPORT-FILE ASSIGN TO "RoomAssignReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-PARMS-FILE ASSIGN TO "BatchParms.txt"
           03 RO-END-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 RO-REASON PIC X(20).
       FD RESERVATION-FILE.
       COPY RoomReservationFormat.
       FD ASSIGN-REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       FD BATCH-PARMS-FILE.
               05 OT-END PIC 9(8).
       77 OUT-IDX PIC 9(3).
       77 ROOM-OUT-FLAG PIC X.
       77 RESERVATION-STATUS PIC X(2) VALUE "00".
           88 RESERVATION-OK VALUE "00".
      *>    Confirmed bookings of the run term still to come off
      *>    ROOM-RESERVATION -- the room is occupied on that weekday
      *>    at those times.
       77 RESERVED-COUNT PIC 9(4) VALUE IS 0.
       01 RESERVED-TABLE.
           03 RESERVED-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON RESERVED-COUNT.
               05 RS-ROOM PIC X(6).
               05 RS-WEEKDAY PIC X.
               05 RS-START PIC 9(4).
               05 RS-END PIC 9(4).
       77 RES-IDX PIC 9(4).
       77 DAY-HITS PIC 9(2).
       77 SECTION-START PIC 9(4).
       77 SECTION-END PIC 9(4).

      *>    Occupied room/slot pairs for the run term.
       77 OCCUPIED-COUNT PIC 9(4) VALUE IS 0.
           COMPUTE TODAY-DATE = 20000000 + RUN-DATE.
           PERFORM LOAD-ROOM-MASTER THRU LOAD-ROOM-MASTER-EXIT.
           PERFORM LOAD-OUTAGES THRU LOAD-OUTAGES-EXIT.
           PERFORM LOAD-RESERVATIONS THRU LOAD-RESERVATIONS-EXIT.
           IF ROOM-MASTER-COUNT IS EQUAL TO ZERO
               DISPLAY "NO RoomMaster.txt ON FILE -- NOTHING TO "
                   "ASSIGN FROM"
                   PERFORM CHECK-ROOM-OUT
                   IF ROOM-OUT-FLAG IS EQUAL TO "N"
                       PERFORM CHECK-ROOM-FREE
                       IF ROOM-FREE-FLAG IS EQUAL TO "Y"
                           PERFORM CHECK-ROOM-RESERVED THRU
                               CHECK-ROOM-RESERVED-EXIT
                       END-IF
                       IF ROOM-FREE-FLAG IS EQUAL TO "Y"
                           MOVE RMM-ROOM(ROOM-IDX) TO CHOSEN-ROOM
                       END-IF
               END-IF
           END-PERFORM.

       LOAD-RESERVATIONS.
           MOVE 0 TO LOAD-EOF-FLAG.
           OPEN INPUT RESERVATION-FILE.
           IF NOT RESERVATION-OK
      *>        No reservation file: nothing is booked.
               GO TO LOAD-RESERVATIONS-EXIT.
           READ RESERVATION-FILE AT END MOVE 1 TO LOAD-EOF-FLAG.
           PERFORM UNTIL LOAD-EOF OR RESERVED-COUNT IS EQUAL TO 3000
               IF RR-CONFIRMED
                       AND RR-TERM-CODE IS EQUAL TO RUN-TERM-CODE
                       AND RR-DATE IS NOT LESS THAN TODAY-DATE
                   ADD 1 TO RESERVED-COUNT
                   MOVE RR-ROOM TO RS-ROOM(RESERVED-COUNT)
                   MOVE RR-WEEKDAY TO RS-WEEKDAY(RESERVED-COUNT)
                   MOVE RR-START-TIME TO RS-START(RESERVED-COUNT)
                   MOVE RR-END-TIME TO RS-END(RESERVED-COUNT)
               END-IF
               READ RESERVATION-FILE AT END MOVE 1 TO LOAD-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE RESERVATION-FILE.
       LOAD-RESERVATIONS-EXIT.
           EXIT.

      *>    A booking blocks the room when the section meets on the
      *>    booking's weekday at an overlapping time -- checked on
      *>    the times themselves, since an event can run longer
      *>    than the buckets PROCESS-DAY-AND-TIME knows.
       CHECK-ROOM-RESERVED.
           IF COURSE-TIME OF STUDENT-RECORD-INDEXED(1:8)
                   IS NOT NUMERIC
               GO TO CHECK-ROOM-RESERVED-EXIT.
           MOVE COURSE-TIME OF STUDENT-RECORD-INDEXED(1:4)
               TO SECTION-START.
           MOVE COURSE-TIME OF STUDENT-RECORD-INDEXED(5:4)
               TO SECTION-END.
           PERFORM VARYING RES-IDX FROM 1 BY 1
                   UNTIL RES-IDX GREATER THAN RESERVED-COUNT
                       OR ROOM-FREE-FLAG IS EQUAL TO "N"
               IF RS-ROOM(RES-IDX) IS EQUAL TO RMM-ROOM(ROOM-IDX)
                       AND SECTION-START IS LESS THAN RS-END(RES-IDX)
                       AND SECTION-END IS GREATER THAN
                           RS-START(RES-IDX)
                   MOVE ZERO TO DAY-HITS
                   INSPECT COURSE-DAY OF STUDENT-RECORD-INDEXED
                       TALLYING DAY-HITS FOR ALL RS-WEEKDAY(RES-IDX)
                   IF DAY-HITS IS GREATER THAN ZERO
                       MOVE "N" TO ROOM-FREE-FLAG
                   END-IF
               END-IF
           END-PERFORM.
       CHECK-ROOM-RESERVED-EXIT.
           EXIT.

       CHECK-ROOM-FREE.
           MOVE "Y" TO ROOM-FREE-FLAG.
           PERFORM VARYING WANT-IDX FROM 1 BY 1
