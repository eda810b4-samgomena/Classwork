      *          occupies it in each meeting-pattern bucket, for the
      *          space-planning committee's room-assignment review.
      * Modification History:
      *   10/15/2026 SG - Confirmed RoomReservations.txt bookings of the
      *                   run term occupy their room as well, listed
      *                   after the room's class slots with the date,
      *                   weekday, times and event; the footer counts
      *                   them.
      *   08/24/2026 SG - Sections occupy a room per meeting pattern
      *                   off SectionMeetings.txt (via
      *                   SECTION-MEETINGS, falling back to the
           SELECT ROOM-MASTER-FILE ASSIGN TO "RoomMaster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROOM-MASTER-STATUS.
           SELECT RESERVATION-FILE ASSIGN TO "RoomReservations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESERVATION-STATUS.
           SELECT BATCH-PARMS-FILE ASSIGN TO "BatchParms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-PARMS-STATUS.
           03 OS-ROOM PIC X(6).
           03 OS-SLOT PIC X(7).
           03 OS-CRN PIC 9(5).
           03 OS-KIND PIC X.
           03 OS-DETAIL PIC X(40).
       FD BATCH-PARMS-FILE.
       01 BATCH-PARMS-RECORD.
           03 BP-TERM-CODE PIC 9(6).
           03 FILLER PIC X(12).
       FD RESERVATION-FILE.
       COPY RoomReservationFormat.
       FD ROOM-MASTER-FILE.
       01 ROOM-MASTER-RECORD.
           03 RM-ROOM-NUMBER PIC X(6).
               05 OC-ROOM PIC X(6).
               05 OC-SLOT PIC X(7).
               05 OC-CRN PIC 9(5).
      *>            C a section's meeting; R a confirmed room
      *>            reservation, its number in OC-CRN and its date,
      *>            times and event in OC-DETAIL.
               05 OC-KIND PIC X.
               05 OC-DETAIL PIC X(40).
       77 RESERVATION-STATUS PIC X(2) VALUE "00".
           88 RESERVATION-OK VALUE "00".
       77 RESERVATION-EOF-FLAG PIC 9 VALUE IS 0.
           88 RESERVATION-EOF VALUE IS 1.
       77 RESERVED-COUNT PIC 9(4) VALUE IS 0.
       77 SORT-EOF-FLAG PIC X VALUE "N".
           88 SORT-EOF VALUE "Y".
       77 LAST-ROOM PIC X(6).
               MOVE 1 TO FILE-STATUS.
           PERFORM PROCESS-FILE UNTIL EOF.
           CLOSE COURSES.
           PERFORM LOAD-RESERVATIONS THRU LOAD-RESERVATIONS-EXIT.

           PERFORM SORT-OCCUPANCY.

               SKIPPED-TERM-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-COUNTED-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CONFIRMED ROOM RESERVATIONS: " DELIMITED BY SIZE
               RESERVED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-COUNTED-LINE.
           MOVE "*** END OF REPORT ***" TO REPORT-LINE.
           PERFORM WRITE-COUNTED-LINE.
           CLOSE ROOM-REPORT-FILE.
               MOVE ROOM-NUMBER TO OC-ROOM(OCCUPANCY-COUNT)
               MOVE TIME-SLOT TO OC-SLOT(OCCUPANCY-COUNT)
               MOVE CRN TO OC-CRN(OCCUPANCY-COUNT)
               MOVE "C" TO OC-KIND(OCCUPANCY-COUNT)
               MOVE SPACES TO OC-DETAIL(OCCUPANCY-COUNT)
           END-IF.

      *>    Confirmed ROOM-RESERVATION bookings of the run term
      *>    occupy their room too; they sort after the room's
      *>    class slots, in date order.
       LOAD-RESERVATIONS.
           OPEN INPUT RESERVATION-FILE.
           IF NOT RESERVATION-OK
               GO TO LOAD-RESERVATIONS-EXIT.
           READ RESERVATION-FILE
               AT END MOVE 1 TO RESERVATION-EOF-FLAG.
           PERFORM UNTIL RESERVATION-EOF
                   OR OCCUPANCY-COUNT IS EQUAL TO 2000
               IF RR-CONFIRMED
                       AND RR-TERM-CODE IS EQUAL TO RUN-TERM-CODE
                   ADD 1 TO RESERVED-COUNT
                   ADD 1 TO OCCUPANCY-COUNT
                   MOVE RR-ROOM TO OC-ROOM(OCCUPANCY-COUNT)
                   MOVE "RSV" TO OC-SLOT(OCCUPANCY-COUNT)
                   MOVE RR-RESERVATION-NUMBER
                       TO OC-CRN(OCCUPANCY-COUNT)
                   MOVE "R" TO OC-KIND(OCCUPANCY-COUNT)
                   MOVE SPACES TO OC-DETAIL(OCCUPANCY-COUNT)
                   STRING RR-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RR-WEEKDAY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RR-START-TIME DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       RR-END-TIME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RR-EVENT DELIMITED BY SIZE
                       INTO OC-DETAIL(OCCUPANCY-COUNT)
               END-IF
               READ RESERVATION-FILE
                   AT END MOVE 1 TO RESERVATION-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE RESERVATION-FILE.
       LOAD-RESERVATIONS-EXIT.
           EXIT.

      *>    Sort the occupancy table by room/slot so the report reads
      *>    one room at a time with its buckets in order, the same
      *>    sort-before-report shape BY-DEPARTMENT uses on its
      *>    registration extract.
       SORT-OCCUPANCY.
           SORT OCCUPANCY-SORT-FILE
               ON ASCENDING KEY OS-ROOM OS-KIND OS-SLOT OS-DETAIL
               INPUT PROCEDURE IS FEED-OCCUPANCY-SORT
               OUTPUT PROCEDURE IS READ-OCCUPANCY-SORT.

               MOVE OC-ROOM(OC-IDX) TO OS-ROOM
               MOVE OC-SLOT(OC-IDX) TO OS-SLOT
               MOVE OC-CRN(OC-IDX) TO OS-CRN
               MOVE OC-KIND(OC-IDX) TO OS-KIND
               MOVE OC-DETAIL(OC-IDX) TO OS-DETAIL
               RELEASE OCCUPANCY-SORT-RECORD
           END-PERFORM.

               MOVE OS-ROOM TO OC-ROOM(OCCUPANCY-COUNT)
               MOVE OS-SLOT TO OC-SLOT(OCCUPANCY-COUNT)
               MOVE OS-CRN TO OC-CRN(OCCUPANCY-COUNT)
               MOVE OS-KIND TO OC-KIND(OCCUPANCY-COUNT)
               MOVE OS-DETAIL TO OC-DETAIL(OCCUPANCY-COUNT)
               RETURN OCCUPANCY-SORT-FILE
                   AT END MOVE "Y" TO SORT-EOF-FLAG
           END-PERFORM.
               "   " DELIMITED BY SIZE
               OC-CRN(WRITE-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE.
           IF OC-KIND(WRITE-IDX) IS EQUAL TO "R"
               MOVE OC-DETAIL(WRITE-IDX) TO REPORT-LINE(28:40)
           END-IF.
           DISPLAY REPORT-LINE.
           PERFORM WRITE-COUNTED-LINE.

