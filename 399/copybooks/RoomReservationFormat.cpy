      ******************************************************************
      * Copybook: RoomReservationFormat
      * Purpose: Shared layout for RoomReservations.txt -- one row per
      *          non-class booking of a room (an exam, an event, a
      *          meeting) on one date between a start and end time
      *          (HHMM, 24-hour). The term the date falls in and the
      *          date's meeting-day letter (M T W R F S U, the letters
      *          COURSE-DAY uses) are stamped when the booking is
      *          confirmed, so the schedulers can match a booking to a
      *          section's meeting pattern without redoing the date
      *          arithmetic; a date between terms carries a zero term.
      *          Outside groups are billed through the chargeback
      *          report. Rows are never deleted -- a cancelled booking
      *          keeps its row with status X. Maintained by
      *          ROOM-RESERVATION; COPY'd into ROOM-RESERVATION,
      *          ROOM-ASSIGN, ROOM-SCHEDULE and ASSIGNMENT-4.
      ******************************************************************
       01 ROOM-RESERVATION-RECORD.
           03 RR-RESERVATION-NUMBER    PIC 9(5).
           03 FILLER                   PIC X(1).
           03 RR-ROOM                  PIC X(6).
           03 FILLER                   PIC X(1).
           03 RR-DATE                  PIC 9(8).
           03 FILLER                   PIC X(1).
           03 RR-START-TIME            PIC 9(4).
           03 FILLER                   PIC X(1).
           03 RR-END-TIME              PIC 9(4).
           03 FILLER                   PIC X(1).
           03 RR-TERM-CODE             PIC 9(6).
           03 FILLER                   PIC X(1).
           03 RR-WEEKDAY               PIC X(1).
           03 FILLER                   PIC X(1).
           03 RR-EVENT                 PIC X(20).
           03 FILLER                   PIC X(1).
           03 RR-REQUESTER             PIC X(20).
           03 FILLER                   PIC X(1).
           03 RR-GROUP-TYPE            PIC X(1).
               88 RR-INTERNAL-GROUP    VALUE "I".
               88 RR-OUTSIDE-GROUP     VALUE "O".
           03 FILLER                   PIC X(1).
           03 RR-STATUS                PIC X(1).
               88 RR-CONFIRMED         VALUE "C".
               88 RR-CANCELLED         VALUE "X".
           03 FILLER                   PIC X(1).
           03 RR-OPERATOR              PIC X(8).
