      *          percent from the prior night's run of the same step,
      *          so the operators answer "did the batch run clean"
      *          from one page instead of a scrolled-away console.
      * Modification History:
      *   10/15/2026 SG - The unstaffed-section count from
      *                   UnstaffedSummary.txt prints daily once the
      *                   term window opens.
      *   10/15/2026 SG - Severe and warning counts from
      *                   IntegritySummary.txt print daily.
      *   10/15/2026 SG - Packet, no-page and withheld-line counts from
      *                   DistributionLog.txt print daily.
      * Tectonics: cobc
      ******************************************************************

               FILE STATUS IS JOB-LOG-STATUS.
           SELECT MORNING-REPORT-FILE ASSIGN TO "MorningReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNSTAFFED-SUMMARY-FILE
                   ASSIGN TO "UnstaffedSummary.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNSTAFFED-SUMMARY-STATUS.
           SELECT INTEGRITY-SUMMARY-FILE
                   ASSIGN TO "IntegritySummary.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTEGRITY-SUMMARY-STATUS.
           SELECT DIST-LOG-FILE ASSIGN TO "DistributionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIST-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD JOB-LOG-FILE.
           03 JL-REJECTED-COUNT PIC 9(6).
       FD MORNING-REPORT-FILE.
       01 REPORT-LINE PIC X(100).
       FD UNSTAFFED-SUMMARY-FILE.
       01 UNSTAFFED-SUMMARY-RECORD.
           03 US-RUN-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 US-TERM-CODE PIC 9(6).
           03 FILLER PIC X(1).
           03 US-SECTION-COUNT PIC 9(5).
           03 FILLER PIC X(1).
           03 US-TERM-START PIC 9(8).
           03 FILLER PIC X(1).
           03 US-WINDOW-FLAG PIC X(1).
               88 US-INSIDE-TERM-WINDOW VALUE "Y".
       FD INTEGRITY-SUMMARY-FILE.
       01 INTEGRITY-SUMMARY-RECORD.
           03 IS-RUN-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 IS-SEVERE-COUNT PIC 9(5).
           03 FILLER PIC X(1).
           03 IS-WARNING-COUNT PIC 9(5).
       FD DIST-LOG-FILE.
       COPY DistributionLogFormat.
       WORKING-STORAGE SECTION.
       77 JOB-LOG-STATUS PIC X(2) VALUE "00".
           88 JOB-LOG-OK VALUE "00".
       77 UNSTAFFED-SUMMARY-STATUS PIC X(2) VALUE "00".
           88 UNSTAFFED-SUMMARY-OK VALUE "00".
       77 UNSTAFFED-DISPLAY PIC ZZZZ9.
       77 INTEGRITY-SUMMARY-STATUS PIC X(2) VALUE "00".
           88 INTEGRITY-SUMMARY-OK VALUE "00".
       77 SEVERE-DISPLAY PIC ZZZZ9.
       77 WARNING-DISPLAY PIC ZZZZ9.
       77 DIST-LOG-STATUS PIC X(2) VALUE "00".
           88 DIST-LOG-OK VALUE "00".
       77 DIST-RUN-DATE PIC 9(8) VALUE ZERO.
       77 DIST-PACKET-COUNT PIC 9(4) VALUE ZERO.
       77 DIST-EMPTY-COUNT PIC 9(4) VALUE ZERO.
       77 DIST-WITHHELD-COUNT PIC 9(6) VALUE ZERO.
       77 DIST-PACKET-DISPLAY PIC ZZZ9.
       77 DIST-EMPTY-DISPLAY PIC ZZZ9.
       77 DIST-WITHHELD-DISPLAY PIC ZZZZZ9.
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 LATEST-DATE PIC 9(6) VALUE ZERO.
               MOVE "ALL STEPS ENDED CLEAN" TO REPORT-LINE
               PERFORM OUTPUT-LINE
           END-IF.
           PERFORM REPORT-UNSTAFFED-SECTIONS THRU
               REPORT-UNSTAFFED-SECTIONS-EXIT.
           PERFORM REPORT-INTEGRITY-CHECK THRU
               REPORT-INTEGRITY-CHECK-EXIT.
           PERFORM REPORT-DISTRIBUTION THRU
               REPORT-DISTRIBUTION-EXIT.
           CLOSE MORNING-REPORT-FILE.
           STOP RUN.

       CHECK-COUNT-DRIFT-EXIT.
           EXIT.

      *>    The unstaffed-section count shows daily once the term
      *>    window opens; before that the line would only be noise.
       REPORT-UNSTAFFED-SECTIONS.
           OPEN INPUT UNSTAFFED-SUMMARY-FILE.
           IF NOT UNSTAFFED-SUMMARY-OK
               GO TO REPORT-UNSTAFFED-SECTIONS-EXIT.
           READ UNSTAFFED-SUMMARY-FILE
               AT END MOVE SPACES TO UNSTAFFED-SUMMARY-RECORD
           END-READ.
           CLOSE UNSTAFFED-SUMMARY-FILE.
           IF NOT US-INSIDE-TERM-WINDOW
               GO TO REPORT-UNSTAFFED-SECTIONS-EXIT.
           MOVE US-SECTION-COUNT TO UNSTAFFED-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "UNSTAFFED SECTIONS FOR TERM " DELIMITED BY SIZE
               US-TERM-CODE DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               UNSTAFFED-DISPLAY DELIMITED BY SIZE
               " (TERM STARTS " DELIMITED BY SIZE
               US-TERM-START DELIMITED BY SIZE
               ") -- SEE UnstaffedReport.txt" DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM OUTPUT-LINE.
       REPORT-UNSTAFFED-SECTIONS-EXIT.
           EXIT.

      *>    The integrity counts print every morning, clean or not,
      *>    so a night the check did not run is noticed too.
       REPORT-INTEGRITY-CHECK.
           OPEN INPUT INTEGRITY-SUMMARY-FILE.
           IF NOT INTEGRITY-SUMMARY-OK
               GO TO REPORT-INTEGRITY-CHECK-EXIT.
           READ INTEGRITY-SUMMARY-FILE
               AT END MOVE ZEROS TO INTEGRITY-SUMMARY-RECORD
           END-READ.
           CLOSE INTEGRITY-SUMMARY-FILE.
           MOVE IS-SEVERE-COUNT TO SEVERE-DISPLAY.
           MOVE IS-WARNING-COUNT TO WARNING-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "INTEGRITY CHECK " DELIMITED BY SIZE
               IS-RUN-DATE DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               SEVERE-DISPLAY DELIMITED BY SIZE
               " SEVERE, " DELIMITED BY SIZE
               WARNING-DISPLAY DELIMITED BY SIZE
               " WARNING -- SEE IntegrityReport.txt" DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM OUTPUT-LINE.
       REPORT-INTEGRITY-CHECK-EXIT.
           EXIT.

      *>    The distribution log is appended in run order, so the
      *>    counts start over whenever the run date changes and what
      *>    is left at the end is the latest run's.
       REPORT-DISTRIBUTION.
           OPEN INPUT DIST-LOG-FILE.
           IF NOT DIST-LOG-OK
               GO TO REPORT-DISTRIBUTION-EXIT.
           MOVE 0 TO EOF-FLAG.
           PERFORM UNTIL EOF
               READ DIST-LOG-FILE
                   AT END MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF DG-RUN-DATE IS NOT EQUAL TO DIST-RUN-DATE
                           MOVE DG-RUN-DATE TO DIST-RUN-DATE
                           MOVE ZERO TO DIST-PACKET-COUNT
                           MOVE ZERO TO DIST-EMPTY-COUNT
                           MOVE ZERO TO DIST-WITHHELD-COUNT
                       END-IF
                       IF DG-PACKET-BUILT
                           ADD 1 TO DIST-PACKET-COUNT
                       END-IF
                       IF DG-NO-PAGES
                           ADD 1 TO DIST-EMPTY-COUNT
                       END-IF
                       ADD DG-WITHHELD-COUNT TO DIST-WITHHELD-COUNT
               END-READ
           END-PERFORM.
           CLOSE DIST-LOG-FILE.
           IF DIST-RUN-DATE IS EQUAL TO ZERO
               GO TO REPORT-DISTRIBUTION-EXIT.
           MOVE DIST-PACKET-COUNT TO DIST-PACKET-DISPLAY.
           MOVE DIST-EMPTY-COUNT TO DIST-EMPTY-DISPLAY.
           MOVE DIST-WITHHELD-COUNT TO DIST-WITHHELD-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "REPORT DISTRIBUTION " DELIMITED BY SIZE
               DIST-RUN-DATE DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               DIST-PACKET-DISPLAY DELIMITED BY SIZE
               " PACKET(S), " DELIMITED BY SIZE
               DIST-EMPTY-DISPLAY DELIMITED BY SIZE
               " WITH NO PAGES, " DELIMITED BY SIZE
               DIST-WITHHELD-DISPLAY DELIMITED BY SIZE
               " ROSTER LINE(S) WITHHELD" DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM OUTPUT-LINE.
       REPORT-DISTRIBUTION-EXIT.
           EXIT.

       OUTPUT-LINE.
           DISPLAY REPORT-LINE.
           WRITE REPORT-LINE.
