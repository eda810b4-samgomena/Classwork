      ******************************************************************
      * Author: Sam Gomena
      * Date: 10/15/2026
      * Purpose: De-identified test copies of the production masters
      *          -- a new rate table or registration rule was either
      *          tried on live data or on a handful of made-up
      *          records. This copies StudentMaster,
      *          EnrollmentMaster, ARMaster, GPAHistory,
      *          GradeDetail.txt, StudentHolds.txt and
      *          FinancialAid.txt into the TestData directory with
      *          every student id, name and street address replaced.
      *          Every id found in any of the seven files is sorted
      *          into one map and given a fake nine-digit id from
      *          900000001 up, in the same order as the real ids
      *          (so keys still load in sequence) and skipping any
      *          number that is itself a real id; the same real id
      *          becomes the same fake id in every file, merged-into
      *          pointers included, so every cross-file relationship
      *          still holds. Names are built from stock first and
      *          last names and never match a real student's legal
      *          or preferred name; street lines are built the same
      *          way, the ZIP keeps only its first three digits, and
      *          city, state, residency, class level, major, terms,
      *          CRNs, grades, credits and every dollar amount are
      *          carried as they are so the copies behave like
      *          production. The map is held in storage only and is
      *          never written. When the copies are done each is
      *          read back and every id and name in it checked
      *          against the real ones; the certification report,
      *          ScrubCertification.txt, lists the counts per file,
      *          and a copy set that does not certify is removed
      *          from TestData. Reading every student's record takes
      *          the level-3 sign-on.
      * Return codes follow the NIGHTLY-BATCH scheme: 0 certified, 4
      * certified with a source file not on file, 8 fatal I/O, 12 an
      * original name or id found in the output (copies removed).
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRUB-MASTERS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID OF STUDENT-MASTER-RECORD
               FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT ENROLLMENT-MASTER ASSIGN TO "EnrollmentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EN-STUDENT-CRN-TERM-KEY
                   = EN-STUDENT-ID OF ENROLLMENT-RECORD
                   EN-CRN OF ENROLLMENT-RECORD
                   EN-TERM-CODE OF ENROLLMENT-RECORD
               ALTERNATE KEY IS EN-CRN-TERM-KEY
                   = EN-CRN OF ENROLLMENT-RECORD
                   EN-TERM-CODE OF ENROLLMENT-RECORD WITH DUPLICATES
               FILE STATUS IS ENROLLMENT-STATUS.
           SELECT AR-MASTER ASSIGN TO "ARMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-STUDENT-TERM-KEY
                   = AR-STUDENT-ID OF AR-RECORD
                   AR-TERM-CODE OF AR-RECORD
               FILE STATUS IS AR-STATUS.
           SELECT GPA-HISTORY-FILE ASSIGN TO "GPAHistory"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-STUDENT-TERM-KEY
                   = HIST-STUDENT-ID OF HISTORY-RECORD
                   HIST-TERM OF HISTORY-RECORD
               FILE STATUS IS GPA-HISTORY-STATUS.
           SELECT TEST-STUDENT-MASTER
               ASSIGN TO "TestData/StudentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID OF TEST-STUDENT-RECORD
               FILE STATUS IS TEST-STATUS.
           SELECT TEST-ENROLLMENT-MASTER
               ASSIGN TO "TestData/EnrollmentMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEST-STUDENT-CRN-TERM-KEY
                   = EN-STUDENT-ID OF TEST-ENROLLMENT-RECORD
                   EN-CRN OF TEST-ENROLLMENT-RECORD
                   EN-TERM-CODE OF TEST-ENROLLMENT-RECORD
               ALTERNATE KEY IS TEST-CRN-TERM-KEY
                   = EN-CRN OF TEST-ENROLLMENT-RECORD
                   EN-TERM-CODE OF TEST-ENROLLMENT-RECORD
                   WITH DUPLICATES
               FILE STATUS IS TEST-STATUS.
           SELECT TEST-AR-MASTER ASSIGN TO "TestData/ARMaster"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEST-STUDENT-TERM-KEY
                   = AR-STUDENT-ID OF TEST-AR-RECORD
                   AR-TERM-CODE OF TEST-AR-RECORD
               FILE STATUS IS TEST-STATUS.
           SELECT TEST-GPA-HISTORY ASSIGN TO "TestData/GPAHistory"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEST-HIST-KEY
                   = HIST-STUDENT-ID OF TEST-HISTORY-RECORD
                   HIST-TERM OF TEST-HISTORY-RECORD
               FILE STATUS IS TEST-STATUS.
      *>    GradeDetail.txt, StudentHolds.txt and FinancialAid.txt
      *>    all lead with the student id, so one pair of text files
      *>    assigned by name serves all three.
           SELECT TEXT-IN-FILE ASSIGN TO TEXT-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEXT-IN-STATUS.
           SELECT TEXT-OUT-FILE ASSIGN TO TEXT-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEXT-OUT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ScrubCertification.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ID-SORT-FILE ASSIGN TO "SCRUBIDS.tmp".
           SELECT NAME-SORT-FILE ASSIGN TO "SCRUBNAM.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER.
       COPY StudentMasterFormat.
       FD ENROLLMENT-MASTER.
       COPY EnrollmentFormat.
       FD AR-MASTER.
       COPY ArMasterFormat.
       FD GPA-HISTORY-FILE.
       COPY GpaHistoryFormat.
       FD TEST-STUDENT-MASTER.
       COPY StudentMasterFormat REPLACING STUDENT-MASTER-RECORD
           BY TEST-STUDENT-RECORD.
       FD TEST-ENROLLMENT-MASTER.
       COPY EnrollmentFormat REPLACING ENROLLMENT-RECORD
           BY TEST-ENROLLMENT-RECORD.
       FD TEST-AR-MASTER.
       COPY ArMasterFormat REPLACING AR-RECORD BY TEST-AR-RECORD.
       FD TEST-GPA-HISTORY.
       COPY GpaHistoryFormat REPLACING HISTORY-RECORD
           BY TEST-HISTORY-RECORD.
       FD TEXT-IN-FILE.
       01 TEXT-IN-RECORD.
           03 TI-STUDENT-ID PIC X(9).
           03 TI-REST PIC X(191).
       FD TEXT-OUT-FILE.
       01 TEXT-OUT-RECORD.
           03 TO-STUDENT-ID PIC X(9).
           03 TO-REST PIC X(191).
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       SD ID-SORT-FILE.
       01 ID-SORT-RECORD.
           03 IS-STUDENT-ID PIC X(9).
       SD NAME-SORT-FILE.
       01 NAME-SORT-RECORD.
           03 NS-NAME PIC X(20).
       WORKING-STORAGE SECTION.
       77 STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
           88 STUDENT-MASTER-OK VALUE "00".
       77 ENROLLMENT-STATUS PIC X(2) VALUE "00".
           88 ENROLLMENT-OK VALUE "00".
       77 AR-STATUS PIC X(2) VALUE "00".
           88 AR-OK VALUE "00".
       77 GPA-HISTORY-STATUS PIC X(2) VALUE "00".
           88 GPA-HISTORY-OK VALUE "00".
       77 TEST-STATUS PIC X(2) VALUE "00".
           88 TEST-OK VALUE "00".
       77 TEXT-IN-STATUS PIC X(2) VALUE "00".
           88 TEXT-IN-OK VALUE "00".
       77 TEXT-OUT-STATUS PIC X(2) VALUE "00".
           88 TEXT-OUT-OK VALUE "00".
       77 TEXT-IN-NAME PIC X(40) VALUE SPACES.
       77 TEXT-OUT-NAME PIC X(40) VALUE SPACES.
       77 EOF-FLAG PIC 9 VALUE IS 0.
           88 EOF VALUE IS 1.
       77 SORT-EOF-FLAG PIC 9 VALUE IS 0.
           88 SORT-EOF VALUE IS 1.
       77 RUN-DATE PIC 9(6).
       77 FATAL-FLAG PIC X VALUE "N".
           88 FATAL-ERROR VALUE "Y".
       77 MISSING-FLAG PIC X VALUE "N".
           88 SOURCE-MISSING VALUE "Y".
       77 SCRUB-COMMAND PIC X(80) VALUE SPACES.

       77 OPERATOR-ID PIC X(8) VALUE SPACES.
       77 AUTH-LEVEL PIC 9 VALUE ZERO.
       77 SIGNED-ON-FLAG PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".

      *>    Real id to fake id, in real-id order. Held in storage
      *>    only -- written anywhere it would undo the scrub.
       77 ID-COUNT PIC 9(6) VALUE ZERO.
       77 PRIOR-ID PIC X(9).
       77 CANDIDATE-ID PIC 9(9) VALUE 900000000.
       77 CANDIDATE-FLAG PIC X.
           88 CANDIDATE-IS-REAL VALUE "Y".
       01 ID-MAP-TABLE.
           03 ID-MAP-ENTRY OCCURS 1 TO 60000 TIMES
                   DEPENDING ON ID-COUNT
                   ASCENDING KEY IS IM-REAL-ID
                   INDEXED BY ID-X.
               05 IM-REAL-ID PIC X(9).
               05 IM-FAKE-ID PIC X(9).
       77 MAP-REAL-ID PIC X(9).
       77 MAP-FAKE-ID PIC X(9).
       77 MAP-POSITION PIC 9(6) VALUE ZERO.
       77 UNMAPPED-COUNT PIC 9(7) VALUE ZERO.

      *>    Every real legal and preferred name, so no built name
      *>    can come out as somebody's real one.
       77 NAME-COUNT PIC 9(6) VALUE ZERO.
       77 PRIOR-NAME PIC X(20).
       01 REAL-NAME-TABLE.
           03 REAL-NAME-ENTRY OCCURS 1 TO 120000 TIMES
                   DEPENDING ON NAME-COUNT
                   ASCENDING KEY IS RN-NAME
                   INDEXED BY NAME-X.
               05 RN-NAME PIC X(20).
       77 CHECK-NAME PIC X(20).
       77 NAME-FLAG PIC X.
           88 NAME-IS-REAL VALUE "Y".

       01 LAST-NAME-DATA.
           03 FILLER PIC X(10) VALUE "ABERNATHY".
           03 FILLER PIC X(10) VALUE "BRANNIGAN".
           03 FILLER PIC X(10) VALUE "CALLOWAY".
           03 FILLER PIC X(10) VALUE "DELACROIX".
           03 FILLER PIC X(10) VALUE "ELLSWORTH".
           03 FILLER PIC X(10) VALUE "FAIRBANKS".
           03 FILLER PIC X(10) VALUE "GALLOWAY".
           03 FILLER PIC X(10) VALUE "HOLLISTER".
           03 FILLER PIC X(10) VALUE "IVERSEN".
           03 FILLER PIC X(10) VALUE "JASPERSON".
           03 FILLER PIC X(10) VALUE "KINCAID".
           03 FILLER PIC X(10) VALUE "LANGSTON".
           03 FILLER PIC X(10) VALUE "MERRIMAN".
           03 FILLER PIC X(10) VALUE "NORTHCUTT".
           03 FILLER PIC X(10) VALUE "OSTRANDER".
           03 FILLER PIC X(10) VALUE "PEMBERTON".
           03 FILLER PIC X(10) VALUE "QUINLAN".
           03 FILLER PIC X(10) VALUE "ROCKWELL".
           03 FILLER PIC X(10) VALUE "STRICKLAND".
           03 FILLER PIC X(10) VALUE "THORNBURY".
           03 FILLER PIC X(10) VALUE "UNDERHILL".
           03 FILLER PIC X(10) VALUE "VANDERMEER".
           03 FILLER PIC X(10) VALUE "WHITTAKER".
           03 FILLER PIC X(10) VALUE "XAVIER".
           03 FILLER PIC X(10) VALUE "YARBROUGH".
           03 FILLER PIC X(10) VALUE "ZELLWEGER".
       01 LAST-NAME-TABLE REDEFINES LAST-NAME-DATA.
           03 LAST-NAME-ENTRY OCCURS 26 TIMES PIC X(10).
       01 FIRST-NAME-DATA.
           03 FILLER PIC X(7) VALUE "ALDEN".
           03 FILLER PIC X(7) VALUE "BRIER".
           03 FILLER PIC X(7) VALUE "CORIN".
           03 FILLER PIC X(7) VALUE "DASHA".
           03 FILLER PIC X(7) VALUE "EMORY".
           03 FILLER PIC X(7) VALUE "FINLEY".
           03 FILLER PIC X(7) VALUE "GRAYSON".
           03 FILLER PIC X(7) VALUE "HOLLIS".
           03 FILLER PIC X(7) VALUE "IMOGEN".
           03 FILLER PIC X(7) VALUE "JUDSON".
           03 FILLER PIC X(7) VALUE "KESTREL".
           03 FILLER PIC X(7) VALUE "LINDEN".
           03 FILLER PIC X(7) VALUE "MARLOW".
           03 FILLER PIC X(7) VALUE "NOVA".
           03 FILLER PIC X(7) VALUE "ORRIN".
           03 FILLER PIC X(7) VALUE "PERRIN".
           03 FILLER PIC X(7) VALUE "QUILLA".
           03 FILLER PIC X(7) VALUE "ROWAN".
           03 FILLER PIC X(7) VALUE "SUTTON".
           03 FILLER PIC X(7) VALUE "TAMSIN".
           03 FILLER PIC X(7) VALUE "ULRIC".
           03 FILLER PIC X(7) VALUE "VESPER".
           03 FILLER PIC X(7) VALUE "WYNN".
           03 FILLER PIC X(7) VALUE "XENIA".
           03 FILLER PIC X(7) VALUE "YARROW".
           03 FILLER PIC X(7) VALUE "ZEPHYR".
       01 FIRST-NAME-TABLE REDEFINES FIRST-NAME-DATA.
           03 FIRST-NAME-ENTRY OCCURS 26 TIMES PIC X(7).
       01 STREET-NAME-DATA.
           03 FILLER PIC X(14) VALUE "MAPLE AVE".
           03 FILLER PIC X(14) VALUE "CEDAR ST".
           03 FILLER PIC X(14) VALUE "HAWTHORNE DR".
           03 FILLER PIC X(14) VALUE "BIRCHWOOD LN".
           03 FILLER PIC X(14) VALUE "LAKEVIEW RD".
           03 FILLER PIC X(14) VALUE "RIDGELINE CT".
           03 FILLER PIC X(14) VALUE "ORCHARD WAY".
           03 FILLER PIC X(14) VALUE "MILLBROOK AVE".
           03 FILLER PIC X(14) VALUE "STONEGATE DR".
           03 FILLER PIC X(14) VALUE "WILLOW ST".
           03 FILLER PIC X(14) VALUE "PRAIRIE RD".
           03 FILLER PIC X(14) VALUE "SUMMIT BLVD".
       01 STREET-NAME-TABLE REDEFINES STREET-NAME-DATA.
           03 STREET-NAME-ENTRY OCCURS 12 TIMES PIC X(14).
       77 NAME-SEED PIC 9(6).
       77 NAME-ATTEMPTS PIC 9(4).
       77 NAME-QUOTIENT PIC 9(6).
       77 NAME-DISCARD PIC 9(6).
       77 LAST-IDX PIC 9(2).
       77 FIRST-IDX PIC 9(2).
       77 STREET-IDX PIC 9(2).
       77 HOUSE-SEED PIC 9(9).
       77 HOUSE-NUMBER PIC 9(4).
       77 FAKE-NAME PIC X(20).
       77 FAKE-PREFERRED-NAME PIC X(20).

      *>    Per-file counts for the certification report.
       77 FILE-LABEL PIC X(26).
       77 WRITTEN-COUNT PIC 9(7) VALUE ZERO.
       77 CERTIFY-COUNT PIC 9(7) VALUE ZERO.
       77 ID-HITS PIC 9(7) VALUE ZERO.
       77 NAME-HITS PIC 9(7) VALUE ZERO.
       77 TOTAL-HITS PIC 9(7) VALUE ZERO.
       77 SM-WRITTEN PIC 9(7) VALUE ZERO.
       77 EN-WRITTEN PIC 9(7) VALUE ZERO.
       77 AR-WRITTEN PIC 9(7) VALUE ZERO.
       77 HIST-WRITTEN PIC 9(7) VALUE ZERO.
       77 GD-WRITTEN PIC 9(7) VALUE ZERO.
       77 HD-WRITTEN PIC 9(7) VALUE ZERO.
       77 FA-WRITTEN PIC 9(7) VALUE ZERO.
       77 COUNT-DISPLAY PIC Z(6)9.
       77 CERTIFY-DISPLAY PIC Z(6)9.
       77 ID-HITS-DISPLAY PIC Z(8)9.
       77 NAME-HITS-DISPLAY PIC Z(9)9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "OPERATOR-SIGN-ON" USING OPERATOR-ID AUTH-LEVEL
               SIGNED-ON-FLAG.
           IF NOT OPERATOR-SIGNED-ON
               STOP RUN.
           IF AUTH-LEVEL IS LESS THAN 3
               DISPLAY "NOT AUTHORIZED -- LEVEL 3 REQUIRED"
               STOP RUN.
           ACCEPT RUN-DATE FROM DATE.

           OPEN INPUT STUDENT-MASTER.
           IF NOT STUDENT-MASTER-OK
               DISPLAY "UNABLE TO OPEN StudentMaster -- STATUS "
                   STUDENT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           CLOSE STUDENT-MASTER.

           SORT ID-SORT-FILE
               ON ASCENDING KEY IS-STUDENT-ID
               INPUT PROCEDURE IS COLLECT-STUDENT-IDS
               OUTPUT PROCEDURE IS BUILD-ID-MAP.
           PERFORM ASSIGN-FAKE-IDS.
           SORT NAME-SORT-FILE
               ON ASCENDING KEY NS-NAME
               INPUT PROCEDURE IS COLLECT-REAL-NAMES
               OUTPUT PROCEDURE IS BUILD-NAME-TABLE.
           DISPLAY ID-COUNT " STUDENT ID(S) AND " NAME-COUNT
               " NAME(S) TO REPLACE".

           CALL "SYSTEM" USING "mkdir -p TestData".
           IF RETURN-CODE IS NOT EQUAL TO 0
               DISPLAY "UNABLE TO CREATE TestData"
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           PERFORM SCRUB-STUDENTS THRU SCRUB-STUDENTS-EXIT.
           PERFORM SCRUB-ENROLLMENTS THRU SCRUB-ENROLLMENTS-EXIT.
           PERFORM SCRUB-AR THRU SCRUB-AR-EXIT.
           PERFORM SCRUB-HISTORY THRU SCRUB-HISTORY-EXIT.
           MOVE "GradeDetail.txt" TO TEXT-IN-NAME.
           PERFORM SCRUB-TEXT-FILE THRU SCRUB-TEXT-FILE-EXIT.
           MOVE WRITTEN-COUNT TO GD-WRITTEN.
           MOVE "StudentHolds.txt" TO TEXT-IN-NAME.
           PERFORM SCRUB-TEXT-FILE THRU SCRUB-TEXT-FILE-EXIT.
           MOVE WRITTEN-COUNT TO HD-WRITTEN.
           MOVE "FinancialAid.txt" TO TEXT-IN-NAME.
           PERFORM SCRUB-TEXT-FILE THRU SCRUB-TEXT-FILE-EXIT.
           MOVE WRITTEN-COUNT TO FA-WRITTEN.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DE-IDENTIFIED TEST COPY CERTIFICATION   RUN DATE: "
                   DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FILE                       WRITTEN   CHE"
               & "CKED    ORIG IDS   ORIG NAMES" TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM CERTIFY-STUDENTS THRU CERTIFY-STUDENTS-EXIT.
           PERFORM CERTIFY-ENROLLMENTS THRU CERTIFY-ENROLLMENTS-EXIT.
           PERFORM CERTIFY-AR THRU CERTIFY-AR-EXIT.
           PERFORM CERTIFY-HISTORY THRU CERTIFY-HISTORY-EXIT.
           MOVE "TestData/GradeDetail.txt" TO TEXT-OUT-NAME.
           MOVE GD-WRITTEN TO WRITTEN-COUNT.
           PERFORM CERTIFY-TEXT-FILE THRU CERTIFY-TEXT-FILE-EXIT.
           MOVE "TestData/StudentHolds.txt" TO TEXT-OUT-NAME.
           MOVE HD-WRITTEN TO WRITTEN-COUNT.
           PERFORM CERTIFY-TEXT-FILE THRU CERTIFY-TEXT-FILE-EXIT.
           MOVE "TestData/FinancialAid.txt" TO TEXT-OUT-NAME.
           MOVE FA-WRITTEN TO WRITTEN-COUNT.
           PERFORM CERTIFY-TEXT-FILE THRU CERTIFY-TEXT-FILE-EXIT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           EVALUATE TRUE
               WHEN TOTAL-HITS IS GREATER THAN ZERO
                       OR UNMAPPED-COUNT IS GREATER THAN ZERO
                   MOVE TOTAL-HITS TO COUNT-DISPLAY
                   STRING "NOT CERTIFIED -- " DELIMITED BY SIZE
                       COUNT-DISPLAY DELIMITED BY SIZE
                       " ORIGINAL VALUE(S) FOUND; COPIES REMOVED"
                           DELIMITED BY SIZE
                       INTO REPORT-LINE
               WHEN FATAL-ERROR
                   MOVE "NOT CERTIFIED -- A COPY COULD NOT BE WRITTEN "
                       & "OR READ BACK" TO REPORT-LINE
               WHEN OTHER
                   MOVE "CERTIFIED -- NO ORIGINAL NAME OR ID IN ANY "
                       & "TestData COPY" TO REPORT-LINE
           END-EVALUATE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY REPORT-LINE.

           EVALUATE TRUE
               WHEN TOTAL-HITS IS GREATER THAN ZERO
                       OR UNMAPPED-COUNT IS GREATER THAN ZERO
                   CALL "SYSTEM" USING "rm -f TestData/StudentMaster "
                       & "TestData/EnrollmentMaster TestData/ARMaster "
                       & "TestData/GPAHistory TestData/*.txt"
                   MOVE 12 TO RETURN-CODE
               WHEN FATAL-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN SOURCE-MISSING
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      ******************************************************************
      *    The id map -- every student id in any of the seven files.
      ******************************************************************
       COLLECT-STUDENT-IDS.
           OPEN INPUT STUDENT-MASTER.
           MOVE 0 TO EOF-FLAG.
           READ STUDENT-MASTER NEXT RECORD AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               MOVE SM-STUDENT-ID OF STUDENT-MASTER-RECORD
                   TO IS-STUDENT-ID
               RELEASE ID-SORT-RECORD
               IF SM-MERGED-INTO OF STUDENT-MASTER-RECORD
                       IS NOT EQUAL TO SPACES
                   MOVE SM-MERGED-INTO OF STUDENT-MASTER-RECORD
                       TO IS-STUDENT-ID
                   RELEASE ID-SORT-RECORD
               END-IF
               READ STUDENT-MASTER NEXT RECORD
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE STUDENT-MASTER.

           OPEN INPUT ENROLLMENT-MASTER.
           IF ENROLLMENT-OK
               MOVE 0 TO EOF-FLAG
               READ ENROLLMENT-MASTER NEXT RECORD
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
               PERFORM UNTIL EOF
                   MOVE EN-STUDENT-ID OF ENROLLMENT-RECORD
                       TO IS-STUDENT-ID
                   RELEASE ID-SORT-RECORD
                   READ ENROLLMENT-MASTER NEXT RECORD
                       AT END MOVE 1 TO EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-MASTER
           END-IF.

           OPEN INPUT AR-MASTER.
           IF AR-OK
               MOVE 0 TO EOF-FLAG
               READ AR-MASTER NEXT RECORD AT END MOVE 1 TO EOF-FLAG
               END-READ
               PERFORM UNTIL EOF
                   MOVE AR-STUDENT-ID OF AR-RECORD TO IS-STUDENT-ID
                   RELEASE ID-SORT-RECORD
                   READ AR-MASTER NEXT RECORD
                       AT END MOVE 1 TO EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE AR-MASTER
           END-IF.

           OPEN INPUT GPA-HISTORY-FILE.
           IF GPA-HISTORY-OK
               MOVE 0 TO EOF-FLAG
               READ GPA-HISTORY-FILE NEXT RECORD
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
               PERFORM UNTIL EOF
                   MOVE HIST-STUDENT-ID OF HISTORY-RECORD
                       TO IS-STUDENT-ID
                   RELEASE ID-SORT-RECORD
                   READ GPA-HISTORY-FILE NEXT RECORD
                       AT END MOVE 1 TO EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE GPA-HISTORY-FILE
           END-IF.

           MOVE "GradeDetail.txt" TO TEXT-IN-NAME.
           PERFORM COLLECT-TEXT-IDS.
           MOVE "StudentHolds.txt" TO TEXT-IN-NAME.
           PERFORM COLLECT-TEXT-IDS.
           MOVE "FinancialAid.txt" TO TEXT-IN-NAME.
           PERFORM COLLECT-TEXT-IDS.

       COLLECT-TEXT-IDS.
           OPEN INPUT TEXT-IN-FILE.
           IF TEXT-IN-OK
               MOVE 0 TO EOF-FLAG
               READ TEXT-IN-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
               PERFORM UNTIL EOF
                   IF TI-STUDENT-ID IS NOT EQUAL TO SPACES
                       MOVE TI-STUDENT-ID TO IS-STUDENT-ID
                       RELEASE ID-SORT-RECORD
                   END-IF
                   READ TEXT-IN-FILE AT END MOVE 1 TO EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE TEXT-IN-FILE
           END-IF.

       BUILD-ID-MAP.
           MOVE HIGH-VALUES TO PRIOR-ID.
           MOVE 0 TO SORT-EOF-FLAG.
           RETURN ID-SORT-FILE AT END MOVE 1 TO SORT-EOF-FLAG.
           PERFORM UNTIL SORT-EOF
               IF IS-STUDENT-ID IS NOT EQUAL TO PRIOR-ID
                       AND ID-COUNT IS LESS THAN 60000
                   ADD 1 TO ID-COUNT
                   MOVE IS-STUDENT-ID TO IM-REAL-ID (ID-COUNT)
                   MOVE SPACES TO IM-FAKE-ID (ID-COUNT)
                   MOVE IS-STUDENT-ID TO PRIOR-ID
               END-IF
               RETURN ID-SORT-FILE AT END MOVE 1 TO SORT-EOF-FLAG
           END-PERFORM.

      *>    Fakes go out in real-id order, so a master keyed on the
      *>    student id loads in the same sequence; a candidate that
      *>    happens to be somebody's real id is passed over.
       ASSIGN-FAKE-IDS.
           PERFORM VARYING MAP-POSITION FROM 1 BY 1
                   UNTIL MAP-POSITION IS GREATER THAN ID-COUNT
               MOVE "Y" TO CANDIDATE-FLAG
               PERFORM UNTIL NOT CANDIDATE-IS-REAL
                   ADD 1 TO CANDIDATE-ID
                   MOVE CANDIDATE-ID TO MAP-REAL-ID
                   MOVE "N" TO CANDIDATE-FLAG
                   SEARCH ALL ID-MAP-ENTRY
                       WHEN IM-REAL-ID (ID-X) IS EQUAL TO MAP-REAL-ID
                           MOVE "Y" TO CANDIDATE-FLAG
                   END-SEARCH
               END-PERFORM
               MOVE CANDIDATE-ID TO IM-FAKE-ID (MAP-POSITION)
           END-PERFORM.

      *>    The fake id for MAP-REAL-ID, and its place in the map,
      *>    which seeds the built name and address. A blank id
      *>    stays blank.
       MAP-STUDENT-ID.
           MOVE SPACES TO MAP-FAKE-ID.
           MOVE ZERO TO MAP-POSITION.
           IF MAP-REAL-ID IS EQUAL TO SPACES
               GO TO MAP-STUDENT-ID-EXIT.
           SEARCH ALL ID-MAP-ENTRY
               AT END
                   ADD 1 TO UNMAPPED-COUNT
               WHEN IM-REAL-ID (ID-X) IS EQUAL TO MAP-REAL-ID
                   MOVE IM-FAKE-ID (ID-X) TO MAP-FAKE-ID
                   SET MAP-POSITION TO ID-X
           END-SEARCH.
       MAP-STUDENT-ID-EXIT.
           EXIT.

       COLLECT-REAL-NAMES.
           OPEN INPUT STUDENT-MASTER.
           MOVE 0 TO EOF-FLAG.
           READ STUDENT-MASTER NEXT RECORD AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               MOVE SM-NAME OF STUDENT-MASTER-RECORD TO NS-NAME
               RELEASE NAME-SORT-RECORD
               IF SM-PREFERRED-NAME OF STUDENT-MASTER-RECORD
                       IS NOT EQUAL TO SPACES
                   MOVE SM-PREFERRED-NAME OF STUDENT-MASTER-RECORD
                       TO NS-NAME
                   RELEASE NAME-SORT-RECORD
               END-IF
               READ STUDENT-MASTER NEXT RECORD
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE STUDENT-MASTER.

       BUILD-NAME-TABLE.
           MOVE HIGH-VALUES TO PRIOR-NAME.
           MOVE 0 TO SORT-EOF-FLAG.
           RETURN NAME-SORT-FILE AT END MOVE 1 TO SORT-EOF-FLAG.
           PERFORM UNTIL SORT-EOF
               IF NS-NAME IS NOT EQUAL TO PRIOR-NAME
                       AND NS-NAME IS NOT EQUAL TO SPACES
                       AND NAME-COUNT IS LESS THAN 120000
                   ADD 1 TO NAME-COUNT
                   MOVE NS-NAME TO RN-NAME (NAME-COUNT)
                   MOVE NS-NAME TO PRIOR-NAME
               END-IF
               RETURN NAME-SORT-FILE AT END MOVE 1 TO SORT-EOF-FLAG
           END-PERFORM.

       LOOK-UP-REAL-NAME.
           MOVE "N" TO NAME-FLAG.
           IF CHECK-NAME IS NOT EQUAL TO SPACES
                   AND NAME-COUNT IS GREATER THAN ZERO
               SEARCH ALL REAL-NAME-ENTRY
                   WHEN RN-NAME (NAME-X) IS EQUAL TO CHECK-NAME
                       MOVE "Y" TO NAME-FLAG
               END-SEARCH
           END-IF.

      *>    "LAST, FIRST" from the stock names, seeded by the
      *>    student's place in the id map so the same student always
      *>    gets the same name; a combination that is somebody's
      *>    real name moves on to the next.
       BUILD-FAKE-NAME.
           COMPUTE NAME-SEED = MAP-POSITION - 1.
           MOVE ZERO TO NAME-ATTEMPTS.
           MOVE "Y" TO NAME-FLAG.
           PERFORM UNTIL NOT NAME-IS-REAL OR NAME-ATTEMPTS
                   IS GREATER THAN 676
               DIVIDE NAME-SEED BY 26 GIVING NAME-QUOTIENT
                   REMAINDER LAST-IDX
               DIVIDE NAME-QUOTIENT BY 26 GIVING NAME-DISCARD
                   REMAINDER FIRST-IDX
               ADD 1 TO LAST-IDX
               ADD 1 TO FIRST-IDX
               MOVE SPACES TO FAKE-NAME
               STRING LAST-NAME-ENTRY (LAST-IDX) DELIMITED BY SPACE
                   ", " DELIMITED BY SIZE
                   FIRST-NAME-ENTRY (FIRST-IDX) DELIMITED BY SPACE
                   INTO FAKE-NAME
               MOVE FAKE-NAME TO CHECK-NAME
               PERFORM LOOK-UP-REAL-NAME
               ADD 1 TO NAME-SEED
               ADD 1 TO NAME-ATTEMPTS
           END-PERFORM.
           MOVE SPACES TO FAKE-PREFERRED-NAME.
           STRING FIRST-NAME-ENTRY (FIRST-IDX) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               LAST-NAME-ENTRY (LAST-IDX) DELIMITED BY SPACE
               INTO FAKE-PREFERRED-NAME.

      ******************************************************************
      *    The copies.
      ******************************************************************
       SCRUB-STUDENTS.
           OPEN INPUT STUDENT-MASTER.
           OPEN OUTPUT TEST-STUDENT-MASTER.
           IF NOT TEST-OK
               DISPLAY "UNABLE TO OPEN TestData/StudentMaster -- "
                   "STATUS " TEST-STATUS
               MOVE "Y" TO FATAL-FLAG
               CLOSE STUDENT-MASTER
               GO TO SCRUB-STUDENTS-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ STUDENT-MASTER NEXT RECORD AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               PERFORM SCRUB-STUDENT-RECORD
               MOVE STUDENT-MASTER-RECORD TO TEST-STUDENT-RECORD
               WRITE TEST-STUDENT-RECORD
                   INVALID KEY
                       DISPLAY "TestData/StudentMaster WRITE FAILED"
                           " -- STATUS " TEST-STATUS
                       MOVE "Y" TO FATAL-FLAG
                   NOT INVALID KEY
                       ADD 1 TO SM-WRITTEN
               END-WRITE
               READ STUDENT-MASTER NEXT RECORD
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE STUDENT-MASTER.
           CLOSE TEST-STUDENT-MASTER.
       SCRUB-STUDENTS-EXIT.
           EXIT.

      *>    The id and merged-into pointer map; name, preferred name
      *>    and street line are built; the ZIP keeps its first three
      *>    digits. Everything else rides through as it was.
       SCRUB-STUDENT-RECORD.
           MOVE SM-MERGED-INTO OF STUDENT-MASTER-RECORD TO MAP-REAL-ID.
           PERFORM MAP-STUDENT-ID THRU MAP-STUDENT-ID-EXIT.
           MOVE MAP-FAKE-ID TO SM-MERGED-INTO OF STUDENT-MASTER-RECORD.
           MOVE SM-STUDENT-ID OF STUDENT-MASTER-RECORD TO MAP-REAL-ID.
           PERFORM MAP-STUDENT-ID THRU MAP-STUDENT-ID-EXIT.
           MOVE MAP-FAKE-ID TO SM-STUDENT-ID OF STUDENT-MASTER-RECORD.

           PERFORM BUILD-FAKE-NAME.
           MOVE FAKE-NAME TO SM-NAME OF STUDENT-MASTER-RECORD.
           IF SM-PREFERRED-NAME OF STUDENT-MASTER-RECORD
                   IS NOT EQUAL TO SPACES
               MOVE FAKE-PREFERRED-NAME
                   TO SM-PREFERRED-NAME OF STUDENT-MASTER-RECORD.

           COMPUTE HOUSE-SEED = MAP-POSITION * 37.
           DIVIDE HOUSE-SEED BY 8900 GIVING NAME-DISCARD
               REMAINDER HOUSE-NUMBER.
           ADD 100 TO HOUSE-NUMBER.
           DIVIDE MAP-POSITION BY 12 GIVING NAME-DISCARD
               REMAINDER STREET-IDX.
           ADD 1 TO STREET-IDX.
           MOVE SPACES TO SM-ADDRESS OF STUDENT-MASTER-RECORD.
           STRING HOUSE-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STREET-NAME-ENTRY (STREET-IDX) DELIMITED BY SIZE
               INTO SM-ADDRESS OF STUDENT-MASTER-RECORD.
           IF SM-ZIP OF STUDENT-MASTER-RECORD IS NOT EQUAL TO SPACES
               MOVE "00" TO SM-ZIP OF STUDENT-MASTER-RECORD (4:2).

       SCRUB-ENROLLMENTS.
           OPEN INPUT ENROLLMENT-MASTER.
           IF NOT ENROLLMENT-OK
               DISPLAY "NO EnrollmentMaster ON FILE -- NOT COPIED"
               MOVE "Y" TO MISSING-FLAG
               GO TO SCRUB-ENROLLMENTS-EXIT.
           OPEN OUTPUT TEST-ENROLLMENT-MASTER.
           IF NOT TEST-OK
               DISPLAY "UNABLE TO OPEN TestData/EnrollmentMaster -- "
                   "STATUS " TEST-STATUS
               MOVE "Y" TO FATAL-FLAG
               CLOSE ENROLLMENT-MASTER
               GO TO SCRUB-ENROLLMENTS-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ ENROLLMENT-MASTER NEXT RECORD
               AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               MOVE EN-STUDENT-ID OF ENROLLMENT-RECORD TO MAP-REAL-ID
               PERFORM MAP-STUDENT-ID THRU MAP-STUDENT-ID-EXIT
               MOVE MAP-FAKE-ID TO EN-STUDENT-ID OF ENROLLMENT-RECORD
               MOVE ENROLLMENT-RECORD TO TEST-ENROLLMENT-RECORD
               WRITE TEST-ENROLLMENT-RECORD
                   INVALID KEY
                       DISPLAY "TestData/EnrollmentMaster WRITE "
                           "FAILED -- STATUS " TEST-STATUS
                       MOVE "Y" TO FATAL-FLAG
                   NOT INVALID KEY
                       ADD 1 TO EN-WRITTEN
               END-WRITE
               READ ENROLLMENT-MASTER NEXT RECORD
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE ENROLLMENT-MASTER.
           CLOSE TEST-ENROLLMENT-MASTER.
       SCRUB-ENROLLMENTS-EXIT.
           EXIT.

       SCRUB-AR.
           OPEN INPUT AR-MASTER.
           IF NOT AR-OK
               DISPLAY "NO ARMaster ON FILE -- NOT COPIED"
               MOVE "Y" TO MISSING-FLAG
               GO TO SCRUB-AR-EXIT.
           OPEN OUTPUT TEST-AR-MASTER.
           IF NOT TEST-OK
               DISPLAY "UNABLE TO OPEN TestData/ARMaster -- STATUS "
                   TEST-STATUS
               MOVE "Y" TO FATAL-FLAG
               CLOSE AR-MASTER
               GO TO SCRUB-AR-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ AR-MASTER NEXT RECORD AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               MOVE AR-STUDENT-ID OF AR-RECORD TO MAP-REAL-ID
               PERFORM MAP-STUDENT-ID THRU MAP-STUDENT-ID-EXIT
               MOVE MAP-FAKE-ID TO AR-STUDENT-ID OF AR-RECORD
               MOVE AR-RECORD TO TEST-AR-RECORD
               WRITE TEST-AR-RECORD
                   INVALID KEY
                       DISPLAY "TestData/ARMaster WRITE FAILED -- "
                           "STATUS " TEST-STATUS
                       MOVE "Y" TO FATAL-FLAG
                   NOT INVALID KEY
                       ADD 1 TO AR-WRITTEN
               END-WRITE
               READ AR-MASTER NEXT RECORD AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE AR-MASTER.
           CLOSE TEST-AR-MASTER.
       SCRUB-AR-EXIT.
           EXIT.

       SCRUB-HISTORY.
           OPEN INPUT GPA-HISTORY-FILE.
           IF NOT GPA-HISTORY-OK
               DISPLAY "NO GPAHistory ON FILE -- NOT COPIED"
               MOVE "Y" TO MISSING-FLAG
               GO TO SCRUB-HISTORY-EXIT.
           OPEN OUTPUT TEST-GPA-HISTORY.
           IF NOT TEST-OK
               DISPLAY "UNABLE TO OPEN TestData/GPAHistory -- STATUS "
                   TEST-STATUS
               MOVE "Y" TO FATAL-FLAG
               CLOSE GPA-HISTORY-FILE
               GO TO SCRUB-HISTORY-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ GPA-HISTORY-FILE NEXT RECORD AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               MOVE HIST-STUDENT-ID OF HISTORY-RECORD TO MAP-REAL-ID
               PERFORM MAP-STUDENT-ID THRU MAP-STUDENT-ID-EXIT
               MOVE MAP-FAKE-ID TO HIST-STUDENT-ID OF HISTORY-RECORD
               MOVE HISTORY-RECORD TO TEST-HISTORY-RECORD
               WRITE TEST-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "TestData/GPAHistory WRITE FAILED -- "
                           "STATUS " TEST-STATUS
                       MOVE "Y" TO FATAL-FLAG
                   NOT INVALID KEY
                       ADD 1 TO HIST-WRITTEN
               END-WRITE
               READ GPA-HISTORY-FILE NEXT RECORD
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE GPA-HISTORY-FILE.
           CLOSE TEST-GPA-HISTORY.
       SCRUB-HISTORY-EXIT.
           EXIT.

      *>    TEXT-IN-NAME into TestData under the same name, the
      *>    leading student id mapped and the rest of the line --
      *>    grades, hold types, fund codes, amounts -- as it was.
       SCRUB-TEXT-FILE.
           MOVE ZERO TO WRITTEN-COUNT.
           MOVE SPACES TO TEXT-OUT-NAME.
           STRING "TestData/" DELIMITED BY SIZE
               TEXT-IN-NAME DELIMITED BY SPACE
               INTO TEXT-OUT-NAME.
           OPEN INPUT TEXT-IN-FILE.
           IF NOT TEXT-IN-OK
               DISPLAY "NO " TEXT-IN-NAME " ON FILE -- NOT COPIED"
               MOVE "Y" TO MISSING-FLAG
               GO TO SCRUB-TEXT-FILE-EXIT.
           OPEN OUTPUT TEXT-OUT-FILE.
           IF NOT TEXT-OUT-OK
               DISPLAY "UNABLE TO OPEN " TEXT-OUT-NAME " -- STATUS "
                   TEXT-OUT-STATUS
               MOVE "Y" TO FATAL-FLAG
               CLOSE TEXT-IN-FILE
               GO TO SCRUB-TEXT-FILE-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ TEXT-IN-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               MOVE TI-STUDENT-ID TO MAP-REAL-ID
               PERFORM MAP-STUDENT-ID THRU MAP-STUDENT-ID-EXIT
               MOVE MAP-FAKE-ID TO TO-STUDENT-ID
               MOVE TI-REST TO TO-REST
               WRITE TEXT-OUT-RECORD
               ADD 1 TO WRITTEN-COUNT
               READ TEXT-IN-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE TEXT-IN-FILE.
           CLOSE TEXT-OUT-FILE.
       SCRUB-TEXT-FILE-EXIT.
           EXIT.

      ******************************************************************
      *    Certification -- every copy read back, every id and name
      *    in it looked up among the real ones.
      ******************************************************************
       CERTIFY-STUDENTS.
           MOVE "TestData/StudentMaster" TO FILE-LABEL.
           MOVE SM-WRITTEN TO WRITTEN-COUNT.
           PERFORM START-CERTIFY.
           OPEN INPUT TEST-STUDENT-MASTER.
           IF NOT TEST-OK
               PERFORM CERTIFY-NOT-READ
               GO TO CERTIFY-STUDENTS-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ TEST-STUDENT-MASTER NEXT RECORD
               AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               ADD 1 TO CERTIFY-COUNT
               MOVE SM-STUDENT-ID OF TEST-STUDENT-RECORD
                   TO MAP-REAL-ID
               PERFORM CERTIFY-ID
               MOVE SM-MERGED-INTO OF TEST-STUDENT-RECORD
                   TO MAP-REAL-ID
               PERFORM CERTIFY-ID
               MOVE SM-NAME OF TEST-STUDENT-RECORD TO CHECK-NAME
               PERFORM LOOK-UP-REAL-NAME
               IF NAME-IS-REAL
                   ADD 1 TO NAME-HITS
               END-IF
               MOVE SM-PREFERRED-NAME OF TEST-STUDENT-RECORD
                   TO CHECK-NAME
               PERFORM LOOK-UP-REAL-NAME
               IF NAME-IS-REAL
                   ADD 1 TO NAME-HITS
               END-IF
               READ TEST-STUDENT-MASTER NEXT RECORD
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE TEST-STUDENT-MASTER.
           PERFORM END-CERTIFY.
       CERTIFY-STUDENTS-EXIT.
           EXIT.

       CERTIFY-ENROLLMENTS.
           MOVE "TestData/EnrollmentMaster" TO FILE-LABEL.
           MOVE EN-WRITTEN TO WRITTEN-COUNT.
           PERFORM START-CERTIFY.
           OPEN INPUT TEST-ENROLLMENT-MASTER.
           IF NOT TEST-OK
               PERFORM CERTIFY-NOT-READ
               GO TO CERTIFY-ENROLLMENTS-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ TEST-ENROLLMENT-MASTER NEXT RECORD
               AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               ADD 1 TO CERTIFY-COUNT
               MOVE EN-STUDENT-ID OF TEST-ENROLLMENT-RECORD
                   TO MAP-REAL-ID
               PERFORM CERTIFY-ID
               READ TEST-ENROLLMENT-MASTER NEXT RECORD
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE TEST-ENROLLMENT-MASTER.
           PERFORM END-CERTIFY.
       CERTIFY-ENROLLMENTS-EXIT.
           EXIT.

       CERTIFY-AR.
           MOVE "TestData/ARMaster" TO FILE-LABEL.
           MOVE AR-WRITTEN TO WRITTEN-COUNT.
           PERFORM START-CERTIFY.
           OPEN INPUT TEST-AR-MASTER.
           IF NOT TEST-OK
               PERFORM CERTIFY-NOT-READ
               GO TO CERTIFY-AR-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ TEST-AR-MASTER NEXT RECORD AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               ADD 1 TO CERTIFY-COUNT
               MOVE AR-STUDENT-ID OF TEST-AR-RECORD TO MAP-REAL-ID
               PERFORM CERTIFY-ID
               READ TEST-AR-MASTER NEXT RECORD
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE TEST-AR-MASTER.
           PERFORM END-CERTIFY.
       CERTIFY-AR-EXIT.
           EXIT.

       CERTIFY-HISTORY.
           MOVE "TestData/GPAHistory" TO FILE-LABEL.
           MOVE HIST-WRITTEN TO WRITTEN-COUNT.
           PERFORM START-CERTIFY.
           OPEN INPUT TEST-GPA-HISTORY.
           IF NOT TEST-OK
               PERFORM CERTIFY-NOT-READ
               GO TO CERTIFY-HISTORY-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ TEST-GPA-HISTORY NEXT RECORD
               AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               ADD 1 TO CERTIFY-COUNT
               MOVE HIST-STUDENT-ID OF TEST-HISTORY-RECORD
                   TO MAP-REAL-ID
               PERFORM CERTIFY-ID
               READ TEST-GPA-HISTORY NEXT RECORD
                   AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE TEST-GPA-HISTORY.
           PERFORM END-CERTIFY.
       CERTIFY-HISTORY-EXIT.
           EXIT.

       CERTIFY-TEXT-FILE.
           MOVE TEXT-OUT-NAME TO FILE-LABEL.
           PERFORM START-CERTIFY.
           OPEN INPUT TEXT-OUT-FILE.
           IF NOT TEXT-OUT-OK
               PERFORM CERTIFY-NOT-READ
               GO TO CERTIFY-TEXT-FILE-EXIT.
           MOVE 0 TO EOF-FLAG.
           READ TEXT-OUT-FILE AT END MOVE 1 TO EOF-FLAG.
           PERFORM UNTIL EOF
               ADD 1 TO CERTIFY-COUNT
               MOVE TO-STUDENT-ID TO MAP-REAL-ID
               PERFORM CERTIFY-ID
               READ TEXT-OUT-FILE AT END MOVE 1 TO EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE TEXT-OUT-FILE.
           PERFORM END-CERTIFY.
       CERTIFY-TEXT-FILE-EXIT.
           EXIT.

      *>    An id in a copy that is also a real id is a survivor.
       CERTIFY-ID.
           IF MAP-REAL-ID IS NOT EQUAL TO SPACES
                   AND ID-COUNT IS GREATER THAN ZERO
               SEARCH ALL ID-MAP-ENTRY
                   WHEN IM-REAL-ID (ID-X) IS EQUAL TO MAP-REAL-ID
                       ADD 1 TO ID-HITS
               END-SEARCH
           END-IF.

       START-CERTIFY.
           MOVE ZERO TO CERTIFY-COUNT.
           MOVE ZERO TO ID-HITS.
           MOVE ZERO TO NAME-HITS.

      *>    A copy not on file is fine when its source was not on
      *>    file either; one that was written and will not open is
      *>    a failed copy.
       CERTIFY-NOT-READ.
           MOVE SPACES TO REPORT-LINE.
           IF WRITTEN-COUNT IS EQUAL TO ZERO
               STRING FILE-LABEL DELIMITED BY SIZE
                   "  NOT COPIED -- SOURCE NOT ON FILE"
                       DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING FILE-LABEL DELIMITED BY SIZE
                   "  UNABLE TO READ BACK -- NOT CERTIFIED"
                       DELIMITED BY SIZE
                   INTO REPORT-LINE
               MOVE "Y" TO FATAL-FLAG
           END-IF.
           WRITE REPORT-LINE.

       END-CERTIFY.
           IF CERTIFY-COUNT IS NOT EQUAL TO WRITTEN-COUNT
               MOVE "Y" TO FATAL-FLAG.
           ADD ID-HITS TO TOTAL-HITS.
           ADD NAME-HITS TO TOTAL-HITS.
           MOVE WRITTEN-COUNT TO COUNT-DISPLAY.
           MOVE CERTIFY-COUNT TO CERTIFY-DISPLAY.
           MOVE ID-HITS TO ID-HITS-DISPLAY.
           MOVE NAME-HITS TO NAME-HITS-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING FILE-LABEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               COUNT-DISPLAY DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               CERTIFY-DISPLAY DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               ID-HITS-DISPLAY DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               NAME-HITS-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM SCRUB-MASTERS.
