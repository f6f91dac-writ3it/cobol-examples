      * Execute files/34_approval_queue.cbl (an approved HOLD) first
      * Standing legal-hold report. Every active hold on
      * legal_hold.dat (see LEGAL-HOLD-RECORD.cpy) is listed in
      * person-ID order in legal_holds_<date>.txt - who is held,
      * under which case and why, who asked for the hold and who
      * approved it, the day it took effect and how many days it has
      * been in place. A hold past its expected release date is
      * flagged DUE: the hold does not lapse by itself, so the case
      * owner is due to either ask for the release (09_MAINTAIN
      * RELEASE) or confirm the hold stands. Released holds kept on
      * file are counted, not listed. 07_DAILY_RUN runs it nightly.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 79_LEGAL_HOLDS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT LEGAL-HOLD-FILE ASSIGN TO 'legal_hold.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS LH_PERSON-ID
                   FILE STATUS IS W_LH-STATUS.

               SELECT PERSON-IN ASSIGN TO 'output.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS FI_PERSON-ID
                   FILE STATUS IS W_PI-STATUS.

               SELECT REPORT-SPOOL ASSIGN TO W_RP-SPOOL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-SPOOL-STATUS.

               SELECT REPORT-PRINT ASSIGN TO W_RP-PRINT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-PRINT-STATUS.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.

           FD LEGAL-HOLD-FILE.
           COPY 'LEGAL-HOLD-RECORD.cpy'
               REPLACING PREFIX-ID BY LH_PERSON-ID
                         PREFIX-STATE BY LH_STATE
                         PREFIX-ACTIVE BY LH_ACTIVE
                         PREFIX-RELEASED BY LH_RELEASED
                         PREFIX-REASON BY LH_REASON
                         PREFIX-CASE-REF BY LH_CASE-REF
                         PREFIX-RELEASE-ON BY LH_RELEASE-ON
                         PREFIX-PLACED-BY BY LH_PLACED-BY
                         PREFIX-PLACED-ON BY LH_PLACED-ON
                         PREFIX-APPROVED-BY BY LH_APPROVED-BY
                         PREFIX-LIFTED-BY BY LH_LIFTED-BY
                         PREFIX-LIFTED-ON BY LH_LIFTED-ON
                         PREFIX BY LH_HOLD.

           FD PERSON-IN.
               COPY 'PERSON-RECORD.cpy'
                   REPLACING PREFIX-ID BY FI_PERSON-ID
                             PREFIX-NAME BY FI_PERSON-NAME
                             PREFIX-SURNAME BY FI_PERSON-SURNAME
                             PREFIX-BIRTH-YEAR-ONLY BY
                                 FI_PERSON-BIRTH-YEAR-ONLY
                             PREFIX-BIRTH-QUALITY BY
                                 FI_PERSON-BIRTH-QUALITY
                             PREFIX-BIRTH-YEAR BY FI_PERSON-BIRTH-YEAR
                             PREFIX-BIRTH-DATE BY FI_PERSON-BIRTH-DATE
                             PREFIX-BIRTH-FULL BY FI_PERSON-BIRTH-FULL
                             PREFIX-STATUS BY FI_PERSON-STATUS
                             PREFIX-ACTIVE BY FI_PERSON-ACTIVE
                             PREFIX-INACTIVE BY FI_PERSON-INACTIVE
                             PREFIX-PENDING BY FI_PERSON-PENDING
                             PREFIX-SUSPENDED BY FI_PERSON-SUSPENDED
                             PREFIX-DECEASED BY FI_PERSON-DECEASED
                             PREFIX BY FI_PERSON.

           COPY 'REPORT-PAGE-FILES.cpy'.

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_LH-STATUS PIC X(2).
               01 W_PI-STATUS PIC X(2).
               01 W_PERSON-FILE-SW PIC X(1) VALUE 'N'.
                   88 PERSON-FILE-OPEN VALUE 'Y'.
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_REPORT-FILENAME PIC X(40) VALUE SPACES.
               01 W_HOLDER-NAME PIC X(25) VALUE SPACES.
               01 W_DAYS-HELD PIC 9(5) VALUE 0.
               01 W_DAYS-SHOWN PIC ZZZZ9.
               01 W_ACTIVE-COUNT PIC 9(6) VALUE 0.
               01 W_DUE-COUNT PIC 9(6) VALUE 0.
               01 W_RELEASED-COUNT PIC 9(6) VALUE 0.

      * Job-level run trailer (see JOB-TRAILER.cpy) - the count is
      * the active holds listed.
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           STRING 'legal_holds_' W_TODAY '.txt'
               DELIMITED BY SIZE
               INTO W_REPORT-FILENAME.

      * No legal_hold.dat yet (35) - nobody has ever been held, the
      * report says so. Any other failure is a failed run, not an
      * empty report - an empty list would read as "no holds".
           OPEN INPUT LEGAL-HOLD-FILE.
           IF W_LH-STATUS NOT = '00' AND W_LH-STATUS NOT = '35'
               DISPLAY '** could not open legal_hold.dat (status '
                   W_LH-STATUS') - report not produced'
               MOVE '79_LEGAL_HOLDS' TO W_TRAILER-PROGRAM
               MOVE 0 TO W_TRAILER-COUNT
               MOVE 'FAILED' TO W_TRAILER-STATUS
               PERFORM WRITE-JOB-TRAILER-SECTION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The person file only supplies names - a hold whose person
      * is not (or no longer) on output.dat is still listed.
           OPEN INPUT PERSON-IN.
           IF W_PI-STATUS = '00'
               MOVE 'Y' TO W_PERSON-FILE-SW
           END-IF.

           STRING 'ACTIVE LEGAL HOLDS - ' DELIMITED BY SIZE
                  W_TODAY DELIMITED BY SIZE
               INTO W_RP-TITLE
           END-STRING.
           MOVE '79_LEGAL_HOLDS' TO W_RP-PROGRAM.
           MOVE W_REPORT-FILENAME TO W_RP-PRINT-FILENAME.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE 'legal_hold.dat + output.dat' TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.
           MOVE 'THESE PERSONS MUST NOT BE REMOVED OR ALTERED'
               TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
           PERFORM REPORT-LINE-SECTION.
           MOVE 'ID' TO W_RP-LINE(1:6).
           MOVE 'NAME' TO W_RP-LINE(9:25).
           MOVE 'CASE' TO W_RP-LINE(35:20).
           MOVE 'REASON' TO W_RP-LINE(56:30).
           MOVE 'PLACED' TO W_RP-LINE(87:8).
           MOVE 'BY' TO W_RP-LINE(96:8).
           MOVE 'APPROVED' TO W_RP-LINE(105:8).
           MOVE ' DAYS' TO W_RP-LINE(114:5).
           MOVE 'UNTIL' TO W_RP-LINE(120:8).
           PERFORM REPORT-LINE-SECTION.

           IF W_LH-STATUS = '00'
               PERFORM UNTIL B_EOF = 'Y'
                   READ LEGAL-HOLD-FILE NEXT RECORD
                       AT END MOVE 'Y' TO B_EOF
                       NOT AT END
                           IF LH_ACTIVE
                               PERFORM LIST-ONE-HOLD-SECTION
                           ELSE
                               ADD 1 TO W_RELEASED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEGAL-HOLD-FILE
           END-IF.
           IF PERSON-FILE-OPEN
               CLOSE PERSON-IN
           END-IF.

           PERFORM REPORT-LINE-SECTION.
           STRING 'ACTIVE HOLDS: ' DELIMITED BY SIZE
                  W_ACTIVE-COUNT DELIMITED BY SIZE
                  '  RELEASE DUE: ' DELIMITED BY SIZE
                  W_DUE-COUNT DELIMITED BY SIZE
                  '  RELEASED (KEPT ON FILE): ' DELIMITED BY SIZE
                  W_RELEASED-COUNT DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           MOVE W_ACTIVE-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

           DISPLAY 'Active legal holds     : 'W_ACTIVE-COUNT.
           DISPLAY '  past expected release: 'W_DUE-COUNT.
           DISPLAY 'Released, kept on file : 'W_RELEASED-COUNT.
           DISPLAY 'Report written to 'W_REPORT-FILENAME.

           MOVE '79_LEGAL_HOLDS' TO W_TRAILER-PROGRAM.
           MOVE W_ACTIVE-COUNT TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'REPORT-PAGE.cpy'.

      * One active hold. Days in place count from the day the hold
      * took effect; an expected release date already passed marks
      * the line DUE.
       LIST-ONE-HOLD-SECTION SECTION.
           ADD 1 TO W_ACTIVE-COUNT.
           MOVE 'NOT ON FILE' TO W_HOLDER-NAME.
           IF PERSON-FILE-OPEN
               MOVE LH_PERSON-ID TO FI_PERSON-ID
               READ PERSON-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO W_HOLDER-NAME
                       STRING FUNCTION TRIM(FI_PERSON-NAME)
                                  DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              FUNCTION TRIM(FI_PERSON-SURNAME)
                                  DELIMITED BY SIZE
                           INTO W_HOLDER-NAME
                       END-STRING
               END-READ
           END-IF.

           MOVE 0 TO W_DAYS-HELD.
           IF LH_PLACED-ON > 0 AND LH_PLACED-ON <= W_TODAY
               COMPUTE W_DAYS-HELD =
                   FUNCTION INTEGER-OF-DATE(W_TODAY)
                   - FUNCTION INTEGER-OF-DATE(LH_PLACED-ON)
           END-IF.
           MOVE W_DAYS-HELD TO W_DAYS-SHOWN.

           MOVE LH_PERSON-ID TO W_RP-LINE(1:6).
           MOVE W_HOLDER-NAME TO W_RP-LINE(9:25).
           MOVE LH_CASE-REF TO W_RP-LINE(35:20).
           MOVE LH_REASON TO W_RP-LINE(56:30).
           MOVE LH_PLACED-ON TO W_RP-LINE(87:8).
           MOVE LH_PLACED-BY TO W_RP-LINE(96:8).
           MOVE LH_APPROVED-BY TO W_RP-LINE(105:8).
           MOVE W_DAYS-SHOWN TO W_RP-LINE(114:5).
           IF LH_RELEASE-ON = 0
               MOVE 'OPEN' TO W_RP-LINE(120:8)
           ELSE
               MOVE LH_RELEASE-ON TO W_RP-LINE(120:8)
               IF LH_RELEASE-ON < W_TODAY
                   MOVE 'DUE' TO W_RP-LINE(129:3)
                   ADD 1 TO W_DUE-COUNT
               END-IF
           END-IF.
           PERFORM REPORT-LINE-SECTION.
