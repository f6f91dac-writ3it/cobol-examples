      * Execute files/111_rodo_register.cbl first
      * Run as: 112_rodo_deadlines [business-days]   (default 5)
      * The daily deadline report for the RODO request register
      * (rodo_request.dat, see RODO-REQUEST-RECORD.cpy). Every open
      * request already past its due date is listed first, OVERDUE
      * with the days it is late; then every open request falling
      * due within the next N business days (10_BUSINESS_DAYS, the
      * same calendar the due dates were set on), with the business
      * days it has left - the owner's cue to answer, or to take
      * the extension while it is still there to take. Open requests
      * with longer to run are counted, not listed, as are the
      * restrictions answered and in force, which hold the person
      * out of exports, letters and partner feeds until lifted.
      * To rodo_deadlines_<date>.txt; return code 4 when anything
      * is overdue. 07_DAILY_RUN runs it nightly.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 112_RODO_DEADLINES.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT REQUEST-FILE ASSIGN TO 'rodo_request.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS RQ_REQUEST-ID
                   FILE STATUS IS W_RQ-STATUS.

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

           FD REQUEST-FILE.
           COPY 'RODO-REQUEST-RECORD.cpy'
               REPLACING PREFIX-REQUEST-ID BY RQ_REQUEST-ID
                         PREFIX-PERSON-ID BY RQ_PERSON-ID
                         PREFIX-TYPE BY RQ_TYPE
                         PREFIX-ACCESS BY RQ_ACCESS
                         PREFIX-RECTIFY BY RQ_RECTIFY
                         PREFIX-ERASURE BY RQ_ERASURE
                         PREFIX-RESTRICT BY RQ_RESTRICT
                         PREFIX-OBJECT BY RQ_OBJECT
                         PREFIX-RECEIVED-ON BY RQ_RECEIVED-ON
                         PREFIX-DUE-ON BY RQ_DUE-ON
                         PREFIX-EXTENDED-SW BY RQ_EXTENDED-SW
                         PREFIX-EXTENDED BY RQ_EXTENDED
                         PREFIX-EXTEND-REASON BY RQ_EXTEND-REASON
                         PREFIX-LOGGED-BY BY RQ_LOGGED-BY
                         PREFIX-OWNER BY RQ_OWNER
                         PREFIX-STATE BY RQ_STATE
                         PREFIX-OPEN BY RQ_OPEN
                         PREFIX-IN-FORCE BY RQ_IN-FORCE
                         PREFIX-CLOSED BY RQ_CLOSED
                         PREFIX-OUTCOME BY RQ_OUTCOME
                         PREFIX-ANSWERED-ON BY RQ_ANSWERED-ON
                         PREFIX-CLOSED-ON BY RQ_CLOSED-ON
                         PREFIX-NOTE BY RQ_NOTE
                         PREFIX BY RQ_REQUEST.

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
               01 W_RQ-STATUS PIC X(2).
               01 W_PI-STATUS PIC X(2).
               01 W_REGISTER-SW PIC X(1) VALUE 'N'.
                   88 REGISTER-OPEN VALUE 'Y'.
               01 W_PERSON-FILE-SW PIC X(1) VALUE 'N'.
                   88 PERSON-FILE-OPEN VALUE 'Y'.
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_ARG-LINE PIC X(20) VALUE SPACES.
               01 W_REPORT-FILENAME PIC X(40) VALUE SPACES.
               01 W_NEAR-DAYS PIC S9(5) VALUE 5.
               01 W_PERSON-NAME PIC X(25) VALUE SPACES.
               01 W_DAYS-SHOWN PIC ZZZZ9.
               01 W_NEAR-SHOWN PIC ZZZZ9.

      * Which pass over the register: overdue first, then due soon.
               01 W_PASS PIC X(1) VALUE SPACE.
                   88 PASS-OVERDUE VALUE 'O'.
                   88 PASS-DUE-SOON VALUE 'S'.
               01 W_DAYS-LATE PIC S9(5) VALUE 0.
               01 W_DAYS-LEFT PIC S9(5) VALUE 0.

               01 W_OVERDUE-COUNT PIC 9(6) VALUE 0.
               01 W_DUE-SOON-COUNT PIC 9(6) VALUE 0.
               01 W_OPEN-LATER-COUNT PIC 9(6) VALUE 0.
               01 W_IN-FORCE-COUNT PIC 9(6) VALUE 0.
               01 W_CLOSED-COUNT PIC 9(6) VALUE 0.

      * 10_BUSINESS_DAYS interface.
               01 W_BD-REQUEST PIC X(8) VALUE SPACES.
               01 W_BD-STATUS PIC X(1) VALUE '0'.
                   88 BD-OK VALUE '0'.

      * Job-level run trailer (see JOB-TRAILER.cpy) - the count is
      * the requests listed.
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           ACCEPT W_ARG-LINE FROM COMMAND-LINE.
           IF W_ARG-LINE NOT = SPACES
               IF FUNCTION TRIM(W_ARG-LINE) IS NOT NUMERIC
                   DISPLAY '** business days 'W_ARG-LINE' is not a '
                       'number'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE W_NEAR-DAYS = FUNCTION NUMVAL(W_ARG-LINE)
           END-IF.
           STRING 'rodo_deadlines_' W_TODAY '.txt'
               DELIMITED BY SIZE
               INTO W_REPORT-FILENAME.

      * No rodo_request.dat yet (35) - no request has ever been
      * logged, the report says so. Any other failure is a failed
      * run - an empty list would read as "nothing due".
           OPEN INPUT REQUEST-FILE.
           IF W_RQ-STATUS NOT = '00' AND W_RQ-STATUS NOT = '35'
               DISPLAY '** could not open rodo_request.dat (status '
                   W_RQ-STATUS') - report not produced'
               MOVE '112_RODO_DEADLINES' TO W_TRAILER-PROGRAM
               MOVE 0 TO W_TRAILER-COUNT
               MOVE 'FAILED' TO W_TRAILER-STATUS
               PERFORM WRITE-JOB-TRAILER-SECTION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF W_RQ-STATUS = '00'
               MOVE 'Y' TO W_REGISTER-SW
           END-IF.

      * The person file only supplies names - a request from a
      * person not on output.dat is still listed.
           OPEN INPUT PERSON-IN.
           IF W_PI-STATUS = '00'
               MOVE 'Y' TO W_PERSON-FILE-SW
           END-IF.

           STRING 'RODO REQUEST DEADLINES - ' DELIMITED BY SIZE
                  W_TODAY DELIMITED BY SIZE
               INTO W_RP-TITLE
           END-STRING.
           MOVE '112_RODO_DEADLINES' TO W_RP-PROGRAM.
           MOVE W_REPORT-FILENAME TO W_RP-PRINT-FILENAME.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE 'rodo_request.dat + output.dat' TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.

           MOVE 'OVERDUE - PAST THE STATUTORY DEADLINE' TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
           PERFORM HEADINGS-SECTION.
           MOVE 'O' TO W_PASS.
           PERFORM WALK-REGISTER-SECTION.
           IF W_OVERDUE-COUNT = 0
               MOVE '  none' TO W_RP-LINE
               PERFORM REPORT-LINE-SECTION
           END-IF.

           PERFORM REPORT-LINE-SECTION.
           MOVE W_NEAR-DAYS TO W_NEAR-SHOWN.
           STRING 'DUE WITHIN ' DELIMITED BY SIZE
                  FUNCTION TRIM(W_NEAR-SHOWN) DELIMITED BY SIZE
                  ' BUSINESS DAYS' DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           PERFORM HEADINGS-SECTION.
           MOVE 'S' TO W_PASS.
           PERFORM WALK-REGISTER-SECTION.
           IF W_DUE-SOON-COUNT = 0
               MOVE '  none' TO W_RP-LINE
               PERFORM REPORT-LINE-SECTION
           END-IF.

           IF REGISTER-OPEN
               CLOSE REQUEST-FILE
           END-IF.
           IF PERSON-FILE-OPEN
               CLOSE PERSON-IN
           END-IF.

           PERFORM REPORT-LINE-SECTION.
           STRING 'OVERDUE: ' DELIMITED BY SIZE
                  W_OVERDUE-COUNT DELIMITED BY SIZE
                  '  DUE SOON: ' DELIMITED BY SIZE
                  W_DUE-SOON-COUNT DELIMITED BY SIZE
                  '  OPEN, LATER: ' DELIMITED BY SIZE
                  W_OPEN-LATER-COUNT DELIMITED BY SIZE
                  '  RESTRICTIONS IN FORCE: ' DELIMITED BY SIZE
                  W_IN-FORCE-COUNT DELIMITED BY SIZE
                  '  CLOSED: ' DELIMITED BY SIZE
                  W_CLOSED-COUNT DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           ADD W_OVERDUE-COUNT W_DUE-SOON-COUNT
               GIVING W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

           DISPLAY 'Overdue requests        : 'W_OVERDUE-COUNT.
           DISPLAY 'Due within 'W_NEAR-SHOWN' bus. days: '
               W_DUE-SOON-COUNT.
           DISPLAY 'Open, due later         : 'W_OPEN-LATER-COUNT.
           DISPLAY 'Restrictions in force   : 'W_IN-FORCE-COUNT.
           DISPLAY 'Closed, kept on file    : 'W_CLOSED-COUNT.
           DISPLAY 'Report written to 'W_REPORT-FILENAME.

           MOVE '112_RODO_DEADLINES' TO W_TRAILER-PROGRAM.
           ADD W_OVERDUE-COUNT W_DUE-SOON-COUNT
               GIVING W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.
           IF W_OVERDUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'REPORT-PAGE.cpy'.

       HEADINGS-SECTION SECTION.
           MOVE 'REQUEST' TO W_RP-LINE(1:7).
           MOVE 'ID' TO W_RP-LINE(10:6).
           MOVE 'NAME' TO W_RP-LINE(18:25).
           MOVE 'TYPE' TO W_RP-LINE(45:8).
           MOVE 'RECEIVED' TO W_RP-LINE(55:8).
           MOVE 'DUE' TO W_RP-LINE(65:8).
           MOVE 'EXT' TO W_RP-LINE(75:3).
           MOVE 'OWNER' TO W_RP-LINE(80:8).
           MOVE ' DAYS' TO W_RP-LINE(90:5).
           PERFORM REPORT-LINE-SECTION.

      * One pass over the register in request order. The counts are
      * taken on the first pass only.
       WALK-REGISTER-SECTION SECTION.
           IF NOT REGISTER-OPEN
               GO TO WALK-REGISTER-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           MOVE 0 TO RQ_REQUEST-ID.
           START REQUEST-FILE KEY IS >= RQ_REQUEST-ID
               INVALID KEY
                   MOVE 'Y' TO B_EOF
           END-START.
           PERFORM UNTIL B_EOF = 'Y'
               READ REQUEST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       PERFORM JUDGE-ONE-REQUEST-SECTION
               END-READ
           END-PERFORM.

       WALK-REGISTER-EXIT.
           EXIT.

       JUDGE-ONE-REQUEST-SECTION SECTION.
           IF NOT RQ_OPEN
               IF PASS-OVERDUE
                   IF RQ_IN-FORCE
                       ADD 1 TO W_IN-FORCE-COUNT
                   ELSE
                       ADD 1 TO W_CLOSED-COUNT
                   END-IF
               END-IF
               GO TO JUDGE-ONE-REQUEST-EXIT
           END-IF.

           IF RQ_DUE-ON < W_TODAY
               IF PASS-OVERDUE
                   ADD 1 TO W_OVERDUE-COUNT
                   COMPUTE W_DAYS-LATE =
                       FUNCTION INTEGER-OF-DATE(W_TODAY)
                       - FUNCTION INTEGER-OF-DATE(RQ_DUE-ON)
                   MOVE W_DAYS-LATE TO W_DAYS-SHOWN
                   PERFORM LIST-ONE-REQUEST-SECTION
                   MOVE 'LATE' TO W_RP-LINE(96:4)
                   PERFORM REPORT-LINE-SECTION
               END-IF
               GO TO JUDGE-ONE-REQUEST-EXIT
           END-IF.

      * Business days left after today, up to and including the due
      * date - zero when it falls due today.
           MOVE 0 TO W_DAYS-LEFT.
           IF RQ_DUE-ON > W_TODAY
               MOVE 'DIFFBUS' TO W_BD-REQUEST
               CALL '10_BUSINESS_DAYS' USING W_BD-REQUEST,
                   W_TODAY, RQ_DUE-ON, W_DAYS-LEFT, W_BD-STATUS
           END-IF.
           IF W_DAYS-LEFT > W_NEAR-DAYS
               IF PASS-OVERDUE
                   ADD 1 TO W_OPEN-LATER-COUNT
               END-IF
               GO TO JUDGE-ONE-REQUEST-EXIT
           END-IF.
           IF PASS-DUE-SOON
               ADD 1 TO W_DUE-SOON-COUNT
               MOVE W_DAYS-LEFT TO W_DAYS-SHOWN
               PERFORM LIST-ONE-REQUEST-SECTION
               MOVE 'LEFT' TO W_RP-LINE(96:4)
               IF NOT RQ_EXTENDED
                   MOVE 'EXTENSION STILL AVAILABLE'
                       TO W_RP-LINE(102:25)
               END-IF
               PERFORM REPORT-LINE-SECTION
           END-IF.

       JUDGE-ONE-REQUEST-EXIT.
           EXIT.

      * The request's line, short of what each pass adds at the end.
       LIST-ONE-REQUEST-SECTION SECTION.
           MOVE 'NOT ON FILE' TO W_PERSON-NAME.
           IF PERSON-FILE-OPEN
               MOVE RQ_PERSON-ID TO FI_PERSON-ID
               READ PERSON-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO W_PERSON-NAME
                       STRING FUNCTION TRIM(FI_PERSON-NAME)
                                  DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              FUNCTION TRIM(FI_PERSON-SURNAME)
                                  DELIMITED BY SIZE
                           INTO W_PERSON-NAME
                       END-STRING
               END-READ
           END-IF.

           MOVE RQ_REQUEST-ID TO W_RP-LINE(1:6).
           MOVE RQ_PERSON-ID TO W_RP-LINE(10:6).
           MOVE W_PERSON-NAME TO W_RP-LINE(18:25).
           MOVE RQ_TYPE TO W_RP-LINE(45:8).
           MOVE RQ_RECEIVED-ON TO W_RP-LINE(55:8).
           MOVE RQ_DUE-ON TO W_RP-LINE(65:8).
           IF RQ_EXTENDED
               MOVE 'YES' TO W_RP-LINE(75:3)
           END-IF.
           MOVE RQ_OWNER TO W_RP-LINE(80:8).
           MOVE W_DAYS-SHOWN TO W_RP-LINE(90:5).
