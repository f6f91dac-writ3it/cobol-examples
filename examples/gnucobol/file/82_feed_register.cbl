      * The inbound feed register, and the alarm for a file that
      * never came. Every loader that takes a file from outside
      * (see FEED-CONTROL.cpy) stamps feed_register.dat with the day
      * each feed last arrived and, once its sender sends control
      * records, the last sequence number, count and hash total
      * accepted from that sender. A missing file used to look like
      * a quiet day; this lists the register and, for each feed
      * with an expected frequency, raises one alert on
      * batch_alerts.log per day the feed is overdue:
      *     D daily    - more than 1 business day since the last
      *     W weekly   - more than 5 business days
      *     M monthly  - more than 23 business days
      * (business days through the shared 10_BUSINESS_DAYS, so a
      * weekend or a holiday is not a missed daily file). A feed
      * that has never arrived at all is overdue from the day its
      * expectation was set.
      *     82_feed_register                  list and check
      *     82_feed_register EXPECT feed D|W|M|N
      *                                       set how often the feed
      *                                       is expected (N - no
      *                                       expectation, the
      *                                       default for a new feed)
      * 07_DAILY_RUN runs the list and check nightly.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 82_FEED_REGISTER.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
      * Inbound feed-sequence register - see FEED-CONTROL.cpy.
               SELECT FEED-REGISTER ASSIGN TO 'feed_register.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS FR_KEY
                   FILE STATUS IS W_FR-STATUS.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'FEED-REGISTER-FILE.cpy'.

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_FR-STATUS PIC X(2).
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_NOW PIC 9(8) VALUE 0.

               01 W_ARG-LINE PIC X(80) VALUE SPACES.
               01 W_ARG-MODE PIC X(10) VALUE SPACES.
               01 W_ARG-FEED PIC X(30) VALUE SPACES.
               01 W_ARG-FREQUENCY PIC X(1) VALUE SPACE.
                   88 FREQUENCY-VALID VALUE 'D' 'W' 'M' 'N'.

      * Business-day distance (see 10_BUSINESS_DAYS.cbl) from the
      * last arrival to today, and the most a feed may go without
      * arriving before it is overdue.
               01 W_BD-REQUEST PIC X(8) VALUE 'DIFFBUS'.
               01 W_BD-DAYS PIC S9(5) VALUE 0.
               01 W_BD-STATUS PIC X(1) VALUE '0'.
                   88 BD-OK VALUE '0'.
               01 W_ALLOWED-DAYS PIC 9(3) VALUE 0.
               01 W_SINCE PIC 9(8) VALUE 0.
               01 W_DAYS-SHOWN PIC ZZZZ9.
               01 W_STATE PIC X(10) VALUE SPACES.

               01 W_FEED-COUNT PIC 9(6) VALUE 0.
               01 W_OVERDUE-COUNT PIC 9(6) VALUE 0.
               01 W_ALERTED-COUNT PIC 9(6) VALUE 0.

      * Job-level run trailer (see JOB-TRAILER.cpy) - the count is
      * the feeds overdue.
               COPY 'JOB-TRAILER-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           ACCEPT W_ARG-LINE FROM COMMAND-LINE.
           UNSTRING W_ARG-LINE DELIMITED BY ALL SPACE
               INTO W_ARG-MODE, W_ARG-FEED, W_ARG-FREQUENCY.
           MOVE FUNCTION UPPER-CASE(W_ARG-MODE) TO W_ARG-MODE.

           EVALUATE W_ARG-MODE
               WHEN SPACES
                   PERFORM CHECK-REGISTER-SECTION
               WHEN 'EXPECT'
                   PERFORM SET-EXPECTATION-SECTION
               WHEN OTHER
                   DISPLAY '** unknown request 'W_ARG-MODE
                       ' - run with no argument to list and check, '
                       'or EXPECT feed D|W|M|N'
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

           MOVE '82_FEED_REGISTER' TO W_TRAILER-PROGRAM.
           MOVE W_OVERDUE-COUNT TO W_TRAILER-COUNT.
           IF RETURN-CODE = 0
               MOVE 'COMPLETE' TO W_TRAILER-STATUS
           ELSE
               MOVE 'FAILED' TO W_TRAILER-STATUS
           END-IF.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

      * Every feed on the register, each sender's sequence under it,
      * and the overdue check on the feed-level records. The file
      * is opened I-O so an alert can be stamped on the record as
      * it is raised - one alert per overdue feed per day, however
      * often this is run.
       CHECK-REGISTER-SECTION SECTION.
           OPEN I-O FEED-REGISTER.
           IF W_FR-STATUS = '35'
               DISPLAY 'No feed_register.dat yet - no feed has '
                   'arrived since control records came in'
               GO TO CHECK-REGISTER-EXIT
           END-IF.
           IF W_FR-STATUS NOT = '00'
               DISPLAY '** could not open feed_register.dat (status '
                   W_FR-STATUS')'
               MOVE 16 TO RETURN-CODE
               GO TO CHECK-REGISTER-EXIT
           END-IF.

           DISPLAY 'INBOUND FEED REGISTER - 'W_TODAY.
           MOVE LOW-VALUES TO FR_KEY.
           START FEED-REGISTER KEY IS NOT LESS THAN FR_KEY
               INVALID KEY
                   MOVE 'Y' TO B_EOF
           END-START.
           PERFORM UNTIL B_EOF = 'Y'
               READ FEED-REGISTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF FR_SENDER = SPACES
                           PERFORM CHECK-ONE-FEED-SECTION
                       ELSE
                           DISPLAY '    sender 'FR_SENDER' sequence '
                               FR_LAST-SEQ' of 'FR_LAST-FEED-DATE
                               ', 'FR_LAST-COUNT' record(s), in on '
                               FR_LAST-RECEIVED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEED-REGISTER.

           DISPLAY SPACES.
           DISPLAY W_FEED-COUNT' feed(s) on the register, '
               W_OVERDUE-COUNT' overdue, 'W_ALERTED-COUNT
               ' newly alerted'.
           IF W_OVERDUE-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       CHECK-REGISTER-EXIT.
           EXIT.

      * One feed-level record: how long since the feed last came,
      * against how often it is expected.
       CHECK-ONE-FEED-SECTION SECTION.
           ADD 1 TO W_FEED-COUNT.
           MOVE SPACES TO W_STATE.
           EVALUATE TRUE
               WHEN FR_EXPECT-DAILY
                   MOVE 1 TO W_ALLOWED-DAYS
               WHEN FR_EXPECT-WEEKLY
                   MOVE 5 TO W_ALLOWED-DAYS
               WHEN FR_EXPECT-MONTHLY
                   MOVE 23 TO W_ALLOWED-DAYS
               WHEN OTHER
                   MOVE 0 TO W_ALLOWED-DAYS
           END-EVALUATE.

           MOVE 0 TO W_BD-DAYS.
           IF W_ALLOWED-DAYS > 0
               MOVE FR_LAST-RECEIVED TO W_SINCE
               IF W_SINCE = 0
                   MOVE FR_LAST-FEED-DATE TO W_SINCE
               END-IF
               CALL '10_BUSINESS_DAYS' USING W_BD-REQUEST, W_SINCE,
                   W_TODAY, W_BD-DAYS, W_BD-STATUS
               IF NOT BD-OK
                   MOVE 0 TO W_BD-DAYS
               END-IF
               IF W_BD-DAYS > W_ALLOWED-DAYS
                   MOVE 'OVERDUE' TO W_STATE
               END-IF
           END-IF.

           IF FR_CONVERTED = 'Y'
               DISPLAY FR_FEED' last in 'FR_LAST-RECEIVED' by '
                   FR_LAST-PROGRAM' expected 'FR_EXPECTED
                   ' controlled 'W_STATE
           ELSE
               DISPLAY FR_FEED' last in 'FR_LAST-RECEIVED' by '
                   FR_LAST-PROGRAM' expected 'FR_EXPECTED
                   ' no header 'W_STATE
           END-IF.

           IF W_STATE NOT = 'OVERDUE'
               GO TO CHECK-ONE-FEED-EXIT
           END-IF.
           ADD 1 TO W_OVERDUE-COUNT.
           MOVE W_BD-DAYS TO W_DAYS-SHOWN.
           DISPLAY '** 'FUNCTION TRIM(FR_FEED)' has not arrived for '
               FUNCTION TRIM(W_DAYS-SHOWN)' business day(s)'.
           IF FR_ALERTED-ON = W_TODAY
               GO TO CHECK-ONE-FEED-EXIT
           END-IF.

           ACCEPT W_NOW FROM TIME.
           MOVE SPACES TO L_ALERT-LOG-REC.
           STRING W_TODAY DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  W_NOW DELIMITED BY SIZE
                  ' FEED MISSING ' DELIMITED BY SIZE
                  FR_FEED DELIMITED BY SPACE
                  ' LAST=' DELIMITED BY SIZE
                  FR_LAST-RECEIVED DELIMITED BY SIZE
               INTO L_ALERT-LOG-REC
           END-STRING.
           OPEN EXTEND ALERT-LOG.
           WRITE L_ALERT-LOG-REC.
           CLOSE ALERT-LOG.
           ADD 1 TO W_ALERTED-COUNT.

           MOVE W_TODAY TO FR_ALERTED-ON.
           REWRITE FR_REGISTER-REC.

       CHECK-ONE-FEED-EXIT.
           EXIT.

      * EXPECT feed D|W|M|N on the feed-level record - created when
      * the feed has not arrived yet, so a feed that is due to
      * start is watched from today.
       SET-EXPECTATION-SECTION SECTION.
           MOVE FUNCTION UPPER-CASE(W_ARG-FREQUENCY)
               TO W_ARG-FREQUENCY.
           IF W_ARG-FEED = SPACES OR NOT FREQUENCY-VALID
               DISPLAY '** EXPECT needs a feed name and D, W, M or N'
               MOVE 16 TO RETURN-CODE
               GO TO SET-EXPECTATION-EXIT
           END-IF.

           OPEN I-O FEED-REGISTER.
           IF W_FR-STATUS = '35'
               OPEN OUTPUT FEED-REGISTER
               CLOSE FEED-REGISTER
               OPEN I-O FEED-REGISTER
           END-IF.
           IF W_FR-STATUS NOT = '00'
               DISPLAY '** could not open feed_register.dat (status '
                   W_FR-STATUS')'
               MOVE 16 TO RETURN-CODE
               GO TO SET-EXPECTATION-EXIT
           END-IF.

           MOVE W_ARG-FEED TO FR_FEED.
           MOVE SPACES TO FR_SENDER.
           READ FEED-REGISTER
               INVALID KEY
                   MOVE W_ARG-FEED TO FR_FEED
                   MOVE SPACES TO FR_SENDER
                   MOVE 0 TO FR_LAST-SEQ FR_LAST-COUNT FR_LAST-HASH
                             FR_LAST-RECEIVED FR_ALERTED-ON
                   MOVE W_TODAY TO FR_LAST-FEED-DATE
                   MOVE SPACES TO FR_LAST-PROGRAM
                   MOVE 'N' TO FR_CONVERTED
                   MOVE W_ARG-FREQUENCY TO FR_EXPECTED
                   WRITE FR_REGISTER-REC
                   DISPLAY FUNCTION TRIM(W_ARG-FEED)' added to the '
                       'register, expected 'W_ARG-FREQUENCY
                   GO TO SET-EXPECTATION-CLOSE
           END-READ.
           MOVE W_ARG-FREQUENCY TO FR_EXPECTED.
           REWRITE FR_REGISTER-REC.
           DISPLAY FUNCTION TRIM(W_ARG-FEED)' now expected '
               W_ARG-FREQUENCY.

       SET-EXPECTATION-CLOSE.
           CLOSE FEED-REGISTER.

       SET-EXPECTATION-EXIT.
           EXIT.

       COPY 'JOB-TRAILER.cpy'.
