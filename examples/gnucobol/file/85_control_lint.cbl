      * The nightly run is steered by hand-edited control files, and
      * every one of their readers is forgiving by design - an
      * unknown rule is ignored, a bad threshold reads as zero, a
      * mistyped holiday is a weekday like any other - so a typo
      * fails quietly, or fails open. This is the gate in front of
      * 07_DAILY_RUN: every control file below is checked against
      * what its reader actually understands, and an error stops
      * the chain before it runs on a broken setting.
      *     validation_rules.ctl  known rule names (03_VALIDATE_
      *                           PERSON), a four-digit year not in
      *                           the future, Y/N switches
      *     sla_limits.ctl        program as the trailer names it,
      *                           whole-second warn <= crit
      *     subscriptions.ctl     known filters (56_CHANGE_ROUTER)
      *                           and FIELD values
      *     operators.ctl         operator IDs once each, granted
      *                           only actions the programs ask for
      *     holiday_calendar.ctl  real dates, none twice, this year
      *                           (and next, in December) present
      *     branch_profiles.ctl   branch codes whose person file
      *                           exists
      *     reign_fix.ctl         king-id start end, start <= end
      *     processing_period.ctl one YYYYMM, not the current month
      *     security_policy.ctl   known rules (08_OPERATOR_SIGNON,
      *                           87_SECURITY_REPORT), whole numbers
      *                           in range
      *     pending_aging.ctl     known rules (90_PENDING_AGING),
      *                           1 to 999 business days, the
      *                           cancellation after the worklist
      * E lines are errors - RC 16 and a FAILED trailer, which puts
      * it on batch_alerts.log. W lines are warnings and do not stop
      * anything.
      * Each run also keeps the files' history: whenever a file's
      * contents differ from the last copy kept, the new contents
      * are copied to <file>_<yyyymmdd>_<hhmmss>.ctl and the lines
      * taken out and put in go onto control_change.log with the
      * date, time and operator - so "who loosened MIN-BIRTH-YEAR,
      * and when" has an answer. control_snapshots.ctl holds the
      * name of the latest copy of each file.
      *     85_control_lint                 check and record - the
      *                                     nightly gate; a change
      *                                     found here was made
      *                                     without sign-off and is
      *                                     alerted as such
      *     85_control_lint RECORD operid   check and record under
      *                                     the operator's sign-on,
      *                                     right after an edit
      *     85_control_lint CHECK           check only
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 85_CONTROL_LINT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT CONTROL-IN ASSIGN TO W_CTL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_CTL-STATUS.

               SELECT SNAPSHOT-IN ASSIGN TO W_PREV-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_PREV-STATUS.

               SELECT SNAPSHOT-OUT ASSIGN TO W_SNAP-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_SNAP-STATUS.

               SELECT SNAPSHOT-STATE ASSIGN TO
                       'control_snapshots.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_STATE-STATUS.

               SELECT CHANGE-LOG ASSIGN TO 'control_change.log'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_CHANGE-STATUS.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.

           FD CONTROL-IN.
           01 CI_CONTROL-LINE PIC X(132).

           FD SNAPSHOT-IN.
           01 SI_SNAPSHOT-LINE PIC X(132).

           FD SNAPSHOT-OUT.
           01 SO_SNAPSHOT-LINE PIC X(132).

      * One line per control file - the latest copy kept, and when
      * and under whom it was taken.
           FD SNAPSHOT-STATE.
           01 SS_STATE-REC.
               02 SS_FILE PIC X(30).
               02 FILLER PIC X(1).
               02 SS_SNAPSHOT PIC X(50).
               02 FILLER PIC X(1).
               02 SS_DATE PIC 9(8).
               02 FILLER PIC X(1).
               02 SS_TIME PIC 9(6).
               02 FILLER PIC X(1).
               02 SS_OPERATOR PIC X(8).

           FD CHANGE-LOG.
           01 CL_CHANGE-LINE PIC X(200).

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_CTL-STATUS PIC X(2).
               01 W_PREV-STATUS PIC X(2).
               01 W_SNAP-STATUS PIC X(2).
               01 W_STATE-STATUS PIC X(2).
               01 W_CHANGE-STATUS PIC X(2).
               01 W_CTL-FILENAME PIC X(30) VALUE SPACES.
               01 W_PREV-FILENAME PIC X(50) VALUE SPACES.
               01 W_SNAP-FILENAME PIC X(50) VALUE SPACES.
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_NOW PIC 9(8) VALUE 0.
               01 W_THIS-PERIOD PIC 9(6) VALUE 0.
               01 W_THIS-YEAR PIC 9(4) VALUE 0.

               01 W_ARG-LINE PIC X(80) VALUE SPACES.
               01 W_ARG-MODE PIC X(10) VALUE SPACES.
               01 W_ARG-OPERATOR PIC X(10) VALUE SPACES.
               01 W_MODE-SW PIC X(1) VALUE 'N'.
                   88 MODE-NIGHTLY VALUE 'N'.
                   88 MODE-RECORD VALUE 'R'.
                   88 MODE-CHECK VALUE 'C'.
               01 W_OPERATOR-ID PIC X(8) VALUE 'UNSIGNED'.
               01 W_AUTH-ACTION PIC X(10) VALUE SPACES.
               01 W_SIGNON-REASON PIC X(40) VALUE SPACES.
               01 W_SIGNON-STATUS PIC X(1) VALUE '0'.
                   88 SIGNON-OK VALUE '0'.

      * The control files, in the order they are checked.
               01 W_FILE-NAMES.
                   02 FILLER PIC X(30) VALUE 'validation_rules.ctl'.
                   02 FILLER PIC X(30) VALUE 'sla_limits.ctl'.
                   02 FILLER PIC X(30) VALUE 'subscriptions.ctl'.
                   02 FILLER PIC X(30) VALUE 'operators.ctl'.
                   02 FILLER PIC X(30) VALUE 'holiday_calendar.ctl'.
                   02 FILLER PIC X(30) VALUE 'branch_profiles.ctl'.
                   02 FILLER PIC X(30) VALUE 'reign_fix.ctl'.
                   02 FILLER PIC X(30) VALUE 'processing_period.ctl'.
                   02 FILLER PIC X(30) VALUE 'security_policy.ctl'.
                   02 FILLER PIC X(30) VALUE 'pending_aging.ctl'.
               01 W_FILE-TABLE REDEFINES W_FILE-NAMES.
                   02 W_FILE-NAME PIC X(30) OCCURS 10 TIMES.
               01 W_FILE-SUB PIC 9(2) VALUE 0.

      * The actions the programs ask 08_OPERATOR_SIGNON about -
      * 09_MAINTAIN's own actions, then 45_WORKLIST, 34_APPROVAL_
      * QUEUE, 14_MERGE_PERSON, 86_OPERATOR_SECURITY,
      * 92_BRANCH_TRANSFER, 101_MASS_UPDATE, 102_REVERSE_CHANGE and
      * 111_RODO_REGISTER.
               01 W_ACTION-NAMES.
                   02 FILLER PIC X(30) VALUE
                      'ADD       CHANGE    DEACTIVATE'.
                   02 FILLER PIC X(30) VALUE
                      'REACTIVATESUSPEND   DECEASE   '.
                   02 FILLER PIC X(30) VALUE
                      'HOUSEHOLD ADDRESS   CONSENT   '.
                   02 FILLER PIC X(30) VALUE
                      'PESEL     NOTE      DOCUMENT  '.
                   02 FILLER PIC X(30) VALUE
                      'REISSUE   RELATE    HOLD      '.
                   02 FILLER PIC X(30) VALUE
                      'RELEASE   WORKLIST  APPROVE   '.
                   02 FILLER PIC X(30) VALUE
                      'MERGE     UNLOCK    TRANSFER  '.
                   02 FILLER PIC X(30) VALUE
                      'MASSUPDATEREVERSAL  RODO      '.
               01 W_ACTION-TABLE REDEFINES W_ACTION-NAMES.
                   02 W_KNOWN-ACTION PIC X(10) OCCURS 24 TIMES.
               01 W_ACTION-SUB PIC 9(2) VALUE 0.
               01 W_ACTION-TOKEN PIC X(20) VALUE SPACES.
               01 W_ACTION-PTR PIC 9(3) VALUE 0.
               01 W_ACTION-FOUND-SW PIC X(1) VALUE 'N'.
                   88 ACTION-KNOWN VALUE 'Y'.

      * The file being checked, as it stands tonight.
               01 W_CUR-TABLE.
                   02 W_CUR-LINE PIC X(132) OCCURS 400 TIMES.
               01 W_CUR-COUNT PIC 9(3) VALUE 0.
               01 W_CUR-FOUND-SW PIC X(1) VALUE 'N'.
                   88 CURRENT-ON-FILE VALUE 'Y'.
               01 W_CUR-OVERFLOW-SW PIC X(1) VALUE 'N'.
                   88 CURRENT-OVERFLOW VALUE 'Y'.
               01 W_LINE-NO PIC 9(3) VALUE 0.
               01 W_OTHER-NO PIC 9(3) VALUE 0.
      * First token of every line checked so far, for the "same
      * key twice" checks.
               01 W_KEY-TABLE.
                   02 W_KEY PIC X(40) OCCURS 400 TIMES.
               01 W_DATA-LINES PIC 9(3) VALUE 0.

      * The last copy kept of it.
               01 W_PREV-TABLE.
                   02 W_PREV-LINE PIC X(132) OCCURS 400 TIMES.
               01 W_PREV-COUNT PIC 9(3) VALUE 0.
               01 W_PREV-FOUND-SW PIC X(1) VALUE 'N'.
                   88 PREVIOUS-ON-FILE VALUE 'Y'.
               01 W_SAME-SW PIC X(1) VALUE 'N'.
                   88 CONTENTS-SAME VALUE 'Y'.
               01 W_LINE-FOUND-SW PIC X(1) VALUE 'N'.
                   88 LINE-FOUND VALUE 'Y'.

      * control_snapshots.ctl, one slot per control file.
               01 W_STATE-TABLE.
                   02 W_STATE-ENTRY OCCURS 10 TIMES.
                       03 W_ST-SNAPSHOT PIC X(50).
                       03 W_ST-DATE PIC 9(8).
                       03 W_ST-TIME PIC 9(6).
                       03 W_ST-OPERATOR PIC X(8).
               01 W_STATE-CHANGED-SW PIC X(1) VALUE 'N'.
                   88 STATE-CHANGED VALUE 'Y'.
               01 W_BASE-NAME PIC X(30) VALUE SPACES.

      * One line pulled apart.
               01 W_TOKENS.
                   02 W_TOK PIC X(120) OCCURS 6 TIMES.
               01 W_TOK-COUNT PIC 9(1) VALUE 0.
               01 W_TOK-SUB PIC 9(1) VALUE 0.
               01 W_TOK-OVERFLOW-SW PIC X(1) VALUE 'N'.
                   88 TOO-MANY-TOKENS VALUE 'Y'.
               01 W_TOK-NAME PIC X(20) VALUE SPACES.
               01 W_TOK-VALUE PIC X(40) VALUE SPACES.

      * A whole-number token: W_CHECK-TOKEN in, no more than
      * W_CHECK-MAX digits, W_CHECK-VALUE out.
               01 W_CHECK-TOKEN PIC X(120) VALUE SPACES.
               01 W_CHECK-MAX PIC 9(2) VALUE 0.
               01 W_CHECK-LEN PIC 9(3) VALUE 0.
               01 W_CHECK-VALUE PIC 9(10) VALUE 0.
      * pending_aging.ctl as read, the built-in values until a line
      * says otherwise.
               01 W_PA-ESCALATE-DAYS PIC 9(3) VALUE 10.
               01 W_PA-CANCEL-DAYS PIC 9(3) VALUE 30.
               01 W_DIGITS-SW PIC X(1) VALUE 'N'.
                   88 TOKEN-DIGITS VALUE 'Y'.
               01 W_VALUE-1 PIC 9(10) VALUE 0.
               01 W_VALUE-2 PIC 9(10) VALUE 0.

               01 W_DATE-WORK PIC 9(8) VALUE 0.
               01 W_DAY-NO PIC 9(1) VALUE 0.
               01 W_YEAR-WANTED PIC 9(4) VALUE 0.
               01 W_YEAR-FOUND-SW PIC X(1) VALUE 'N'.
                   88 YEAR-FOUND VALUE 'Y'.
               01 W_BRANCH-ENV PIC X(3) VALUE SPACES.
               01 W_BRANCH-ENV-SW PIC X(1) VALUE 'N'.
                   88 BRANCH-ENV-LISTED VALUE 'Y'.
               01 W_PERSON-FILENAME PIC X(30) VALUE SPACES.
               01 W_FILE-INFO PIC X(16) VALUE SPACES.
               01 W_EXIST-RC PIC 9(9) VALUE 0.

               01 W_MESSAGE PIC X(70) VALUE SPACES.
               01 W_FILE-ERRORS PIC 9(3) VALUE 0.
               01 W_FILE-WARNINGS PIC 9(3) VALUE 0.
               01 W_ERROR-COUNT PIC 9(4) VALUE 0.
               01 W_WARNING-COUNT PIC 9(4) VALUE 0.
               01 W_CHANGED-COUNT PIC 9(1) VALUE 0.
               01 W_CHANGE-HEAD PIC X(60) VALUE SPACES.

      * Job-level run trailer (see JOB-TRAILER.cpy) - the count is
      * the errors found.
               COPY 'JOB-TRAILER-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           ACCEPT W_NOW FROM TIME.
           MOVE W_TODAY(1:6) TO W_THIS-PERIOD.
           MOVE W_TODAY(1:4) TO W_THIS-YEAR.
           ACCEPT W_ARG-LINE FROM COMMAND-LINE.
           UNSTRING W_ARG-LINE DELIMITED BY ALL SPACE
               INTO W_ARG-MODE, W_ARG-OPERATOR.
           MOVE FUNCTION UPPER-CASE(W_ARG-MODE) TO W_ARG-MODE.
           EVALUATE W_ARG-MODE
               WHEN SPACES
                   MOVE 'N' TO W_MODE-SW
               WHEN 'CHECK'
                   MOVE 'C' TO W_MODE-SW
               WHEN 'RECORD'
                   MOVE 'R' TO W_MODE-SW
                   PERFORM SIGN-ON-SECTION
               WHEN OTHER
                   DISPLAY '** unknown request 'W_ARG-MODE
                       ' - run with no argument, CHECK, or RECORD '
                       'operid'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF NOT MODE-CHECK
               PERFORM LOAD-STATE-SECTION
           END-IF.

           DISPLAY 'CONTROL FILE CHECK 'W_TODAY.
           PERFORM VARYING W_FILE-SUB FROM 1 BY 1
                   UNTIL W_FILE-SUB > 10
               PERFORM CHECK-ONE-FILE-SECTION
               IF NOT MODE-CHECK
                   PERFORM TRACK-CHANGES-SECTION
               END-IF
           END-PERFORM.

           IF STATE-CHANGED
               PERFORM SAVE-STATE-SECTION
           END-IF.

           DISPLAY SPACES.
           DISPLAY 'Control files: 'W_ERROR-COUNT' error(s), '
               W_WARNING-COUNT' warning(s), 'W_CHANGED-COUNT
               ' changed since the last copy kept'.
           IF W_ERROR-COUNT > 0
               DISPLAY '** fix the E lines above before the nightly '
                   'run'
               MOVE 16 TO RETURN-CODE
           END-IF.
           MOVE '85_CONTROL_LINT' TO W_TRAILER-PROGRAM.
           MOVE W_ERROR-COUNT TO W_TRAILER-COUNT.
           IF RETURN-CODE = 0
               MOVE 'COMPLETE' TO W_TRAILER-STATUS
           ELSE
               MOVE 'FAILED' TO W_TRAILER-STATUS
           END-IF.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

      * RECORD attributes what it finds to the operator signed on -
      * plain sign-on, no particular action asked for.
       SIGN-ON-SECTION SECTION.
           IF W_ARG-OPERATOR = SPACES OR W_ARG-OPERATOR(9:2)
                   NOT = SPACES
               DISPLAY '** RECORD needs the operator ID of whoever '
                   'made the change'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE W_ARG-OPERATOR TO W_OPERATOR-ID.
           CALL '08_OPERATOR_SIGNON' USING W_OPERATOR-ID,
               W_AUTH-ACTION, W_SIGNON-REASON, W_SIGNON-STATUS.
           IF NOT SIGNON-OK
               DISPLAY '** sign-on refused for 'W_OPERATOR-ID' - '
                   W_SIGNON-REASON
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE W_OPERATOR-ID TO W_TRAILER-OPERATOR.

      * One control file: read it whole, check it line by line
      * with its own rules, then the checks over the whole file.
       CHECK-ONE-FILE-SECTION SECTION.
           MOVE W_FILE-NAME(W_FILE-SUB) TO W_CTL-FILENAME.
           MOVE 0 TO W_FILE-ERRORS W_FILE-WARNINGS W_DATA-LINES.
           MOVE 0 TO W_LINE-NO.
           PERFORM LOAD-CURRENT-SECTION.
           DISPLAY SPACES.
           IF NOT CURRENT-ON-FILE
               DISPLAY FUNCTION TRIM(W_CTL-FILENAME)' - not on file'
               PERFORM CHECK-MISSING-FILE-SECTION
               GO TO CHECK-ONE-FILE-EXIT
           END-IF.
           DISPLAY FUNCTION TRIM(W_CTL-FILENAME)' - 'W_CUR-COUNT
               ' line(s)'.
           IF CURRENT-OVERFLOW
               MOVE 'more than 400 lines - only the first 400 checked'
                   TO W_MESSAGE
               PERFORM REPORT-ERROR-SECTION
           END-IF.

           PERFORM VARYING W_LINE-NO FROM 1 BY 1
                   UNTIL W_LINE-NO > W_CUR-COUNT
               MOVE SPACES TO W_KEY(W_LINE-NO)
               IF W_CUR-LINE(W_LINE-NO) NOT = SPACES
                   PERFORM SPLIT-LINE-SECTION
                   MOVE W_TOK(1) TO W_KEY(W_LINE-NO)
                   IF W_CUR-LINE(W_LINE-NO)(1:1) = SPACE
                       MOVE 'leading blank - first word reads as empty'
                           TO W_MESSAGE
                       PERFORM REPORT-ERROR-SECTION
                   ELSE
                       EVALUATE W_FILE-SUB
                           WHEN 1
                               PERFORM CHECK-RULE-LINE-SECTION
                           WHEN 2
                               PERFORM CHECK-SLA-LINE-SECTION
                           WHEN 3
                               PERFORM CHECK-SUBSCRIPTION-LINE-SECTION
                           WHEN 4
                               PERFORM CHECK-OPERATOR-LINE-SECTION
                           WHEN 5
                               PERFORM CHECK-HOLIDAY-LINE-SECTION
                           WHEN 6
                               PERFORM CHECK-BRANCH-LINE-SECTION
                           WHEN 7
                               PERFORM CHECK-REIGN-FIX-LINE-SECTION
                           WHEN 8
                               PERFORM CHECK-PERIOD-LINE-SECTION
                           WHEN 9
                               PERFORM CHECK-POLICY-LINE-SECTION
                           WHEN 10
                               PERFORM CHECK-PENDING-LINE-SECTION
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 0 TO W_LINE-NO.
           EVALUATE W_FILE-SUB
               WHEN 2
                   IF W_DATA-LINES > 40
                       MOVE 'over 40 programs - 46_SLA_CHECK drops rest'
                           TO W_MESSAGE
                       PERFORM REPORT-ERROR-SECTION
                   END-IF
               WHEN 3
                   IF W_DATA-LINES > 20
                       MOVE 'over 20 rules - the router drops them'
                           TO W_MESSAGE
                       PERFORM REPORT-ERROR-SECTION
                   END-IF
               WHEN 4
                   IF W_DATA-LINES > 40
                       MOVE 'over 40 operators - sign-on drops the rest'
                           TO W_MESSAGE
                       PERFORM REPORT-ERROR-SECTION
                   END-IF
               WHEN 5
                   PERFORM CHECK-HOLIDAY-YEARS-SECTION
               WHEN 6
                   PERFORM CHECK-BRANCH-ENV-SECTION
               WHEN 8
                   IF W_DATA-LINES > 1
                       MOVE 'more than one line - the first is read'
                           TO W_MESSAGE
                       PERFORM REPORT-WARNING-SECTION
                   END-IF
                   IF W_DATA-LINES = 0
                       MOVE 'no period - reads as nothing closed yet'
                           TO W_MESSAGE
                       PERFORM REPORT-WARNING-SECTION
                   END-IF
               WHEN 10
                   IF W_PA-CANCEL-DAYS NOT > W_PA-ESCALATE-DAYS
                       MOVE 'cancelled before the worklist sees it'
                           TO W_MESSAGE
                       PERFORM REPORT-ERROR-SECTION
                   END-IF
           END-EVALUATE.
           IF W_FILE-ERRORS = 0 AND W_FILE-WARNINGS = 0
               DISPLAY '  clean'
           END-IF.

       CHECK-ONE-FILE-EXIT.
           EXIT.

       LOAD-CURRENT-SECTION SECTION.
           MOVE 0 TO W_CUR-COUNT.
           MOVE 'N' TO W_CUR-FOUND-SW W_CUR-OVERFLOW-SW B_EOF.
           OPEN INPUT CONTROL-IN.
           IF W_CTL-STATUS NOT = '00'
               GO TO LOAD-CURRENT-EXIT
           END-IF.
           MOVE 'Y' TO W_CUR-FOUND-SW.
           PERFORM UNTIL B_EOF = 'Y'
               READ CONTROL-IN
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF W_CUR-COUNT < 400
                           ADD 1 TO W_CUR-COUNT
                           MOVE CI_CONTROL-LINE
                               TO W_CUR-LINE(W_CUR-COUNT)
                       ELSE
                           MOVE 'Y' TO W_CUR-OVERFLOW-SW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTROL-IN.

       LOAD-CURRENT-EXIT.
           EXIT.

      * What each reader does when its file is not there at all.
       CHECK-MISSING-FILE-SECTION SECTION.
           EVALUATE W_FILE-SUB
               WHEN 1
                   MOVE 'every validation rule at its built-in default'
                       TO W_MESSAGE
                   PERFORM REPORT-WARNING-SECTION
               WHEN 2
                   MOVE 'no SLA is judged' TO W_MESSAGE
                   PERFORM REPORT-WARNING-SECTION
               WHEN 3
                   MOVE 'no subscriber gets a change feed' TO W_MESSAGE
                   PERFORM REPORT-WARNING-SECTION
               WHEN 4
                   MOVE 'every sign-on is refused' TO W_MESSAGE
                   PERFORM REPORT-ERROR-SECTION
               WHEN 5
                   MOVE 'weekends only - no public holiday is known'
                       TO W_MESSAGE
                   PERFORM REPORT-ERROR-SECTION
               WHEN 6
                   MOVE 'branch census and branch ops refuse to run'
                       TO W_MESSAGE
                   PERFORM REPORT-WARNING-SECTION
               WHEN 7
                   DISPLAY '  no reign corrections waiting'
               WHEN 8
                   MOVE 'no period closed yet' TO W_MESSAGE
                   PERFORM REPORT-WARNING-SECTION
               WHEN 9
                   DISPLAY '  built-in policy: 3 attempts, 90 days, '
                       'repeat at 3'
               WHEN 10
                   DISPLAY '  built-in aging: worklist at 10, '
                       'cancelled at 30 business days'
           END-EVALUATE.

      * The line into blank-separated words, the way every reader
      * here splits it.
       SPLIT-LINE-SECTION SECTION.
           MOVE SPACES TO W_TOKENS.
           MOVE 'N' TO W_TOK-OVERFLOW-SW.
           ADD 1 TO W_DATA-LINES.
           UNSTRING W_CUR-LINE(W_LINE-NO) DELIMITED BY ALL SPACE
               INTO W_TOK(1), W_TOK(2), W_TOK(3), W_TOK(4), W_TOK(5),
                    W_TOK(6)
               ON OVERFLOW MOVE 'Y' TO W_TOK-OVERFLOW-SW
           END-UNSTRING.
           MOVE 0 TO W_TOK-COUNT.
           PERFORM VARYING W_TOK-SUB FROM 1 BY 1
                   UNTIL W_TOK-SUB > 6
               IF W_TOK(W_TOK-SUB) NOT = SPACES
                   MOVE W_TOK-SUB TO W_TOK-COUNT
               END-IF
           END-PERFORM.
           IF W_TOK(6) NOT = SPACES
               MOVE 'Y' TO W_TOK-OVERFLOW-SW
           END-IF.

      * validation_rules.ctl - "RULE-NAME value".
       CHECK-RULE-LINE-SECTION SECTION.
           IF W_TOK-COUNT > 2
               MOVE 'more than rule and value - rest ignored'
                   TO W_MESSAGE
               PERFORM REPORT-WARNING-SECTION
           END-IF.
           EVALUATE W_TOK(1)
               WHEN 'MIN-BIRTH-YEAR'
                   MOVE W_TOK(2) TO W_CHECK-TOKEN
                   MOVE 4 TO W_CHECK-MAX
                   PERFORM CHECK-DIGITS-SECTION
                   IF NOT TOKEN-DIGITS
                       MOVE 'not a year of up to 4 digits - ignored'
                           TO W_MESSAGE
                       PERFORM REPORT-ERROR-SECTION
                   ELSE
                       IF W_CHECK-VALUE > W_THIS-YEAR
                           MOVE 'year in the future - all refused'
                               TO W_MESSAGE
                           PERFORM REPORT-ERROR-SECTION
                       END-IF
                   END-IF
               WHEN 'REQUIRE-NAME'
               WHEN 'REQUIRE-SURNAME'
                   IF W_TOK(2) NOT = 'Y' AND W_TOK(2) NOT = 'N'
                       MOVE 'must be Y or N' TO W_MESSAGE
                       PERFORM REPORT-ERROR-SECTION
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO W_MESSAGE
                   STRING 'unknown rule ' DELIMITED BY SIZE
                          W_TOK(1) DELIMITED BY SPACE
                          ' - ignored by 03_VALIDATE_PERSON'
                              DELIMITED BY SIZE
                       INTO W_MESSAGE
                   END-STRING
                   PERFORM REPORT-ERROR-SECTION
           END-EVALUATE.
           PERFORM CHECK-DUPLICATE-KEY-SECTION.
           IF LINE-FOUND
               MOVE 'rule given twice - the later line wins'
                   TO W_MESSAGE
               PERFORM REPORT-WARNING-SECTION
           END-IF.

      * sla_limits.ctl - "PROGRAM warn-secs crit-secs".
       CHECK-SLA-LINE-SECTION SECTION.
           IF W_TOK-COUNT NOT = 3
               MOVE 'needs program, warn secs and crit secs'
                   TO W_MESSAGE
               PERFORM REPORT-ERROR-SECTION
               GO TO CHECK-SLA-LINE-EXIT
           END-IF.
           IF W_TOK(1)(21:) NOT = SPACES
               MOVE 'program name over 20 characters'
                   TO W_MESSAGE
               PERFORM REPORT-ERROR-SECTION
           END-IF.
           IF W_TOK(1) NOT = FUNCTION UPPER-CASE(W_TOK(1))
               MOVE 'not upper case - never matches a trailer'
                   TO W_MESSAGE
               PERFORM REPORT-ERROR-SECTION
           END-IF.
           MOVE W_TOK(2) TO W_CHECK-TOKEN.
           MOVE 6 TO W_CHECK-MAX.
           PERFORM CHECK-DIGITS-SECTION.
           MOVE W_CHECK-VALUE TO W_VALUE-1.
           IF TOKEN-DIGITS
               MOVE W_TOK(3) TO W_CHECK-TOKEN
               PERFORM CHECK-DIGITS-SECTION
               MOVE W_CHECK-VALUE TO W_VALUE-2
           END-IF.
           IF NOT TOKEN-DIGITS
               MOVE 'thresholds must be whole seconds, up to six digits'
                   TO W_MESSAGE
               PERFORM REPORT-ERROR-SECTION
               GO TO CHECK-SLA-LINE-EXIT
           END-IF.
           IF W_VALUE-1 > W_VALUE-2
               MOVE 'warning threshold above the critical one'
                   TO W_MESSAGE
               PERFORM REPORT-ERROR-SECTION
           END-IF.
           IF W_VALUE-1 = 0
               MOVE 'warning threshold of 0 - every run breaches it'
                   TO W_MESSAGE
               PERFORM REPORT-WARNING-SECTION
           END-IF.
           PERFORM CHECK-DUPLICATE-KEY-SECTION.
           IF LINE-FOUND
               MOVE 'program given twice - the later line never judges'
                   TO W_MESSAGE
               PERFORM REPORT-WARNING-SECTION
           END-IF.

       CHECK-SLA-LINE-EXIT.
           EXIT.

      * subscriptions.ctl - "SUBSCRIBER FILTER=VALUE ...".
       CHECK-SUBSCRIPTION-LINE-SECTION SECTION.
           IF W_TOK(1)(13:) NOT = SPACES
               MOVE 'subscriber name longer than 12 characters'
                   TO W_MESSAGE
               PERFORM REPORT-ERROR-SECTION
           END-IF.
           IF W_TOK-COUNT = 1
               MOVE 'no filter - sent every audit line' TO W_MESSAGE
               PERFORM REPORT-WARNING-SECTION
           END-IF.
           IF W_TOK-COUNT > 4 OR TOO-MANY-TOKENS
               MOVE 'more than three filters - the rest are ignored'
                   TO W_MESSAGE
               PERFORM REPORT-ERROR-SECTION
           END-IF.
           PERFORM VARYING W_TOK-SUB FROM 2 BY 1
                   UNTIL W_TOK-SUB > 4 OR W_TOK-SUB > W_TOK-COUNT
               PERFORM CHECK-ONE-FILTER-SECTION
           END-PERFORM.

       CHECK-ONE-FILTER-SECTION SECTION.
           MOVE SPACES TO W_TOK-NAME W_TOK-VALUE.
           UNSTRING W_TOK(W_TOK-SUB) DELIMITED BY '='
               INTO W_TOK-NAME, W_TOK-VALUE.
           IF W_TOK-VALUE = SPACES
               MOVE SPACES TO W_MESSAGE
               STRING 'filter ' DELIMITED BY SIZE
                      W_TOK(W_TOK-SUB) DELIMITED BY SPACE
                      ' has no =VALUE' DELIMITED BY SIZE
                   INTO W_MESSAGE
               END-STRING
               PERFORM REPORT-ERROR-SECTION
               GO TO CHECK-ONE-FILTER-EXIT
           END-IF.
           EVALUATE W_TOK-NAME
               WHEN 'OPERATION'
                   IF W_TOK-VALUE(11:) NOT = SPACES
                       MOVE 'OPERATION over 10 chars - never matches'
                           TO W_MESSAGE
                       PERFORM REPORT-ERROR-SECTION
                   END-IF
               WHEN 'PROGRAM'
                   IF W_TOK-VALUE(21:) NOT = SPACES
                       MOVE 'PROGRAM over 20 chars - never matches'
                           TO W_MESSAGE
                       PERFORM REPORT-ERROR-SECTION
                   END-IF
               WHEN 'FIELD'
                   IF W_TOK-VALUE NOT = 'NAME'
                      AND W_TOK-VALUE NOT = 'SURNAME'
                      AND W_TOK-VALUE NOT = 'BIRTH'
                      AND W_TOK-VALUE NOT = 'STATUS'
                       MOVE 'FIELD not NAME/SURNAME/BIRTH/STATUS'
                           TO W_MESSAGE
                       PERFORM REPORT-ERROR-SECTION
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO W_MESSAGE
                   STRING 'unknown filter ' DELIMITED BY SIZE
                          W_TOK-NAME DELIMITED BY SPACE
                          ' - ignored by 56_CHANGE_ROUTER'
                              DELIMITED BY SIZE
                       INTO W_MESSAGE
                   END-STRING
                   PERFORM REPORT-ERROR-SECTION
           END-EVALUATE.

       CHECK-ONE-FILTER-EXIT.
           EXIT.

      * operators.ctl - "OPERID ACTION,ACTION,..." or "OPERID ALL".
       CHECK-OPERATOR-LINE-SECTION SECTION.
           IF W_TOK(1)(9:) NOT = SPACES
               MOVE 'operator ID over 8 chars - cannot sign on'
                   TO W_MESSAGE
               PERFORM REPORT-ERROR-SECTION
           END-IF.
           PERFORM CHECK-DUPLICATE-KEY-SECTION.
           IF LINE-FOUND
               MOVE 'operator ID given twice' TO W_MESSAGE
               PERFORM REPORT-ERROR-SECTION
           END-IF.
           IF W_TOK-COUNT = 1
               MOVE 'no actions - sign-on only' TO W_MESSAGE
               PERFORM REPORT-WARNING-SECTION
               GO TO CHECK-OPERATOR-LINE-EXIT
           END-IF.
           IF W_TOK(2) = 'ALL'
               GO TO CHECK-OPERATOR-LINE-EXIT
           END-IF.
           MOVE 1 TO W_ACTION-PTR.
           PERFORM UNTIL W_ACTION-PTR > 120
               MOVE SPACES TO W_ACTION-TOKEN
               UNSTRING W_TOK(2) DELIMITED BY ',' OR SPACE
                   INTO W_ACTION-TOKEN
                   WITH POINTER W_ACTION-PTR
               END-UNSTRING
               IF W_ACTION-TOKEN = SPACES
                   MOVE 121 TO W_ACTION-PTR
               ELSE
                   PERFORM CHECK-ONE-ACTION-SECTION
               END-IF
           END-PERFORM.

       CHECK-OPERATOR-LINE-EXIT.
           EXIT.

       CHECK-ONE-ACTION-SECTION SECTION.
           MOVE 'N' TO W_ACTION-FOUND-SW.
           PERFORM VARYING W_ACTION-SUB FROM 1 BY 1
                   UNTIL W_ACTION-SUB > 24
               IF W_ACTION-TOKEN = W_KNOWN-ACTION(W_ACTION-SUB)
                   MOVE 'Y' TO W_ACTION-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT ACTION-KNOWN
               MOVE SPACES TO W_MESSAGE
               STRING 'granted ' DELIMITED BY SIZE
                      W_ACTION-TOKEN DELIMITED BY SPACE
                      ' - no program asks for that action'
                          DELIMITED BY SIZE
                   INTO W_MESSAGE
               END-STRING
               PERFORM REPORT-ERROR-SECTION
           END-IF.

      * holiday_calendar.ctl - YYYYMMDD and a label; other lines
      * are passed over by 10_BUSINESS_DAYS, comments starting *.
       CHECK-HOLIDAY-LINE-SECTION SECTION.
           IF W_CUR-LINE(W_LINE-NO)(1:1) = '*'
               SUBTRACT 1 FROM W_DATA-LINES
               MOVE SPACES TO W_KEY(W_LINE-NO)
               GO TO CHECK-HOLIDAY-LINE-EXIT
           END-IF.
           IF W_CUR-LINE(W_LINE-NO)(1:8) IS NOT NUMERIC
               SUBTRACT 1 FROM W_DATA-LINES
               MOVE SPACES TO W_KEY(W_LINE-NO)
               MOVE 'no YYYYMMDD at start - not a holiday' TO W_MESSAGE
               PERFORM REPORT-WARNING-SECTION
               GO TO CHECK-HOLIDAY-LINE-EXIT
           END-IF.
           MOVE W_CUR-LINE(W_LINE-NO)(1:8) TO W_KEY(W_LINE-NO).
           MOVE W_CUR-LINE(W_LINE-NO)(1:8) TO W_DATE-WORK.
           IF FUNCTION TEST-DATE-YYYYMMDD(W_DATE-WORK) NOT = 0
               MOVE 'not a real date' TO W_MESSAGE
               PERFORM REPORT-ERROR-SECTION
               GO TO CHECK-HOLIDAY-LINE-EXIT
           END-IF.
           IF W_CUR-LINE(W_LINE-NO)(9:1) NOT = SPACE
               MOVE 'date runs into the label - put a blank after it'
                   TO W_MESSAGE
               PERFORM REPORT-WARNING-SECTION
           END-IF.
           COMPUTE W_DAY-NO = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(W_DATE-WORK) - 1, 7).
           IF W_DAY-NO > 4
               MOVE 'falls on a weekend - no effect on business days'
                   TO W_MESSAGE
               PERFORM REPORT-WARNING-SECTION
           END-IF.
           PERFORM CHECK-DUPLICATE-KEY-SECTION.
           IF LINE-FOUND
               MOVE 'date given twice' TO W_MESSAGE
               PERFORM REPORT-WARNING-SECTION
           END-IF.

       CHECK-HOLIDAY-LINE-EXIT.
           EXIT.

      * The calendar must cover this year, and in December next
      * year too, and fit 10_BUSINESS_DAYS' table.
       CHECK-HOLIDAY-YEARS-SECTION SECTION.
           IF W_DATA-LINES > 200
               MOVE 'over 200 dates - drop years long past' TO W_MESSAGE
               PERFORM REPORT-ERROR-SECTION
           END-IF.
           MOVE W_THIS-YEAR TO W_YEAR-WANTED.
           PERFORM CHECK-HOLIDAY-YEAR-SECTION.
           IF W_TODAY(5:2) = '12'
               ADD 1 TO W_YEAR-WANTED
               PERFORM CHECK-HOLIDAY-YEAR-SECTION
           END-IF.

       CHECK-HOLIDAY-YEAR-SECTION SECTION.
           MOVE 'N' TO W_YEAR-FOUND-SW.
           PERFORM VARYING W_OTHER-NO FROM 1 BY 1
                   UNTIL W_OTHER-NO > W_CUR-COUNT
               IF W_KEY(W_OTHER-NO)(1:4) = W_YEAR-WANTED
                   MOVE 'Y' TO W_YEAR-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT YEAR-FOUND
               MOVE SPACES TO W_MESSAGE
               STRING 'no holidays for ' DELIMITED BY SIZE
                      W_YEAR-WANTED DELIMITED BY SIZE
                      ' - run 84_holiday_calendar ' DELIMITED BY SIZE
                      W_YEAR-WANTED DELIMITED BY SIZE
                   INTO W_MESSAGE
               END-STRING
               PERFORM REPORT-ERROR-SECTION
           END-IF.

      * branch_profiles.ctl - one branch code per line, HQ for the
      * head-office set, and its person file must be there.
       CHECK-BRANCH-LINE-SECTION SECTION.
           IF W_TOK(1)(4:) NOT = SPACES OR W_TOK-COUNT > 1
               MOVE 'more than a 3-character branch code' TO W_MESSAGE
               PERFORM REPORT-ERROR-SECTION
           END-IF.
           IF W_TOK(1)(1:3) NOT = FUNCTION UPPER-CASE(W_TOK(1)(1:3))
               MOVE 'branch codes are upper case' TO W_MESSAGE
               PERFORM REPORT-ERROR-SECTION
           END-IF.
           PERFORM CHECK-DUPLICATE-KEY-SECTION.
           IF LINE-FOUND
               MOVE 'branch given twice - it would be counted twice'
                   TO W_MESSAGE
               PERFORM REPORT-ERROR-SECTION
           END-IF.
           MOVE SPACES TO W_PERSON-FILENAME.
           IF W_TOK(1)(1:3) = 'HQ'
               MOVE 'output.dat' TO W_PERSON-FILENAME
           ELSE
               STRING W_TOK(1)(1:3) DELIMITED BY SPACE
                      '_output.dat' DELIMITED BY SIZE
                   INTO W_PERSON-FILENAME
               END-STRING
           END-IF.
           CALL 'CBL_CHECK_FILE_EXIST' USING W_PERSON-FILENAME,
               W_FILE-INFO.
           MOVE RETURN-CODE TO W_EXIST-RC.
           MOVE 0 TO RETURN-CODE.
           IF W_EXIST-RC NOT = 0
               MOVE SPACES TO W_MESSAGE
               STRING 'no such branch - ' DELIMITED BY SIZE
                      W_PERSON-FILENAME DELIMITED BY SPACE
                      ' is not on file' DELIMITED BY SIZE
                   INTO W_MESSAGE
               END-STRING
               PERFORM REPORT-ERROR-SECTION
           END-IF.

      * A run pointed at a branch (COBOLFILE_BRANCH, see
      * BRANCH-PROFILE.cpy) must be pointed at one listed here.
       CHECK-BRANCH-ENV-SECTION SECTION.
           ACCEPT W_BRANCH-ENV FROM ENVIRONMENT "COBOLFILE_BRANCH".
           IF W_BRANCH-ENV = SPACES
               GO TO CHECK-BRANCH-ENV-EXIT
           END-IF.
           MOVE 'N' TO W_BRANCH-ENV-SW.
           PERFORM VARYING W_OTHER-NO FROM 1 BY 1
                   UNTIL W_OTHER-NO > W_CUR-COUNT
               IF W_KEY(W_OTHER-NO)(1:3) = W_BRANCH-ENV
                   MOVE 'Y' TO W_BRANCH-ENV-SW
               END-IF
           END-PERFORM.
           IF NOT BRANCH-ENV-LISTED
               MOVE SPACES TO W_MESSAGE
               STRING 'COBOLFILE_BRANCH is set to ' DELIMITED BY SIZE
                      W_BRANCH-ENV DELIMITED BY SPACE
                      ', which is not listed here' DELIMITED BY SIZE
                   INTO W_MESSAGE
               END-STRING
               PERFORM REPORT-ERROR-SECTION
           END-IF.

       CHECK-BRANCH-ENV-EXIT.
           EXIT.

      * reign_fix.ctl - "king-id new-start new-end"; one bad line
      * rolls the whole batch back, so every line is checked here.
       CHECK-REIGN-FIX-LINE-SECTION SECTION.
           IF W_TOK-COUNT NOT = 3
               MOVE 'needs a king id, a start year and an end year'
                   TO W_MESSAGE
               PERFORM REPORT-ERROR-SECTION
               GO TO CHECK-REIGN-FIX-LINE-EXIT
           END-IF.
           MOVE W_TOK(1) TO W_CHECK-TOKEN.
           MOVE 10 TO W_CHECK-MAX.
           PERFORM CHECK-DIGITS-SECTION.
           IF NOT TOKEN-DIGITS OR W_CHECK-VALUE = 0
               MOVE 'king id must be a positive whole number'
                   TO W_MESSAGE
               PERFORM REPORT-ERROR-SECTION
           END-IF.
           MOVE W_TOK(2) TO W_CHECK-TOKEN.
           MOVE 4 TO W_CHECK-MAX.
           PERFORM CHECK-DIGITS-SECTION.
           MOVE W_CHECK-VALUE TO W_VALUE-1.
           IF TOKEN-DIGITS
               MOVE W_TOK(3) TO W_CHECK-TOKEN
               PERFORM CHECK-DIGITS-SECTION
               MOVE W_CHECK-VALUE TO W_VALUE-2
           END-IF.
           IF NOT TOKEN-DIGITS
               MOVE 'years must be up to 4 digits' TO W_MESSAGE
               PERFORM REPORT-ERROR-SECTION
               GO TO CHECK-REIGN-FIX-LINE-EXIT
           END-IF.
           IF W_VALUE-1 > W_VALUE-2
               MOVE 'reign starts after it ends' TO W_MESSAGE
               PERFORM REPORT-ERROR-SECTION
           END-IF.
           IF W_VALUE-2 > W_THIS-YEAR
               MOVE 'reign ends in the future' TO W_MESSAGE
               PERFORM REPORT-ERROR-SECTION
           END-IF.
           PERFORM CHECK-DUPLICATE-KEY-SECTION.
           IF LINE-FOUND
               MOVE 'king corrected twice - the later line wins'
                   TO W_MESSAGE
               PERFORM REPORT-WARNING-SECTION
           END-IF.

       CHECK-REIGN-FIX-LINE-EXIT.
           EXIT.

      * processing_period.ctl - the last period closed, YYYYMM.
       CHECK-PERIOD-LINE-SECTION SECTION.
           IF W_DATA-LINES > 1
               GO TO CHECK-PERIOD-LINE-EXIT
           END-IF.
           IF W_TOK-COUNT > 1 OR W_TOK(1)(7:) NOT = SPACES
              OR W_TOK(1)(1:6) IS NOT NUMERIC
               MOVE 'must be the last period closed, as YYYYMM'
                   TO W_MESSAGE
               PERFORM REPORT-ERROR-SECTION
               GO TO CHECK-PERIOD-LINE-EXIT
           END-IF.
           IF W_TOK(1)(5:2) < '01' OR W_TOK(1)(5:2) > '12'
               MOVE 'month is not 01 to 12' TO W_MESSAGE
               PERFORM REPORT-ERROR-SECTION
               GO TO CHECK-PERIOD-LINE-EXIT
           END-IF.
           IF W_TOK(1)(1:6) >= W_THIS-PERIOD
               MOVE 'current month closed - run refused' TO W_MESSAGE
               PERFORM REPORT-ERROR-SECTION
           END-IF.

       CHECK-PERIOD-LINE-EXIT.
           EXIT.

      * security_policy.ctl - "RULE value", a whole number each.
       CHECK-POLICY-LINE-SECTION SECTION.
           IF W_TOK-COUNT > 2
               MOVE 'more than rule and value - rest ignored'
                   TO W_MESSAGE
               PERFORM REPORT-WARNING-SECTION
           END-IF.
           MOVE W_TOK(2) TO W_CHECK-TOKEN.
           EVALUATE W_TOK(1)
               WHEN 'MAX-FAILED-ATTEMPTS'
               WHEN 'REPEAT-OFFENDER'
                   MOVE 2 TO W_CHECK-MAX
                   PERFORM CHECK-DIGITS-SECTION
                   IF NOT TOKEN-DIGITS OR W_CHECK-VALUE = 0
                       MOVE 'must be 1 to 99 - the default applies'
                           TO W_MESSAGE
                       PERFORM REPORT-ERROR-SECTION
                   ELSE
                       IF W_TOK(1) = 'MAX-FAILED-ATTEMPTS'
                          AND W_CHECK-VALUE > 10
                           MOVE 'over 10 wrong PINs before lockout'
                               TO W_MESSAGE
                           PERFORM REPORT-WARNING-SECTION
                       END-IF
                   END-IF
               WHEN 'PIN-CHANGE-DAYS'
                   MOVE 3 TO W_CHECK-MAX
                   PERFORM CHECK-DIGITS-SECTION
                   IF NOT TOKEN-DIGITS
                       MOVE 'must be 0 to 999 days' TO W_MESSAGE
                       PERFORM REPORT-ERROR-SECTION
                   ELSE
                       IF W_CHECK-VALUE = 0
                           MOVE '0 - PINs never have to be changed'
                               TO W_MESSAGE
                           PERFORM REPORT-WARNING-SECTION
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO W_MESSAGE
                   STRING 'unknown rule ' DELIMITED BY SIZE
                          W_TOK(1) DELIMITED BY SPACE
                          ' - ignored' DELIMITED BY SIZE
                       INTO W_MESSAGE
                   END-STRING
                   PERFORM REPORT-ERROR-SECTION
           END-EVALUATE.
           PERFORM CHECK-DUPLICATE-KEY-SECTION.
           IF LINE-FOUND
               MOVE 'rule given twice - the later line wins'
                   TO W_MESSAGE
               PERFORM REPORT-WARNING-SECTION
           END-IF.

      * pending_aging.ctl - "RULE days", business days each; the
      * values are kept for the end-of-file order check.
       CHECK-PENDING-LINE-SECTION SECTION.
           IF W_TOK-COUNT > 2
               MOVE 'more than rule and value - rest ignored'
                   TO W_MESSAGE
               PERFORM REPORT-WARNING-SECTION
           END-IF.
           MOVE W_TOK(2) TO W_CHECK-TOKEN.
           EVALUATE W_TOK(1)
               WHEN 'ESCALATE-DAYS'
               WHEN 'CANCEL-DAYS'
                   MOVE 3 TO W_CHECK-MAX
                   PERFORM CHECK-DIGITS-SECTION
                   IF NOT TOKEN-DIGITS OR W_CHECK-VALUE = 0
                       MOVE '1 to 999 days only - the default applies'
                           TO W_MESSAGE
                       PERFORM REPORT-ERROR-SECTION
                   ELSE
                       IF W_TOK(1) = 'ESCALATE-DAYS'
                           MOVE W_CHECK-VALUE TO W_PA-ESCALATE-DAYS
                       ELSE
                           MOVE W_CHECK-VALUE TO W_PA-CANCEL-DAYS
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO W_MESSAGE
                   STRING 'unknown rule ' DELIMITED BY SIZE
                          W_TOK(1) DELIMITED BY SPACE
                          ' - ignored' DELIMITED BY SIZE
                       INTO W_MESSAGE
                   END-STRING
                   PERFORM REPORT-ERROR-SECTION
           END-EVALUATE.
           PERFORM CHECK-DUPLICATE-KEY-SECTION.
           IF LINE-FOUND
               MOVE 'rule given twice - the later line wins'
                   TO W_MESSAGE
               PERFORM REPORT-WARNING-SECTION
           END-IF.

      * A whole number: W_CHECK-TOKEN is digits only, no more than
      * W_CHECK-MAX of them.
       CHECK-DIGITS-SECTION SECTION.
           MOVE 'N' TO W_DIGITS-SW.
           MOVE 0 TO W_CHECK-VALUE.
           IF W_CHECK-TOKEN = SPACES
               GO TO CHECK-DIGITS-EXIT
           END-IF.
           COMPUTE W_CHECK-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(W_CHECK-TOKEN TRAILING)).
           IF W_CHECK-LEN > W_CHECK-MAX
               GO TO CHECK-DIGITS-EXIT
           END-IF.
           IF W_CHECK-TOKEN(1:W_CHECK-LEN) IS NOT NUMERIC
               GO TO CHECK-DIGITS-EXIT
           END-IF.
           MOVE 'Y' TO W_DIGITS-SW.
           COMPUTE W_CHECK-VALUE = FUNCTION NUMVAL(W_CHECK-TOKEN).

       CHECK-DIGITS-EXIT.
           EXIT.

      * Has an earlier line of the file the same first word?
       CHECK-DUPLICATE-KEY-SECTION SECTION.
           MOVE 'N' TO W_LINE-FOUND-SW.
           PERFORM VARYING W_OTHER-NO FROM 1 BY 1
                   UNTIL W_OTHER-NO >= W_LINE-NO
               IF W_KEY(W_OTHER-NO) = W_KEY(W_LINE-NO)
                   MOVE 'Y' TO W_LINE-FOUND-SW
               END-IF
           END-PERFORM.

       REPORT-ERROR-SECTION SECTION.
           ADD 1 TO W_FILE-ERRORS.
           ADD 1 TO W_ERROR-COUNT.
           IF W_LINE-NO = 0
               DISPLAY '  E 'FUNCTION TRIM(W_MESSAGE TRAILING)
           ELSE
               DISPLAY '  E line 'W_LINE-NO': '
                   FUNCTION TRIM(W_MESSAGE TRAILING)
               DISPLAY '      '
                   FUNCTION TRIM(W_CUR-LINE(W_LINE-NO) TRAILING)
           END-IF.

       REPORT-WARNING-SECTION SECTION.
           ADD 1 TO W_FILE-WARNINGS.
           ADD 1 TO W_WARNING-COUNT.
           IF W_LINE-NO = 0
               DISPLAY '  W 'FUNCTION TRIM(W_MESSAGE TRAILING)
           ELSE
               DISPLAY '  W line 'W_LINE-NO': '
                   FUNCTION TRIM(W_MESSAGE TRAILING)
               DISPLAY '      '
                   FUNCTION TRIM(W_CUR-LINE(W_LINE-NO) TRAILING)
           END-IF.

      * control_snapshots.ctl into W_STATE-TABLE, slot by file name.
       LOAD-STATE-SECTION SECTION.
           MOVE SPACES TO W_STATE-TABLE.
           PERFORM VARYING W_FILE-SUB FROM 1 BY 1
                   UNTIL W_FILE-SUB > 10
               MOVE 0 TO W_ST-DATE(W_FILE-SUB) W_ST-TIME(W_FILE-SUB)
           END-PERFORM.
           OPEN INPUT SNAPSHOT-STATE.
           IF W_STATE-STATUS NOT = '00'
               GO TO LOAD-STATE-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ SNAPSHOT-STATE
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       PERFORM VARYING W_FILE-SUB FROM 1 BY 1
                               UNTIL W_FILE-SUB > 10
                           IF SS_FILE = W_FILE-NAME(W_FILE-SUB)
                               MOVE SS_SNAPSHOT
                                   TO W_ST-SNAPSHOT(W_FILE-SUB)
                               MOVE SS_DATE TO W_ST-DATE(W_FILE-SUB)
                               MOVE SS_TIME TO W_ST-TIME(W_FILE-SUB)
                               MOVE SS_OPERATOR
                                   TO W_ST-OPERATOR(W_FILE-SUB)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE SNAPSHOT-STATE.

       LOAD-STATE-EXIT.
           EXIT.

       SAVE-STATE-SECTION SECTION.
           OPEN OUTPUT SNAPSHOT-STATE.
           PERFORM VARYING W_FILE-SUB FROM 1 BY 1
                   UNTIL W_FILE-SUB > 10
               IF W_ST-SNAPSHOT(W_FILE-SUB) NOT = SPACES
                   MOVE SPACES TO SS_STATE-REC
                   MOVE W_FILE-NAME(W_FILE-SUB) TO SS_FILE
                   MOVE W_ST-SNAPSHOT(W_FILE-SUB) TO SS_SNAPSHOT
                   MOVE W_ST-DATE(W_FILE-SUB) TO SS_DATE
                   MOVE W_ST-TIME(W_FILE-SUB) TO SS_TIME
                   MOVE W_ST-OPERATOR(W_FILE-SUB) TO SS_OPERATOR
                   WRITE SS_STATE-REC
               END-IF
           END-PERFORM.
           CLOSE SNAPSHOT-STATE.

      * The file as checked against the last copy kept of it. A
      * first sighting is copied without a change; a difference is
      * copied, and the lines taken out and put in are logged.
       TRACK-CHANGES-SECTION SECTION.
           MOVE 'N' TO W_PREV-FOUND-SW.
           MOVE 0 TO W_PREV-COUNT.
           IF W_ST-SNAPSHOT(W_FILE-SUB) NOT = SPACES
              AND W_ST-SNAPSHOT(W_FILE-SUB) NOT = '(removed)'
               PERFORM LOAD-PREVIOUS-SECTION
           END-IF.

           IF NOT CURRENT-ON-FILE
               IF W_ST-SNAPSHOT(W_FILE-SUB) NOT = SPACES
                  AND W_ST-SNAPSHOT(W_FILE-SUB) NOT = '(removed)'
                   MOVE 'REMOVED' TO W_CHANGE-HEAD
                   PERFORM LOG-CHANGE-HEAD-SECTION
                   MOVE '(removed)' TO W_ST-SNAPSHOT(W_FILE-SUB)
                   PERFORM STAMP-STATE-SECTION
               END-IF
               GO TO TRACK-CHANGES-EXIT
           END-IF.

           IF NOT PREVIOUS-ON-FILE
               PERFORM WRITE-SNAPSHOT-SECTION
               IF W_ST-SNAPSHOT(W_FILE-SUB) = SPACES
                   MOVE 'FIRST COPY KEPT' TO W_CHANGE-HEAD
                   PERFORM LOG-CHANGE-HEAD-SECTION
                   PERFORM STAMP-STATE-SECTION
                   GO TO TRACK-CHANGES-EXIT
               END-IF
               MOVE 'CHANGED (last copy lost)' TO W_CHANGE-HEAD
               PERFORM LOG-CHANGE-HEAD-SECTION
               PERFORM STAMP-STATE-SECTION
               GO TO TRACK-CHANGES-EXIT
           END-IF.

           MOVE 'N' TO W_SAME-SW.
           IF W_PREV-COUNT = W_CUR-COUNT
               MOVE 'Y' TO W_SAME-SW
               PERFORM VARYING W_LINE-NO FROM 1 BY 1
                       UNTIL W_LINE-NO > W_CUR-COUNT
                   IF W_CUR-LINE(W_LINE-NO) NOT =
                      W_PREV-LINE(W_LINE-NO)
                       MOVE 'N' TO W_SAME-SW
                   END-IF
               END-PERFORM
           END-IF.
           IF CONTENTS-SAME
               GO TO TRACK-CHANGES-EXIT
           END-IF.

           PERFORM WRITE-SNAPSHOT-SECTION.
           ADD 1 TO W_CHANGED-COUNT.
           MOVE 'CHANGED' TO W_CHANGE-HEAD.
           PERFORM LOG-CHANGE-HEAD-SECTION.
           DISPLAY '  changed since 'W_ST-DATE(W_FILE-SUB)' - copy '
               'kept as 'FUNCTION TRIM(W_SNAP-FILENAME).
      * Taken out: in the last copy, not in tonight's file.
           PERFORM VARYING W_OTHER-NO FROM 1 BY 1
                   UNTIL W_OTHER-NO > W_PREV-COUNT
               MOVE 'N' TO W_LINE-FOUND-SW
               PERFORM VARYING W_LINE-NO FROM 1 BY 1
                       UNTIL W_LINE-NO > W_CUR-COUNT
                   IF W_CUR-LINE(W_LINE-NO) = W_PREV-LINE(W_OTHER-NO)
                       MOVE 'Y' TO W_LINE-FOUND-SW
                   END-IF
               END-PERFORM
               IF NOT LINE-FOUND
                   MOVE '-' TO W_CHANGE-HEAD
                   MOVE W_PREV-LINE(W_OTHER-NO) TO W_CHANGE-HEAD(3:)
                   PERFORM LOG-CHANGE-LINE-SECTION
               END-IF
           END-PERFORM.
      * Put in: in tonight's file, not in the last copy.
           PERFORM VARYING W_LINE-NO FROM 1 BY 1
                   UNTIL W_LINE-NO > W_CUR-COUNT
               MOVE 'N' TO W_LINE-FOUND-SW
               PERFORM VARYING W_OTHER-NO FROM 1 BY 1
                       UNTIL W_OTHER-NO > W_PREV-COUNT
                   IF W_CUR-LINE(W_LINE-NO) = W_PREV-LINE(W_OTHER-NO)
                       MOVE 'Y' TO W_LINE-FOUND-SW
                   END-IF
               END-PERFORM
               IF NOT LINE-FOUND
                   MOVE '+' TO W_CHANGE-HEAD
                   MOVE W_CUR-LINE(W_LINE-NO) TO W_CHANGE-HEAD(3:)
                   PERFORM LOG-CHANGE-LINE-SECTION
               END-IF
           END-PERFORM.
           PERFORM STAMP-STATE-SECTION.

           IF MODE-NIGHTLY
               MOVE SPACES TO L_ALERT-LOG-REC
               STRING W_TODAY DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      W_NOW DELIMITED BY SIZE
                      ' CTL CHANGE UNSIGNED ' DELIMITED BY SIZE
                      W_CTL-FILENAME DELIMITED BY SPACE
                   INTO L_ALERT-LOG-REC
               END-STRING
               OPEN EXTEND ALERT-LOG
               WRITE L_ALERT-LOG-REC
               CLOSE ALERT-LOG
               DISPLAY '** 'FUNCTION TRIM(W_CTL-FILENAME)' was '
                   'changed without RECORD - logged as UNSIGNED'
           END-IF.

       TRACK-CHANGES-EXIT.
           EXIT.

       LOAD-PREVIOUS-SECTION SECTION.
           MOVE W_ST-SNAPSHOT(W_FILE-SUB) TO W_PREV-FILENAME.
           MOVE 'N' TO B_EOF.
           OPEN INPUT SNAPSHOT-IN.
           IF W_PREV-STATUS NOT = '00'
               GO TO LOAD-PREVIOUS-EXIT
           END-IF.
           MOVE 'Y' TO W_PREV-FOUND-SW.
           PERFORM UNTIL B_EOF = 'Y'
               READ SNAPSHOT-IN
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF W_PREV-COUNT < 400
                           ADD 1 TO W_PREV-COUNT
                           MOVE SI_SNAPSHOT-LINE
                               TO W_PREV-LINE(W_PREV-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SNAPSHOT-IN.

       LOAD-PREVIOUS-EXIT.
           EXIT.

      * Tonight's contents to <file>_<yyyymmdd>_<hhmmss>.ctl.
       WRITE-SNAPSHOT-SECTION SECTION.
           MOVE SPACES TO W_BASE-NAME W_SNAP-FILENAME.
           UNSTRING W_CTL-FILENAME DELIMITED BY '.ctl'
               INTO W_BASE-NAME.
           STRING W_BASE-NAME DELIMITED BY SPACE
                  '_' DELIMITED BY SIZE
                  W_TODAY DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  W_NOW(1:6) DELIMITED BY SIZE
                  '.ctl' DELIMITED BY SIZE
               INTO W_SNAP-FILENAME
           END-STRING.
           OPEN OUTPUT SNAPSHOT-OUT.
           IF W_SNAP-STATUS NOT = '00'
               MOVE SPACES TO W_MESSAGE
               STRING 'cannot keep a copy as ' DELIMITED BY SIZE
                      W_SNAP-FILENAME DELIMITED BY SPACE
                   INTO W_MESSAGE
               END-STRING
               MOVE 0 TO W_LINE-NO
               PERFORM REPORT-ERROR-SECTION
               GO TO WRITE-SNAPSHOT-EXIT
           END-IF.
           PERFORM VARYING W_LINE-NO FROM 1 BY 1
                   UNTIL W_LINE-NO > W_CUR-COUNT
               MOVE W_CUR-LINE(W_LINE-NO) TO SO_SNAPSHOT-LINE
               WRITE SO_SNAPSHOT-LINE
           END-PERFORM.
           CLOSE SNAPSHOT-OUT.

       WRITE-SNAPSHOT-EXIT.
           EXIT.

       STAMP-STATE-SECTION SECTION.
           IF W_ST-SNAPSHOT(W_FILE-SUB) NOT = '(removed)'
               MOVE W_SNAP-FILENAME TO W_ST-SNAPSHOT(W_FILE-SUB)
           END-IF.
           MOVE W_TODAY TO W_ST-DATE(W_FILE-SUB).
           MOVE W_NOW(1:6) TO W_ST-TIME(W_FILE-SUB).
           MOVE W_OPERATOR-ID TO W_ST-OPERATOR(W_FILE-SUB).
           MOVE 'Y' TO W_STATE-CHANGED-SW.

      * control_change.log: one heading line per file changed -
      * date, time, file, what happened, who, the copy kept - then
      * one line per line taken out (-) or put in (+).
       LOG-CHANGE-HEAD-SECTION SECTION.
           MOVE SPACES TO CL_CHANGE-LINE.
           STRING W_TODAY DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  W_NOW DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W_CTL-FILENAME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  W_CHANGE-HEAD DELIMITED BY '  '
                  ' OPER=' DELIMITED BY SIZE
                  W_OPERATOR-ID DELIMITED BY SPACE
                  ' COPY=' DELIMITED BY SIZE
                  W_SNAP-FILENAME DELIMITED BY SPACE
               INTO CL_CHANGE-LINE
           END-STRING.
           PERFORM WRITE-CHANGE-LINE-SECTION.

       LOG-CHANGE-LINE-SECTION SECTION.
           MOVE SPACES TO CL_CHANGE-LINE.
           STRING W_TODAY DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  W_NOW DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W_CTL-FILENAME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  W_CHANGE-HEAD DELIMITED BY SIZE
               INTO CL_CHANGE-LINE
           END-STRING.
           PERFORM WRITE-CHANGE-LINE-SECTION.

       WRITE-CHANGE-LINE-SECTION SECTION.
           OPEN EXTEND CHANGE-LOG.
           IF W_CHANGE-STATUS = '35'
               OPEN OUTPUT CHANGE-LOG
           END-IF.
           WRITE CL_CHANGE-LINE.
           CLOSE CHANGE-LOG.

       COPY 'JOB-TRAILER.cpy'.
