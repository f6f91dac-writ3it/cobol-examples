      * Execute subroutines/08_operator_signon.cbl (sign-ons) first
      * Daily security report, security_report_<date>.txt:
      *     every operator ID with a refusal on security_violations.
      *     log that day (see SECURITY-LOG.cpy), counted by kind -
      *     and flagged REPEAT when the day's total reaches
      *     REPEAT-OFFENDER on security_policy.ctl (default 3), the
      *     colleague-guessing and PIN-guessing pattern a single
      *     typo never makes
      *     every operator locked out now, and since when
      *     every PIN due for change - issued and not yet replaced,
      *     or past PIN-CHANGE-DAYS - and every operator on
      *     operators.ctl with no PIN at all
      * Repeat offenders and lockouts also go onto batch_alerts.log,
      * and bring the run back with RC 4 - a finding, not a failed
      * run. 07_DAILY_RUN runs it nightly for the day's date;
      *     87_security_report yyyymmdd
      * reports any other day.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 87_SECURITY_REPORT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT SECURITY-LOG ASSIGN TO 'security_violations.log'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_SECURITY-STATUS.

               SELECT PIN-FILE ASSIGN TO 'operator_pins.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_PIN-STATUS.

               SELECT OPERATORS-CONTROL ASSIGN TO 'operators.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_OPS-STATUS.

               SELECT POLICY-CONTROL ASSIGN TO 'security_policy.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_POLICY-STATUS.

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
           COPY 'SECURITY-LOG.cpy'.

           FD PIN-FILE.
           COPY 'OPERATOR-PIN-RECORD.cpy'
               REPLACING PREFIX-ID BY OP_ID
                         PREFIX-HASH BY OP_HASH
                         PREFIX-SET-ON BY OP_SET-ON
                         PREFIX-MUST-CHANGE BY OP_MUST-CHANGE
                         PREFIX-CHANGE-DUE BY OP_CHANGE-DUE
                         PREFIX-FAILURES BY OP_FAILURES
                         PREFIX-LOCK BY OP_LOCK
                         PREFIX-LOCKED BY OP_LOCKED
                         PREFIX-LOCKED-ON BY OP_LOCKED-ON
                         PREFIX-SET-BY BY OP_SET-BY
                         PREFIX BY OP_PIN.

           FD OPERATORS-CONTROL.
           01 OC_OPERATOR-LINE PIC X(132).

           FD POLICY-CONTROL.
           01 PC_POLICY-LINE PIC X(40).

           COPY 'REPORT-PAGE-FILES.cpy'.

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_SECURITY-STATUS PIC X(2).
               01 W_PIN-STATUS PIC X(2).
               01 W_OPS-STATUS PIC X(2).
               01 W_POLICY-STATUS PIC X(2).
               01 W_REPORT-FILENAME PIC X(40) VALUE SPACES.
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_REPORT-DATE PIC 9(8) VALUE 0.
               01 W_ARG-LINE PIC X(20) VALUE SPACES.

      * security_policy.ctl, with 08_OPERATOR_SIGNON's defaults.
               01 W_REPEAT-LIMIT PIC 9(2) VALUE 3.
               01 W_CHANGE-DAYS PIC 9(3) VALUE 90.
               01 W_RULE-NAME PIC X(20) VALUE SPACES.
               01 W_RULE-VALUE PIC X(4) VALUE SPACES.

      * The day's refusals by operator ID, one count per kind in
      * SECURITY-LOG.cpy's order.
               01 W_EVENT-NAMES.
                   02 FILLER PIC X(8) VALUE 'UNKNOWN'.
                   02 FILLER PIC X(8) VALUE 'NOPIN'.
                   02 FILLER PIC X(8) VALUE 'BADPIN'.
                   02 FILLER PIC X(8) VALUE 'LOCKOUT'.
                   02 FILLER PIC X(8) VALUE 'LOCKED'.
                   02 FILLER PIC X(8) VALUE 'EXPIRED'.
                   02 FILLER PIC X(8) VALUE 'DENIED'.
               01 W_EVENT-TABLE REDEFINES W_EVENT-NAMES.
                   02 W_EVENT-NAME PIC X(8) OCCURS 7 TIMES.
               01 W_EVENT-SUB PIC 9(1) VALUE 0.
               01 W_OFFENDER-TABLE.
                   02 W_OFFENDER OCCURS 100 TIMES.
                       03 W_OF-ID PIC X(8).
                       03 W_OF-TOTAL PIC 9(4).
                       03 W_OF-COUNT PIC 9(3) OCCURS 7 TIMES.
               01 W_OFFENDER-COUNT PIC 9(3) VALUE 0.
               01 W_OF-SUB PIC 9(3) VALUE 0.
               01 W_OF-MATCH PIC 9(3) VALUE 0.
               01 W_OFFENDER-OVERFLOW PIC 9(4) VALUE 0.
               01 W_VIOLATION-COUNT PIC 9(5) VALUE 0.
               01 W_REPEAT-COUNT PIC 9(3) VALUE 0.
               01 W_LOCKED-COUNT PIC 9(3) VALUE 0.
               01 W_DUE-COUNT PIC 9(3) VALUE 0.
               01 W_NOPIN-COUNT PIC 9(3) VALUE 0.

      * operator_pins.dat, for the locked, due and missing lists.
               01 W_PIN-TABLE.
                   02 W_PT-ID PIC X(8) OCCURS 40 TIMES.
               01 W_PIN-COUNT PIC 9(2) VALUE 0.
               01 W_PT-SUB PIC 9(2) VALUE 0.
               01 W_PIN-FOUND-SW PIC X(1) VALUE 'N'.
                   88 PIN-FOUND VALUE 'Y'.
               01 W_PIN-AGE PIC 9(5) VALUE 0.
               01 W_LINE-ID PIC X(8) VALUE SPACES.

               01 W_EDIT-COUNT PIC ZZ9.
               01 W_EDIT-TOTAL PIC ZZZ9.
               01 W_EDIT-AGE PIC ZZZZ9.
               01 W_COLUMN PIC 9(3) VALUE 0.

      * Job-level run trailer (see JOB-TRAILER.cpy) - the count is
      * the day's refusals.
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           MOVE W_TODAY TO W_REPORT-DATE.
           ACCEPT W_ARG-LINE FROM COMMAND-LINE.
           IF W_ARG-LINE NOT = SPACES
               IF W_ARG-LINE(1:8) IS NOT NUMERIC
                  OR W_ARG-LINE(9:) NOT = SPACES
                   DISPLAY '** the report date is YYYYMMDD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE W_ARG-LINE(1:8) TO W_REPORT-DATE
           END-IF.
           STRING 'security_report_' W_REPORT-DATE '.txt'
               DELIMITED BY SIZE
               INTO W_REPORT-FILENAME.

           PERFORM LOAD-POLICY-SECTION.
           PERFORM COUNT-VIOLATIONS-SECTION.

           STRING 'OPERATOR SECURITY REPORT - ' DELIMITED BY SIZE
                  W_REPORT-DATE DELIMITED BY SIZE
               INTO W_RP-TITLE
           END-STRING.
           MOVE '87_SECURITY_REPORT' TO W_RP-PROGRAM.
           MOVE W_REPORT-FILENAME TO W_RP-PRINT-FILENAME.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE 'security_violations.log' TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.
           PERFORM LIST-VIOLATIONS-SECTION.
           PERFORM LIST-PIN-STATE-SECTION.
           MOVE W_VIOLATION-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

           DISPLAY 'Report written to 'W_REPORT-FILENAME.
           DISPLAY W_VIOLATION-COUNT' refusal(s), 'W_REPEAT-COUNT
               ' repeat offender(s), 'W_LOCKED-COUNT
               ' locked out, 'W_DUE-COUNT' PIN(s) due for change, '
               W_NOPIN-COUNT' without a PIN'.

           IF W_REPEAT-COUNT > 0 OR W_LOCKED-COUNT > 0
               MOVE SPACES TO L_ALERT-LOG-REC
               STRING W_REPORT-DATE DELIMITED BY SIZE
                      ' SECURITY ' DELIMITED BY SIZE
                      W_REPEAT-COUNT DELIMITED BY SIZE
                      ' REPEAT OFFENDER(S) ' DELIMITED BY SIZE
                      W_LOCKED-COUNT DELIMITED BY SIZE
                      ' LOCKED' DELIMITED BY SIZE
                   INTO L_ALERT-LOG-REC
               END-STRING
               OPEN EXTEND ALERT-LOG
               WRITE L_ALERT-LOG-REC
               CLOSE ALERT-LOG
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE '87_SECURITY_REPORT' TO W_TRAILER-PROGRAM.
           MOVE W_VIOLATION-COUNT TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       LOAD-POLICY-SECTION SECTION.
           OPEN INPUT POLICY-CONTROL.
           IF W_POLICY-STATUS NOT = '00'
               GO TO LOAD-POLICY-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ POLICY-CONTROL
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE SPACES TO W_RULE-NAME W_RULE-VALUE
                       UNSTRING PC_POLICY-LINE DELIMITED BY ALL SPACE
                           INTO W_RULE-NAME, W_RULE-VALUE
                       END-UNSTRING
                       EVALUATE W_RULE-NAME
                           WHEN 'REPEAT-OFFENDER'
                               IF FUNCTION NUMVAL(W_RULE-VALUE) > 0
                                   COMPUTE W_REPEAT-LIMIT =
                                       FUNCTION NUMVAL(W_RULE-VALUE)
                               END-IF
                           WHEN 'PIN-CHANGE-DAYS'
                               COMPUTE W_CHANGE-DAYS =
                                   FUNCTION NUMVAL(W_RULE-VALUE)
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE POLICY-CONTROL.

       LOAD-POLICY-EXIT.
           EXIT.

      * The report date's lines of security_violations.log into the
      * offender table - no log at all is a day with no refusals.
       COUNT-VIOLATIONS-SECTION SECTION.
           OPEN INPUT SECURITY-LOG.
           IF W_SECURITY-STATUS NOT = '00'
               GO TO COUNT-VIOLATIONS-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ SECURITY-LOG
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF SV_DATE = W_REPORT-DATE
                           PERFORM COUNT-ONE-VIOLATION-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SECURITY-LOG.

       COUNT-VIOLATIONS-EXIT.
           EXIT.

       COUNT-ONE-VIOLATION-SECTION SECTION.
           ADD 1 TO W_VIOLATION-COUNT.
           MOVE 0 TO W_OF-MATCH.
           PERFORM VARYING W_OF-SUB FROM 1 BY 1
                   UNTIL W_OF-SUB > W_OFFENDER-COUNT
               IF W_OF-ID(W_OF-SUB) = SV_OPERATOR
                   MOVE W_OF-SUB TO W_OF-MATCH
               END-IF
           END-PERFORM.
           IF W_OF-MATCH = 0
               IF W_OFFENDER-COUNT = 100
                   ADD 1 TO W_OFFENDER-OVERFLOW
                   GO TO COUNT-ONE-VIOLATION-EXIT
               END-IF
               ADD 1 TO W_OFFENDER-COUNT
               MOVE W_OFFENDER-COUNT TO W_OF-MATCH
               MOVE SV_OPERATOR TO W_OF-ID(W_OF-MATCH)
               MOVE 0 TO W_OF-TOTAL(W_OF-MATCH)
               PERFORM VARYING W_EVENT-SUB FROM 1 BY 1
                       UNTIL W_EVENT-SUB > 7
                   MOVE 0 TO W_OF-COUNT(W_OF-MATCH, W_EVENT-SUB)
               END-PERFORM
           END-IF.
           ADD 1 TO W_OF-TOTAL(W_OF-MATCH).
           PERFORM VARYING W_EVENT-SUB FROM 1 BY 1
                   UNTIL W_EVENT-SUB > 7
               IF W_EVENT-NAME(W_EVENT-SUB) = SV_EVENT
                   ADD 1 TO W_OF-COUNT(W_OF-MATCH, W_EVENT-SUB)
               END-IF
           END-PERFORM.

       COUNT-ONE-VIOLATION-EXIT.
           EXIT.

       LIST-VIOLATIONS-SECTION SECTION.
           MOVE 'REFUSED SIGN-ONS AND DENIED ACTIONS' TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
           MOVE 'OPERATOR' TO W_RP-LINE(1:8).
           MOVE 11 TO W_COLUMN.
           PERFORM VARYING W_EVENT-SUB FROM 1 BY 1
                   UNTIL W_EVENT-SUB > 7
               MOVE W_EVENT-NAME(W_EVENT-SUB)
                   TO W_RP-LINE(W_COLUMN:8)
               ADD 9 TO W_COLUMN
           END-PERFORM.
           MOVE 'TOTAL' TO W_RP-LINE(75:5).
           PERFORM REPORT-LINE-SECTION.

           IF W_OFFENDER-COUNT = 0
               MOVE '  none' TO W_RP-LINE
               PERFORM REPORT-LINE-SECTION
           END-IF.
           PERFORM VARYING W_OF-SUB FROM 1 BY 1
                   UNTIL W_OF-SUB > W_OFFENDER-COUNT
               IF W_OF-ID(W_OF-SUB) = SPACES
                   MOVE '(blank)' TO W_RP-LINE(1:8)
               ELSE
                   MOVE W_OF-ID(W_OF-SUB) TO W_RP-LINE(1:8)
               END-IF
               MOVE 14 TO W_COLUMN
               PERFORM VARYING W_EVENT-SUB FROM 1 BY 1
                       UNTIL W_EVENT-SUB > 7
                   MOVE W_OF-COUNT(W_OF-SUB, W_EVENT-SUB)
                       TO W_EDIT-COUNT
                   MOVE W_EDIT-COUNT TO W_RP-LINE(W_COLUMN:3)
                   ADD 9 TO W_COLUMN
               END-PERFORM
               MOVE W_OF-TOTAL(W_OF-SUB) TO W_EDIT-TOTAL
               MOVE W_EDIT-TOTAL TO W_RP-LINE(75:4)
               IF W_OF-TOTAL(W_OF-SUB) >= W_REPEAT-LIMIT
                   MOVE 'REPEAT' TO W_RP-LINE(81:6)
                   ADD 1 TO W_REPEAT-COUNT
               END-IF
               PERFORM REPORT-LINE-SECTION
           END-PERFORM.
           IF W_OFFENDER-OVERFLOW > 0
               STRING '  and ' DELIMITED BY SIZE
                      W_OFFENDER-OVERFLOW DELIMITED BY SIZE
                      ' more refusal(s) under IDs past the first 100'
                          DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
           END-IF.
           PERFORM REPORT-LINE-SECTION.

      * Where every PIN stands now - locked out, due for change - and
      * who on operators.ctl has none.
       LIST-PIN-STATE-SECTION SECTION.
           MOVE 'LOCKED OUT AND PINS DUE FOR CHANGE' TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
           MOVE 'OPERATOR' TO W_RP-LINE(1:8).
           MOVE 'STATE' TO W_RP-LINE(11:20).
           MOVE 'SINCE' TO W_RP-LINE(32:8).
           MOVE 'PIN SET' TO W_RP-LINE(42:8).
           MOVE 'BY' TO W_RP-LINE(52:8).
           MOVE 'DAYS' TO W_RP-LINE(62:5).
           PERFORM REPORT-LINE-SECTION.

           MOVE 0 TO W_PIN-COUNT.
           OPEN INPUT PIN-FILE.
           IF W_PIN-STATUS = '00'
               MOVE 'N' TO B_EOF
               PERFORM UNTIL B_EOF = 'Y'
                   READ PIN-FILE
                       AT END MOVE 'Y' TO B_EOF
                       NOT AT END
                           IF OP_ID NOT = SPACES
                               PERFORM LIST-ONE-PIN-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PIN-FILE
           END-IF.

           OPEN INPUT OPERATORS-CONTROL.
           IF W_OPS-STATUS = '00'
               MOVE 'N' TO B_EOF
               PERFORM UNTIL B_EOF = 'Y'
                   READ OPERATORS-CONTROL
                       AT END MOVE 'Y' TO B_EOF
                       NOT AT END
                           PERFORM CHECK-OPERATOR-HAS-PIN-SECTION
                   END-READ
               END-PERFORM
               CLOSE OPERATORS-CONTROL
           END-IF.

           IF W_LOCKED-COUNT = 0 AND W_DUE-COUNT = 0
              AND W_NOPIN-COUNT = 0
               MOVE '  none' TO W_RP-LINE
               PERFORM REPORT-LINE-SECTION
           END-IF.

       LIST-ONE-PIN-SECTION SECTION.
           IF W_PIN-COUNT < 40
               ADD 1 TO W_PIN-COUNT
               MOVE OP_ID TO W_PT-ID(W_PIN-COUNT)
           END-IF.
           MOVE 0 TO W_PIN-AGE.
           IF OP_SET-ON IS NUMERIC AND OP_SET-ON > 0
              AND OP_SET-ON <= W_REPORT-DATE
               COMPUTE W_PIN-AGE =
                   FUNCTION INTEGER-OF-DATE(W_REPORT-DATE)
                   - FUNCTION INTEGER-OF-DATE(OP_SET-ON)
           END-IF.
           MOVE OP_ID TO W_RP-LINE(1:8).
           MOVE OP_SET-ON TO W_RP-LINE(42:8).
           MOVE OP_SET-BY TO W_RP-LINE(52:8).
           MOVE W_PIN-AGE TO W_EDIT-AGE.
           MOVE W_EDIT-AGE TO W_RP-LINE(62:5).
           EVALUATE TRUE
               WHEN OP_LOCKED
                   MOVE 'LOCKED OUT' TO W_RP-LINE(11:20)
                   MOVE OP_LOCKED-ON TO W_RP-LINE(32:8)
                   ADD 1 TO W_LOCKED-COUNT
               WHEN OP_CHANGE-DUE
                   MOVE 'ISSUED, NOT CHANGED' TO W_RP-LINE(11:20)
                   ADD 1 TO W_DUE-COUNT
               WHEN W_CHANGE-DAYS > 0 AND W_PIN-AGE >= W_CHANGE-DAYS
                   MOVE 'CHANGE OVERDUE' TO W_RP-LINE(11:20)
                   ADD 1 TO W_DUE-COUNT
               WHEN OTHER
                   GO TO LIST-ONE-PIN-EXIT
           END-EVALUATE.
           PERFORM REPORT-LINE-SECTION.

       LIST-ONE-PIN-EXIT.
           EXIT.

       CHECK-OPERATOR-HAS-PIN-SECTION SECTION.
           IF OC_OPERATOR-LINE = SPACES
               GO TO CHECK-OPERATOR-HAS-PIN-EXIT
           END-IF.
           MOVE SPACES TO W_LINE-ID.
           UNSTRING OC_OPERATOR-LINE DELIMITED BY ALL SPACE
               INTO W_LINE-ID
           END-UNSTRING.
           MOVE 'N' TO W_PIN-FOUND-SW.
           PERFORM VARYING W_PT-SUB FROM 1 BY 1
                   UNTIL W_PT-SUB > W_PIN-COUNT
               IF W_PT-ID(W_PT-SUB) = W_LINE-ID
                   MOVE 'Y' TO W_PIN-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT PIN-FOUND
               MOVE W_LINE-ID TO W_RP-LINE(1:8)
               MOVE 'NO PIN ISSUED' TO W_RP-LINE(11:20)
               PERFORM REPORT-LINE-SECTION
               ADD 1 TO W_NOPIN-COUNT
           END-IF.

       CHECK-OPERATOR-HAS-PIN-EXIT.
           EXIT.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'REPORT-PAGE.cpy'.
