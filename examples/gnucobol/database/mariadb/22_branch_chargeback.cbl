      * Head office pays for the batch window and the print room and
      * the branches are to be charged their share - this is the
      * monthly chargeback that says what each share is. For the
      * period it gathers each branch's usage off the shared logs:
      *   records processed    RECORDS= on batch_trailer.log, for
      *                        every step that is not maintenance
      *   maintenance actions  RECORDS= for the maintenance steps -
      *                        any program whose name carries MAINT,
      *                        plus those the rate file names
      *   letters, labels      correspondence.dat items produced in
      *                        the month (LABEL and PRESORT are
      *                        labels, every other kind a letter),
      *                        put against the branch whose person
      *                        master holds the person
      *   outbound files       outbound_manifest.log lines
      * Trailer and manifest lines carry the branch the run was made
      * for (BRANCH=, see JOB-TRAILER.cpy and MANIFEST.cpy); a line
      * from before that stamp, or for a code not in
      * branch_profiles.ctl, is UNATTRIBUTED - counted and priced on
      * the summary, never billed to a branch. The usage is priced
      * from chargeback_rates.ctl ("RULE-NAME value", one per line,
      * * for a comment, the report_tolerance.ctl shape):
      *     RECORD-RATE   n.nnnn  per record processed
      *     MAINT-RATE    n.nnnn  per maintenance action
      *     LETTER-RATE   n.nnnn  per letter
      *     LABEL-RATE    n.nnnn  per label
      *     FILE-RATE     n.nnnn  per outbound file
      *     MAINT-PROGRAM name    a trailer program name to charge
      *                           as maintenance (one per line)
      * A rate not given is charged at nothing. One statement prints
      * per branch (chargeback_<branch>_<YYYYMM>.txt), then the
      * head-office summary (chargeback_ALL_<YYYYMM>.txt): every
      * branch and the unattributed line, their total against the
      * month's totals off the same sources, and the trailer log's
      * runs, records and elapsed seconds tied back to daily_metrics
      * (15_METRICS_PUBLISH). 15_METRICS_PUBLISH's own trailer never
      * reaches daily_metrics and is left out of that tie; a step
      * run after the evening publish is not, and shows as a
      * difference. Anything that does not tie gives RC 4.
      * Run as: 22_branch_chargeback [YYYYMM]
      *   default the last period closed (processing_period.ctl, see
      *   47_MONTH_END_RUN), or last month when none is on file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 22_branch_chargeback.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT RATE-CONTROL ASSIGN TO 'chargeback_rates.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RATE-STATUS.

               SELECT PROFILE-CONTROL ASSIGN TO
                       'branch_profiles.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_PROF-STATUS.

               SELECT PERIOD-CONTROL ASSIGN TO
                       'processing_period.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_PERIOD-STATUS.

               SELECT TRAILER-IN ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_TR-STATUS.

               SELECT MANIFEST-IN ASSIGN TO 'outbound_manifest.log'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_MF-STATUS.

      * Correspondence history - see CORRESPONDENCE.cpy.
               SELECT CORRESPONDENCE-FILE ASSIGN TO
                       'correspondence.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS CR_KEY
                   FILE STATUS IS W_CR-STATUS.

      * Each branch's person master in turn - the file names
      * 49_BRANCH_OPS builds off branch_profiles.ctl.
               SELECT PERSON-IN ASSIGN TO W_PERSON-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS FI_PERSON-ID
                   FILE STATUS IS W_PI-STATUS.

               SELECT SQL-ERROR-LOG ASSIGN TO 'sql_error.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT REPORT-SPOOL ASSIGN TO W_RP-SPOOL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-SPOOL-STATUS.
               SELECT REPORT-PRINT ASSIGN TO W_RP-PRINT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-PRINT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           COPY 'SQL-ERROR-LOG.cpy'.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'REPORT-PAGE-FILES.cpy'.

           FD RATE-CONTROL.
           01 RC_RATE-LINE PIC X(60).

           FD PROFILE-CONTROL.
           01 PC_BRANCH-LINE PIC X(10).

           FD PERIOD-CONTROL.
           01 PERIOD-REC PIC 9(6).

           FD TRAILER-IN.
           01 T_TRAILER-LINE PIC X(132).

           FD MANIFEST-IN.
           01 MF_MANIFEST-LINE PIC X(132).

           FD CORRESPONDENCE-FILE.
           COPY 'CORRESPONDENCE-RECORD.cpy'
               REPLACING PREFIX-KEY BY CR_KEY
                         PREFIX-ID BY CR_PERSON-ID
                         PREFIX-DATE BY CR_DATE
                         PREFIX-TIME BY CR_TIME
                         PREFIX-SEQ BY CR_SEQ
                         PREFIX-PROGRAM BY CR_PROGRAM
                         PREFIX-DOC-TYPE BY CR_DOC-TYPE
                         PREFIX-OUTPUT-FILE BY CR_OUTPUT-FILE
                         PREFIX BY CR_ENTRY.

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

           WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  HOSTVARS.
               05 BUFFER               PIC X(1024).
               05 period-from          PIC 9(8).
               05 period-to            PIC 9(8).
               05 dm-runs              PIC 9(9).
               05 dm-records           PIC 9(12).
               05 dm-elapsed           PIC 9(12).
           EXEC SQL END DECLARE SECTION END-EXEC.
           COPY 'DB-CONNECT-FIELDS.cpy'.
      * Standard report page (see REPORT-PAGE.cpy).
           COPY 'REPORT-PAGE-FIELDS.cpy'.
      * Correspondence history (see CORRESPONDENCE.cpy).
           COPY 'CORRESPONDENCE-FIELDS.cpy'.

           01 B_EOF PIC X(1) VALUE 'N'.
           01 W_RATE-STATUS PIC X(2).
           01 W_PROF-STATUS PIC X(2).
           01 W_PERIOD-STATUS PIC X(2).
           01 W_TR-STATUS PIC X(2).
           01 W_MF-STATUS PIC X(2).
           01 W_PI-STATUS PIC X(2).
           01 W_TODAY PIC 9(8) VALUE 0.
           01 W_ARG-1 PIC X(10) VALUE SPACES.
           01 W_PERSON-FILENAME PIC X(30) VALUE SPACES.

      * The period charged, YYYYMM.
           01 W_PERIOD PIC 9(6) VALUE 0.
           01 W_PERIOD-PARTS REDEFINES W_PERIOD.
               02 W_PERIOD-YEAR PIC 9(4).
               02 W_PERIOD-MONTH PIC 9(2).

      * The five kinds of usage charged, in statement order:
      * 1 records processed, 2 maintenance actions, 3 letters,
      * 4 labels, 5 outbound files.
           01 W_USAGE-KINDS.
               02 W_UK-ENTRY OCCURS 5 TIMES.
                   03 W_UK-NAME PIC X(22).
                   03 W_UK-RATE PIC 9(3)V9(4).
           01 W_UK-SUB PIC 9(1) VALUE 0.

      * Programs charged as maintenance beyond the MAINT-named ones.
           01 W_MAINT-PROGRAMS.
               02 W_MP-NAME PIC X(20) OCCURS 20 TIMES.
           01 W_MAINT-COUNT PIC 9(2) VALUE 0.
           01 W_MP-SUB PIC 9(2) VALUE 0.
           01 W_MAINT-SW PIC X(1) VALUE 'N'.
               88 MAINTENANCE-STEP VALUE 'Y'.
           01 W_MAINT-TALLY PIC 9(2) VALUE 0.

           01 W_RULE-NAME PIC X(20) VALUE SPACES.
           01 W_RULE-VALUE PIC X(20) VALUE SPACES.

      * One slot per branch in branch_profiles.ctl, and one more -
      * code blank - for the usage no branch can be charged for.
           01 W_BRANCH-TABLE.
               02 W_BT-ENTRY OCCURS 21 TIMES.
                   03 W_BT-CODE PIC X(3).
                   03 W_BT-QTY PIC 9(9) OCCURS 5 TIMES.
                   03 W_BT-CHARGE PIC 9(9)V99 OCCURS 5 TIMES.
                   03 W_BT-AMOUNT PIC 9(9)V99.
           01 W_BRANCH-COUNT PIC 9(2) VALUE 0.
           01 W_UNATTRIBUTED-SLOT PIC 9(2) VALUE 0.
           01 W_BT-SUB PIC 9(2) VALUE 0.
           01 W_BT-HIT PIC 9(2) VALUE 0.
           01 W_LOOKUP-BRANCH PIC X(3) VALUE SPACES.

      * The month's totals straight off the sources, and the sum
      * of the statements and the unattributed line they must
      * equal.
           01 W_MONTH-TOTALS.
               02 W_MT-QTY PIC 9(9) OCCURS 5 TIMES.
           01 W_STATEMENT-TOTALS.
               02 W_ST-QTY PIC 9(9) OCCURS 5 TIMES.
           01 W_ST-AMOUNT PIC 9(9)V99 VALUE 0.
           01 W_ATTRIBUTED PIC 9(9) VALUE 0.

      * The trailer log's month for the tie to daily_metrics.
           01 W_TIE-RUNS PIC 9(9) VALUE 0.
           01 W_TIE-RECORDS PIC 9(12) VALUE 0.
           01 W_TIE-ELAPSED PIC 9(12) VALUE 0.
           01 W_TIE-DIFFERS PIC 9(2) VALUE 0.

      * One log line split on spaces, its '=' tokens split again -
      * the parsing 15_METRICS_PUBLISH and 55_MANIFEST_VERIFY apply
      * to the same lines.
           01 W_TOK-STAMP PIC X(20) VALUE SPACES.
           01 W_TOK-PROGRAM PIC X(20) VALUE SPACES.
           01 W_TOK-RECORDS PIC X(20) VALUE SPACES.
           01 W_TOK-STATUS PIC X(20) VALUE SPACES.
           01 W_TOK-ELAPSED PIC X(20) VALUE SPACES.
           01 W_TOK-OPER PIC X(20) VALUE SPACES.
           01 W_TOK-BRANCH PIC X(20) VALUE SPACES.
           01 W_TOK-FILE PIC X(80) VALUE SPACES.
           01 W_TOK-IDSUM PIC X(25) VALUE SPACES.
           01 W_TOK-LABEL PIC X(10) VALUE SPACES.
           01 W_TOK-VALUE PIC X(15) VALUE SPACES.
           01 W_LINE-RECORDS PIC 9(9) VALUE 0.
           01 W_LINE-ELAPSED PIC 9(6) VALUE 0.

           01 W_STATEMENT-COUNT PIC 9(2) VALUE 0.

           01 W_COLUMN-HEADING.
               02 FILLER PIC X(4) VALUE SPACES.
               02 FILLER PIC X(22) VALUE 'USAGE'.
               02 FILLER PIC X(12) VALUE '    QUANTITY'.
               02 FILLER PIC X(11) VALUE '       RATE'.
               02 FILLER PIC X(15) VALUE '         CHARGE'.

           01 W_STATEMENT-LINE.
               02 FILLER PIC X(4) VALUE SPACES.
               02 W_SL-NAME PIC X(22).
               02 FILLER PIC X(3) VALUE SPACES.
               02 W_SL-QTY PIC Z(8)9.
               02 FILLER PIC X(3) VALUE SPACES.
               02 W_SL-RATE PIC ZZ9.9999.
               02 FILLER PIC X(3) VALUE SPACES.
               02 W_SL-CHARGE PIC Z(8)9.99.

           01 W_SUMMARY-HEADING.
               02 FILLER PIC X(4) VALUE SPACES.
               02 FILLER PIC X(14) VALUE 'BRANCH'.
               02 FILLER PIC X(11) VALUE '    RECORDS'.
               02 FILLER PIC X(11) VALUE '      MAINT'.
               02 FILLER PIC X(11) VALUE '    LETTERS'.
               02 FILLER PIC X(11) VALUE '     LABELS'.
               02 FILLER PIC X(11) VALUE '      FILES'.
               02 FILLER PIC X(12) VALUE '      CHARGE'.

           01 W_SUMMARY-LINE.
               02 FILLER PIC X(4) VALUE SPACES.
               02 W_SM-BRANCH PIC X(12).
               02 W_SM-COLUMN OCCURS 5 TIMES.
                   03 FILLER PIC X(2) VALUE SPACES.
                   03 W_SM-QTY PIC Z(8)9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 W_SM-CHARGE PIC Z(8)9.99.

           01 W_TIE-LINE.
               02 FILLER PIC X(4) VALUE SPACES.
               02 W_TL-LABEL PIC X(18).
               02 FILLER PIC X(12) VALUE 'trailer log '.
               02 W_TL-TRAILER PIC Z(11)9.
               02 FILLER PIC X(16) VALUE '  daily_metrics '.
               02 W_TL-METRICS PIC Z(11)9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 W_TL-VERDICT PIC X(10).

           01 W_COUNT-SHOWN PIC Z(8)9.

      * Job-level run trailer (see JOB-TRAILER.cpy).
           COPY 'JOB-TRAILER-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           PERFORM SET-PERIOD-SECTION.
           COMPUTE period-from = W_PERIOD * 100 + 1.
           COMPUTE period-to = W_PERIOD * 100 + 31.

           PERFORM LOAD-RATES-SECTION.
           PERFORM LOAD-BRANCHES-SECTION.

           DISPLAY '=== BRANCH CHARGEBACK - PERIOD 'W_PERIOD' ==='.

           PERFORM TALLY-TRAILERS-SECTION.
           PERFORM TALLY-MANIFEST-SECTION.
           PERFORM TALLY-CORRESPONDENCE-SECTION.

           PERFORM VARYING W_BT-SUB FROM 1 BY 1
                   UNTIL W_BT-SUB > W_UNATTRIBUTED-SLOT
               PERFORM PRICE-BRANCH-SECTION
           END-PERFORM.

           PERFORM DB-CONNECT-SECTION.
           PERFORM SQL-CONNECT-WITH-RETRY-SECTION.

      * The month off daily_metrics - the WL- operator workload rows
      * 17_WORKLOAD_PUBLISH loads are not step runs and stay out.
           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   SELECT COALESCE(SUM(runs), 0),
                          COALESCE(SUM(records_total), 0),
                          COALESCE(SUM(elapsed_total), 0)
                   INTO :dm-runs, :dm-records, :dm-elapsed
                   FROM daily_metrics
                   WHERE metric_date BETWEEN :period-from
                                         AND :period-to
                     AND program NOT LIKE 'WL-%'
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

           EXEC SQL
               CONNECT RESET
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           PERFORM VARYING W_BT-SUB FROM 1 BY 1
                   UNTIL W_BT-SUB > W_BRANCH-COUNT
               PERFORM PRINT-STATEMENT-SECTION
           END-PERFORM.

           PERFORM PRINT-SUMMARY-SECTION.

           DISPLAY W_STATEMENT-COUNT' statement(s) for 'W_PERIOD
               ', 'W_TIE-DIFFERS' figure(s) not tying'.

           MOVE '22_BRANCH_CHARGEBACK' TO W_TRAILER-PROGRAM.
           MOVE W_STATEMENT-COUNT TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           IF W_TIE-DIFFERS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       COPY 'SQLSTATE-CHECK.cpy'.
       COPY 'DB-CONNECT.cpy'.
       COPY 'REPORT-PAGE.cpy'.
       COPY 'JOB-TRAILER.cpy'.

      * The period on the command line, else the last one
      * 47_MONTH_END_RUN closed, else the month before today's.
       SET-PERIOD-SECTION SECTION.
           ACCEPT W_ARG-1 FROM COMMAND-LINE.
           IF W_ARG-1(1:6) IS NUMERIC
               MOVE W_ARG-1(1:6) TO W_PERIOD
               GO TO SET-PERIOD-CHECK
           END-IF.

           OPEN INPUT PERIOD-CONTROL.
           IF W_PERIOD-STATUS = '00'
               READ PERIOD-CONTROL
                   AT END MOVE 0 TO PERIOD-REC
               END-READ
               IF PERIOD-REC IS NUMERIC
                   MOVE PERIOD-REC TO W_PERIOD
               END-IF
               CLOSE PERIOD-CONTROL
           END-IF.

           IF W_PERIOD = 0
               MOVE W_TODAY(1:6) TO W_PERIOD
               IF W_PERIOD-MONTH = 1
                   SUBTRACT 1 FROM W_PERIOD-YEAR
                   MOVE 12 TO W_PERIOD-MONTH
               ELSE
                   SUBTRACT 1 FROM W_PERIOD-MONTH
               END-IF
           END-IF.

       SET-PERIOD-CHECK.
           IF W_PERIOD-MONTH < 1 OR W_PERIOD-MONTH > 12
               DISPLAY '** period 'W_PERIOD' is not a YYYYMM month'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Same "RULE-NAME value" control-file shape as
      * report_tolerance.ctl - unknown rules reported and ignored.
       LOAD-RATES-SECTION SECTION.
           MOVE 'Records processed' TO W_UK-NAME(1).
           MOVE 'Maintenance actions' TO W_UK-NAME(2).
           MOVE 'Letters printed' TO W_UK-NAME(3).
           MOVE 'Labels printed' TO W_UK-NAME(4).
           MOVE 'Outbound files sent' TO W_UK-NAME(5).
           PERFORM VARYING W_UK-SUB FROM 1 BY 1 UNTIL W_UK-SUB > 5
               MOVE 0 TO W_UK-RATE(W_UK-SUB)
           END-PERFORM.

           OPEN INPUT RATE-CONTROL.
           IF W_RATE-STATUS NOT = '00'
               DISPLAY '** no chargeback_rates.ctl on file - one '
                   '"RULE-NAME value" per line, RECORD-RATE, '
                   'MAINT-RATE, LETTER-RATE, LABEL-RATE, FILE-RATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ RATE-CONTROL
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF RC_RATE-LINE NOT = SPACES
                           AND RC_RATE-LINE(1:1) NOT = '*'
                           PERFORM LOAD-ONE-RATE-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RATE-CONTROL.

       LOAD-ONE-RATE-SECTION SECTION.
           MOVE SPACES TO W_RULE-NAME W_RULE-VALUE.
           UNSTRING RC_RATE-LINE DELIMITED BY ALL SPACE
               INTO W_RULE-NAME, W_RULE-VALUE.
           EVALUATE W_RULE-NAME
               WHEN 'RECORD-RATE'
                   MOVE 1 TO W_UK-SUB
               WHEN 'MAINT-RATE'
                   MOVE 2 TO W_UK-SUB
               WHEN 'LETTER-RATE'
                   MOVE 3 TO W_UK-SUB
               WHEN 'LABEL-RATE'
                   MOVE 4 TO W_UK-SUB
               WHEN 'FILE-RATE'
                   MOVE 5 TO W_UK-SUB
               WHEN 'MAINT-PROGRAM'
                   IF W_MAINT-COUNT < 20
                       ADD 1 TO W_MAINT-COUNT
                       MOVE W_RULE-VALUE TO W_MP-NAME(W_MAINT-COUNT)
                   END-IF
                   GO TO LOAD-ONE-RATE-EXIT
               WHEN OTHER
                   DISPLAY 'chargeback_rates.ctl: unknown rule "'
                       W_RULE-NAME'" ignored'
                   GO TO LOAD-ONE-RATE-EXIT
           END-EVALUATE.

           IF FUNCTION TEST-NUMVAL(W_RULE-VALUE) NOT = 0
               DISPLAY 'chargeback_rates.ctl: 'W_RULE-NAME
                   ' value "'W_RULE-VALUE'" is not a number - '
                   'charged at nothing'
               GO TO LOAD-ONE-RATE-EXIT
           END-IF.
           COMPUTE W_UK-RATE(W_UK-SUB) = FUNCTION NUMVAL(W_RULE-VALUE).

       LOAD-ONE-RATE-EXIT.
           EXIT.

      * branch_profiles.ctl, one code per line, HQ for the
      * head-office set - the list 49_BRANCH_OPS rolls up.
       LOAD-BRANCHES-SECTION SECTION.
           INITIALIZE W_BRANCH-TABLE.
           OPEN INPUT PROFILE-CONTROL.
           IF W_PROF-STATUS NOT = '00'
               DISPLAY '** no branch_profiles.ctl on file - one '
                   'branch code per line, HQ for the head-office '
                   'set'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ PROFILE-CONTROL
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF PC_BRANCH-LINE NOT = SPACES
                           PERFORM LOAD-ONE-BRANCH-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROFILE-CONTROL.
           COMPUTE W_UNATTRIBUTED-SLOT = W_BRANCH-COUNT + 1.
           MOVE SPACES TO W_BT-CODE(W_UNATTRIBUTED-SLOT).

       LOAD-ONE-BRANCH-SECTION SECTION.
           MOVE PC_BRANCH-LINE(1:3) TO W_LOOKUP-BRANCH.
           PERFORM VARYING W_BT-SUB FROM 1 BY 1
                   UNTIL W_BT-SUB > W_BRANCH-COUNT
               IF W_BT-CODE(W_BT-SUB) = W_LOOKUP-BRANCH
                   GO TO LOAD-ONE-BRANCH-EXIT
               END-IF
           END-PERFORM.
           IF W_BRANCH-COUNT = 20
               DISPLAY 'branch_profiles.ctl: more than 20 branches - '
                   W_LOOKUP-BRANCH' charged as unattributed'
               GO TO LOAD-ONE-BRANCH-EXIT
           END-IF.
           ADD 1 TO W_BRANCH-COUNT.
           MOVE W_LOOKUP-BRANCH TO W_BT-CODE(W_BRANCH-COUNT).

       LOAD-ONE-BRANCH-EXIT.
           EXIT.

      * The slot for W_LOOKUP-BRANCH - the unattributed slot when
      * the code is blank or not a branch on file.
       FIND-BRANCH-SLOT-SECTION SECTION.
           MOVE W_UNATTRIBUTED-SLOT TO W_BT-HIT.
           IF W_LOOKUP-BRANCH = SPACES
               GO TO FIND-BRANCH-SLOT-EXIT
           END-IF.
           PERFORM VARYING W_BT-SUB FROM 1 BY 1
                   UNTIL W_BT-SUB > W_BRANCH-COUNT
               IF W_BT-CODE(W_BT-SUB) = W_LOOKUP-BRANCH
                   MOVE W_BT-SUB TO W_BT-HIT
               END-IF
           END-PERFORM.

       FIND-BRANCH-SLOT-EXIT.
           EXIT.

       TALLY-TRAILERS-SECTION SECTION.
           OPEN INPUT TRAILER-IN.
           IF W_TR-STATUS NOT = '00'
               DISPLAY 'No batch_trailer.log - no steps to charge'
               GO TO TALLY-TRAILERS-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ TRAILER-IN
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF T_TRAILER-LINE(1:6) = W_PERIOD
                           PERFORM TALLY-ONE-TRAILER-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRAILER-IN.

       TALLY-TRAILERS-EXIT.
           EXIT.

      * One step of the month: its RECORDS= figure is records
      * processed, or maintenance actions for a maintenance step,
      * charged to the branch on its BRANCH= token.
       TALLY-ONE-TRAILER-SECTION SECTION.
           MOVE SPACES TO W_TOK-STAMP W_TOK-PROGRAM W_TOK-RECORDS
               W_TOK-STATUS W_TOK-ELAPSED W_TOK-OPER W_TOK-BRANCH.
           UNSTRING T_TRAILER-LINE DELIMITED BY ALL SPACE
               INTO W_TOK-STAMP, W_TOK-PROGRAM, W_TOK-RECORDS,
                   W_TOK-STATUS, W_TOK-ELAPSED, W_TOK-OPER,
                   W_TOK-BRANCH.

           MOVE 0 TO W_LINE-RECORDS W_LINE-ELAPSED.
           MOVE SPACES TO W_TOK-LABEL W_TOK-VALUE.
           UNSTRING W_TOK-RECORDS DELIMITED BY '='
               INTO W_TOK-LABEL, W_TOK-VALUE.
           IF W_TOK-VALUE(1:9) IS NUMERIC
               MOVE W_TOK-VALUE(1:9) TO W_LINE-RECORDS
           END-IF.

           MOVE SPACES TO W_TOK-LABEL W_TOK-VALUE.
           UNSTRING W_TOK-ELAPSED DELIMITED BY '='
               INTO W_TOK-LABEL, W_TOK-VALUE.
           IF W_TOK-LABEL = 'ELAPSED'
               INSPECT W_TOK-VALUE REPLACING ALL 's' BY SPACE
               COMPUTE W_LINE-ELAPSED = FUNCTION NUMVAL(W_TOK-VALUE)
           END-IF.

           IF W_TOK-PROGRAM NOT = '15_METRICS_PUBLISH'
               ADD 1 TO W_TIE-RUNS
               ADD W_LINE-RECORDS TO W_TIE-RECORDS
               ADD W_LINE-ELAPSED TO W_TIE-ELAPSED
           END-IF.

           MOVE SPACES TO W_TOK-LABEL W_TOK-VALUE W_LOOKUP-BRANCH.
           UNSTRING W_TOK-BRANCH DELIMITED BY '='
               INTO W_TOK-LABEL, W_TOK-VALUE.
           IF W_TOK-LABEL = 'BRANCH'
               MOVE W_TOK-VALUE(1:3) TO W_LOOKUP-BRANCH
           END-IF.
           PERFORM FIND-BRANCH-SLOT-SECTION.

           PERFORM CHECK-MAINTENANCE-SECTION.
           IF MAINTENANCE-STEP
               MOVE 2 TO W_UK-SUB
           ELSE
               MOVE 1 TO W_UK-SUB
           END-IF.
           ADD W_LINE-RECORDS TO W_BT-QTY(W_BT-HIT, W_UK-SUB).
           ADD W_LINE-RECORDS TO W_MT-QTY(W_UK-SUB).

       CHECK-MAINTENANCE-SECTION SECTION.
           MOVE 'N' TO W_MAINT-SW.
           MOVE 0 TO W_MAINT-TALLY.
           INSPECT W_TOK-PROGRAM TALLYING W_MAINT-TALLY
               FOR ALL 'MAINT'.
           IF W_MAINT-TALLY > 0
               MOVE 'Y' TO W_MAINT-SW
               GO TO CHECK-MAINTENANCE-EXIT
           END-IF.
           PERFORM VARYING W_MP-SUB FROM 1 BY 1
                   UNTIL W_MP-SUB > W_MAINT-COUNT
               IF W_MP-NAME(W_MP-SUB) = W_TOK-PROGRAM
                   MOVE 'Y' TO W_MAINT-SW
               END-IF
           END-PERFORM.

       CHECK-MAINTENANCE-EXIT.
           EXIT.

      * One outbound file per manifest line of the month.
       TALLY-MANIFEST-SECTION SECTION.
           OPEN INPUT MANIFEST-IN.
           IF W_MF-STATUS NOT = '00'
               GO TO TALLY-MANIFEST-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ MANIFEST-IN
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF MF_MANIFEST-LINE(1:6) = W_PERIOD
                           PERFORM TALLY-ONE-MANIFEST-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MANIFEST-IN.

       TALLY-MANIFEST-EXIT.
           EXIT.

       TALLY-ONE-MANIFEST-SECTION SECTION.
           MOVE SPACES TO W_TOK-STAMP W_TOK-FILE W_TOK-RECORDS
               W_TOK-IDSUM W_TOK-BRANCH.
           UNSTRING MF_MANIFEST-LINE DELIMITED BY ALL SPACE
               INTO W_TOK-STAMP, W_TOK-FILE, W_TOK-RECORDS,
                   W_TOK-IDSUM, W_TOK-BRANCH.

           MOVE SPACES TO W_TOK-LABEL W_TOK-VALUE W_LOOKUP-BRANCH.
           UNSTRING W_TOK-BRANCH DELIMITED BY '='
               INTO W_TOK-LABEL, W_TOK-VALUE.
           IF W_TOK-LABEL = 'BRANCH'
               MOVE W_TOK-VALUE(1:3) TO W_LOOKUP-BRANCH
           END-IF.
           PERFORM FIND-BRANCH-SLOT-SECTION.
           ADD 1 TO W_BT-QTY(W_BT-HIT, 5).
           ADD 1 TO W_MT-QTY(5).

      * Correspondence items carry no branch, only the person - so
      * the month's items are counted once, then once more against
      * each branch's person master in turn; what no master claims
      * is unattributed.
       TALLY-CORRESPONDENCE-SECTION SECTION.
           OPEN INPUT CORRESPONDENCE-FILE.
           IF W_CR-STATUS NOT = '00'
               DISPLAY 'No correspondence.dat (status 'W_CR-STATUS
                   ') - no letters or labels to charge'
               GO TO TALLY-CORRESPONDENCE-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ CORRESPONDENCE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF CR_DATE(1:6) = W_PERIOD
                           PERFORM SET-DOC-KIND-SECTION
                           ADD 1 TO W_MT-QTY(W_UK-SUB)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CORRESPONDENCE-FILE.

           PERFORM VARYING W_BT-SUB FROM 1 BY 1
                   UNTIL W_BT-SUB > W_BRANCH-COUNT
               PERFORM ATTRIBUTE-BRANCH-ITEMS-SECTION
           END-PERFORM.

           PERFORM VARYING W_UK-SUB FROM 3 BY 1 UNTIL W_UK-SUB > 4
               MOVE 0 TO W_ATTRIBUTED
               PERFORM VARYING W_BT-SUB FROM 1 BY 1
                       UNTIL W_BT-SUB > W_BRANCH-COUNT
                   ADD W_BT-QTY(W_BT-SUB, W_UK-SUB) TO W_ATTRIBUTED
               END-PERFORM
               IF W_ATTRIBUTED < W_MT-QTY(W_UK-SUB)
                   COMPUTE W_BT-QTY(W_UNATTRIBUTED-SLOT, W_UK-SUB) =
                       W_MT-QTY(W_UK-SUB) - W_ATTRIBUTED
               END-IF
           END-PERFORM.

       TALLY-CORRESPONDENCE-EXIT.
           EXIT.

      * LABEL and PRESORT items are labels, anything else a letter.
       SET-DOC-KIND-SECTION SECTION.
           IF CR_DOC-TYPE = 'LABEL' OR CR_DOC-TYPE = 'PRESORT'
               MOVE 4 TO W_UK-SUB
           ELSE
               MOVE 3 TO W_UK-SUB
           END-IF.

       ATTRIBUTE-BRANCH-ITEMS-SECTION SECTION.
           MOVE SPACES TO W_PERSON-FILENAME.
           IF W_BT-CODE(W_BT-SUB) = 'HQ'
               MOVE 'output.dat' TO W_PERSON-FILENAME
           ELSE
               STRING W_BT-CODE(W_BT-SUB) DELIMITED BY SPACE
                      '_output.dat' DELIMITED BY SIZE
                   INTO W_PERSON-FILENAME
               END-STRING
           END-IF.

           OPEN INPUT PERSON-IN.
           IF W_PI-STATUS NOT = '00'
               DISPLAY W_BT-CODE(W_BT-SUB)' ** person file not '
                   'readable (status 'W_PI-STATUS') - its letters '
                   'and labels go unattributed'
               GO TO ATTRIBUTE-BRANCH-ITEMS-EXIT
           END-IF.
           OPEN INPUT CORRESPONDENCE-FILE.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ CORRESPONDENCE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF CR_DATE(1:6) = W_PERIOD
                           PERFORM CLAIM-ONE-ITEM-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CORRESPONDENCE-FILE.
           CLOSE PERSON-IN.

       ATTRIBUTE-BRANCH-ITEMS-EXIT.
           EXIT.

       CLAIM-ONE-ITEM-SECTION SECTION.
           MOVE CR_PERSON-ID TO FI_PERSON-ID.
           READ PERSON-IN
               INVALID KEY
                   GO TO CLAIM-ONE-ITEM-EXIT
           END-READ.
           PERFORM SET-DOC-KIND-SECTION.
           ADD 1 TO W_BT-QTY(W_BT-SUB, W_UK-SUB).

       CLAIM-ONE-ITEM-EXIT.
           EXIT.

      * Each usage line priced and rounded to the grosz on its own,
      * the amount due the sum of the lines as printed.
       PRICE-BRANCH-SECTION SECTION.
           MOVE 0 TO W_BT-AMOUNT(W_BT-SUB).
           PERFORM VARYING W_UK-SUB FROM 1 BY 1 UNTIL W_UK-SUB > 5
               COMPUTE W_BT-CHARGE(W_BT-SUB, W_UK-SUB) ROUNDED =
                   W_BT-QTY(W_BT-SUB, W_UK-SUB) * W_UK-RATE(W_UK-SUB)
               ADD W_BT-CHARGE(W_BT-SUB, W_UK-SUB)
                   TO W_BT-AMOUNT(W_BT-SUB)
               ADD W_BT-QTY(W_BT-SUB, W_UK-SUB) TO W_ST-QTY(W_UK-SUB)
           END-PERFORM.
           ADD W_BT-AMOUNT(W_BT-SUB) TO W_ST-AMOUNT.

       PRINT-STATEMENT-SECTION SECTION.
           MOVE 'BRANCH CHARGEBACK STATEMENT' TO W_RP-TITLE.
           MOVE '22_BRANCH_CHARGEBACK' TO W_RP-PROGRAM.
           MOVE W_BT-CODE(W_BT-SUB) TO W_RP-BRANCH.
           MOVE 'batch logs and daily_metrics' TO W_RP-DATA-SET.
           MOVE SPACES TO W_RP-PRINT-FILENAME.
           STRING 'chargeback_' DELIMITED BY SIZE
                  W_BT-CODE(W_BT-SUB) DELIMITED BY SPACE
                  '_' DELIMITED BY SIZE
                  W_PERIOD DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO W_RP-PRINT-FILENAME
           END-STRING.
           PERFORM REPORT-OPEN-SECTION.

           STRING 'Charges to branch ' DELIMITED BY SIZE
                  W_BT-CODE(W_BT-SUB) DELIMITED BY SPACE
                  ' for period ' DELIMITED BY SIZE
                  W_PERIOD DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           PERFORM REPORT-LINE-SECTION.
           MOVE W_COLUMN-HEADING TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.

           PERFORM VARYING W_UK-SUB FROM 1 BY 1 UNTIL W_UK-SUB > 5
               MOVE W_UK-NAME(W_UK-SUB) TO W_SL-NAME
               MOVE W_BT-QTY(W_BT-SUB, W_UK-SUB) TO W_SL-QTY
               MOVE W_UK-RATE(W_UK-SUB) TO W_SL-RATE
               MOVE W_BT-CHARGE(W_BT-SUB, W_UK-SUB) TO W_SL-CHARGE
               MOVE W_STATEMENT-LINE TO W_RP-LINE
               PERFORM REPORT-LINE-SECTION
           END-PERFORM.

           MOVE ALL '-' TO W_RP-LINE(5:60).
           PERFORM REPORT-LINE-SECTION.
           MOVE SPACES TO W_STATEMENT-LINE.
           MOVE 'TOTAL DUE' TO W_SL-NAME.
           MOVE W_BT-AMOUNT(W_BT-SUB) TO W_SL-CHARGE.
           MOVE W_STATEMENT-LINE TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
           PERFORM REPORT-LINE-SECTION.
           MOVE '    Priced from chargeback_rates.ctl' TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.

           MOVE 5 TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.
           ADD 1 TO W_STATEMENT-COUNT.
           MOVE SPACES TO W_STATEMENT-LINE.

      * Every branch and the unattributed line, their total against
      * the month's totals off the sources, then the trailer log
      * against daily_metrics.
       PRINT-SUMMARY-SECTION SECTION.
           MOVE 'BRANCH CHARGEBACK - HEAD OFFICE SUMMARY'
               TO W_RP-TITLE.
           MOVE '22_BRANCH_CHARGEBACK' TO W_RP-PROGRAM.
           MOVE 'ALL' TO W_RP-BRANCH.
           MOVE 'batch logs and daily_metrics' TO W_RP-DATA-SET.
           MOVE SPACES TO W_RP-PRINT-FILENAME.
           STRING 'chargeback_ALL_' DELIMITED BY SIZE
                  W_PERIOD DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO W_RP-PRINT-FILENAME
           END-STRING.
           PERFORM REPORT-OPEN-SECTION.

           STRING 'Usage and charges by branch for period '
                      DELIMITED BY SIZE
                  W_PERIOD DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           PERFORM REPORT-LINE-SECTION.
           MOVE W_SUMMARY-HEADING TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.

           PERFORM VARYING W_BT-SUB FROM 1 BY 1
                   UNTIL W_BT-SUB > W_UNATTRIBUTED-SLOT
               IF W_BT-SUB = W_UNATTRIBUTED-SLOT
                   MOVE 'UNATTRIBUTED' TO W_SM-BRANCH
               ELSE
                   MOVE W_BT-CODE(W_BT-SUB) TO W_SM-BRANCH
               END-IF
               PERFORM VARYING W_UK-SUB FROM 1 BY 1
                       UNTIL W_UK-SUB > 5
                   MOVE W_BT-QTY(W_BT-SUB, W_UK-SUB)
                       TO W_SM-QTY(W_UK-SUB)
               END-PERFORM
               MOVE W_BT-AMOUNT(W_BT-SUB) TO W_SM-CHARGE
               MOVE W_SUMMARY-LINE TO W_RP-LINE
               PERFORM REPORT-LINE-SECTION
           END-PERFORM.

           MOVE ALL '-' TO W_RP-LINE(5:81).
           PERFORM REPORT-LINE-SECTION.
           MOVE 'TOTAL' TO W_SM-BRANCH.
           PERFORM VARYING W_UK-SUB FROM 1 BY 1 UNTIL W_UK-SUB > 5
               MOVE W_ST-QTY(W_UK-SUB) TO W_SM-QTY(W_UK-SUB)
           END-PERFORM.
           MOVE W_ST-AMOUNT TO W_SM-CHARGE.
           MOVE W_SUMMARY-LINE TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.

           MOVE 'MONTH TOTALS' TO W_SM-BRANCH.
           PERFORM VARYING W_UK-SUB FROM 1 BY 1 UNTIL W_UK-SUB > 5
               MOVE W_MT-QTY(W_UK-SUB) TO W_SM-QTY(W_UK-SUB)
           END-PERFORM.
           MOVE W_SUMMARY-LINE TO W_RP-LINE.
           MOVE SPACES TO W_RP-LINE(74:).
           PERFORM REPORT-LINE-SECTION.

           IF W_MONTH-TOTALS = W_STATEMENT-TOTALS
               MOVE '    Statements tie to the month''s totals'
                   TO W_RP-LINE
           ELSE
               ADD 1 TO W_TIE-DIFFERS
               STRING '    ** Statements do not tie to the '
                          DELIMITED BY SIZE
                      'month''s totals' DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
           END-IF.
           PERFORM REPORT-LINE-SECTION.

           PERFORM REPORT-LINE-SECTION.
           MOVE 'Trailer log against daily_metrics' TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
           MOVE 'Step runs' TO W_TL-LABEL.
           MOVE W_TIE-RUNS TO W_TL-TRAILER.
           MOVE dm-runs TO W_TL-METRICS.
           PERFORM PRINT-TIE-LINE-SECTION.
           MOVE 'Records' TO W_TL-LABEL.
           MOVE W_TIE-RECORDS TO W_TL-TRAILER.
           MOVE dm-records TO W_TL-METRICS.
           PERFORM PRINT-TIE-LINE-SECTION.
           MOVE 'Elapsed seconds' TO W_TL-LABEL.
           MOVE W_TIE-ELAPSED TO W_TL-TRAILER.
           MOVE dm-elapsed TO W_TL-METRICS.
           PERFORM PRINT-TIE-LINE-SECTION.

           COMPUTE W_RP-RECORD-COUNT = W_BRANCH-COUNT + 1.
           PERFORM REPORT-CLOSE-SECTION.

       PRINT-TIE-LINE-SECTION SECTION.
           IF W_TL-TRAILER = W_TL-METRICS
               MOVE 'agrees' TO W_TL-VERDICT
           ELSE
               MOVE '** differs' TO W_TL-VERDICT
               ADD 1 TO W_TIE-DIFFERS
           END-IF.
           MOVE W_TIE-LINE TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
