      * Run as: 89_operator_workload [yyyymmdd]
      * Supervisors cannot see who did how much, or how long the
      * maker-checker queue keeps things waiting. This weekly report
      * covers one Monday-to-Sunday week - the last complete one, or
      * the week holding the date given - and writes
      * workload_report_<monday>.txt:
      *     changes per operator by operation and day, off the OPER=
      *     of every audit line in the week (every generation
      *     80_AUDIT_ROTATE has closed out included, so a week over
      *     a rotation is read whole), then the same per branch -
      *     the branch of operator_branches.ctl, HQ for an operator
      *     not on it, the way 88_ACCESS_RECERT places them
      *     maker-checker turnaround per approver - every item on
      *     pending_approvals.dat decided in the week, days from
      *     REQUESTED-ON to DECIDED-ON
      *     rejection rate per requester over the same items
      *     what is still waiting, and since when
      * The same figures go to workload_metrics.txt, one line per
      * row and day, for 17_workload_publish to load into
      * daily_metrics next to the batch metrics. Three kinds of row,
      * the name in the program column:
      *     WL-OP-<operator>  runs = changes, records_total = own
      *                       requests decided, failures = of those
      *                       rejected, elapsed_total = days they
      *                       waited
      *     WL-AP-<approver>  runs = items decided, records_total =
      *                       approved, failures = rejected,
      *                       elapsed_total = days they waited
      *     WL-BR-<branch>    as WL-OP, for the branch's operators
      *                       and the items queued from the branch
      * Average turnaround is elapsed_total / runs on WL-AP rows.
      * Weekly in job_schedule.ctl (MON), 17_workload_publish after.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 89_OPERATOR_WORKLOAD.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT AUDIT-IN ASSIGN TO W_AG-LOG-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_AL-STATUS.

      * Closed-out years of the log - see AUDIT-GENERATIONS.cpy.
               SELECT AUDIT-GENERATION-FILE ASSIGN TO
                       'audit_generations.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_AG-STATUS.

               SELECT APPROVAL-QUEUE ASSIGN TO
                       'pending_approvals.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS AP_APPROVAL-ID
                   FILE STATUS IS W_AP-STATUS.

               SELECT BRANCH-CONTROL ASSIGN TO
                       'operator_branches.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_BR-STATUS.

               SELECT REPORT-SPOOL ASSIGN TO W_RP-SPOOL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-SPOOL-STATUS.

               SELECT REPORT-PRINT ASSIGN TO W_RP-PRINT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-PRINT-STATUS.

               SELECT METRICS-OUT ASSIGN TO 'workload_metrics.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'AUDIT-GENERATION-FILE.cpy'.

           FD AUDIT-IN.
           01 A_AUDIT-LINE PIC X(320).

           FD APPROVAL-QUEUE.
           COPY 'APPROVAL-RECORD.cpy'
               REPLACING PREFIX-APPROVAL-ID BY AP_APPROVAL-ID
                         PREFIX-PERSON-ID BY AP_PERSON-ID
                         PREFIX-ACTION BY AP_ACTION
                         PREFIX-STATE BY AP_STATE
                         PREFIX-QUEUED BY AP_QUEUED
                         PREFIX-APPROVED BY AP_APPROVED
                         PREFIX-REJECTED BY AP_REJECTED
                         PREFIX-REQUESTED-BY BY AP_REQUESTED-BY
                         PREFIX-REQUESTED-ON BY AP_REQUESTED-ON
                         PREFIX-BRANCH BY AP_BRANCH
                         PREFIX-BEFORE BY AP_BEFORE
                         PREFIX-AFTER BY AP_AFTER
                         PREFIX-DECIDED-BY BY AP_DECIDED-BY
                         PREFIX-DECIDED-ON BY AP_DECIDED-ON
                         PREFIX-REFERENCE BY AP_REFERENCE
                         PREFIX-DECISION-REASON BY
                             AP_DECISION-REASON
                         PREFIX BY AP_APPROVAL.

           FD BRANCH-CONTROL.
           01 BC_BRANCH-LINE PIC X(40).

           COPY 'REPORT-PAGE-FILES.cpy'.

      * One metrics row for one day - 17_workload_publish reads the
      * same columns.
           FD METRICS-OUT.
           01 M_METRICS-LINE.
              02 M_DATE PIC 9(8).
              02 FILLER PIC X(1).
              02 M_ROW PIC X(20).
              02 FILLER PIC X(1).
              02 M_RUNS PIC 9(4).
              02 FILLER PIC X(1).
              02 M_RECORDS PIC 9(9).
              02 FILLER PIC X(1).
              02 M_FAILURES PIC 9(4).
              02 FILLER PIC X(1).
              02 M_ELAPSED PIC 9(6).

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_AL-STATUS PIC X(2).
               01 W_AP-STATUS PIC X(2).
               01 W_BR-STATUS PIC X(2).
               01 W_REPORT-FILENAME PIC X(40) VALUE SPACES.
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_ARG-LINE PIC X(20) VALUE SPACES.

      * The week under review, Monday to Sunday. Day 1 of the
      * INTEGER-OF-DATE count (1 January 1601) was a Monday.
               01 W_WEEK-START PIC 9(8) VALUE 0.
               01 W_WEEK-END PIC 9(8) VALUE 0.
               01 W_ANCHOR-DATE PIC 9(8) VALUE 0.
               01 W_START-INT PIC 9(7) VALUE 0.
               01 W_DATE-INT PIC 9(7) VALUE 0.
               01 W_WEEKDAY PIC 9(1) VALUE 0.
               01 W_DAY PIC 9(1) VALUE 0.
               01 W_DAY-SUB PIC 9(1) VALUE 0.
               01 W_DAY-DATES.
                   02 W_DAY-DATE PIC 9(8) OCCURS 7 TIMES.
               01 W_DAY-NAMES.
                   02 FILLER PIC X(21) VALUE 'MONTUEWEDTHUFRISATSUN'.
               01 W_DAY-NAME-TABLE REDEFINES W_DAY-NAMES.
                   02 W_DAY-NAME PIC X(3) OCCURS 7 TIMES.

      * operator_branches.ctl.
               01 W_BRANCH-TABLE.
                   02 W_BRANCH-ENTRY OCCURS 40 TIMES.
                       03 W_BT-ID PIC X(8).
                       03 W_BT-BRANCH PIC X(3).
               01 W_BRANCH-COUNT PIC 9(2) VALUE 0.
               01 W_BT-SUB PIC 9(2) VALUE 0.
               01 W_LINE-ID PIC X(8) VALUE SPACES.
               01 W_LINE-BRANCH PIC X(10) VALUE SPACES.
               01 W_FOUND-BRANCH PIC X(3) VALUE SPACES.

      * Changes per operator, by operation, by day.
               01 W_CHANGE-TABLE.
                   02 W_CHANGER OCCURS 50 TIMES.
                       03 W_CH-ID PIC X(8).
                       03 W_CH-BRANCH PIC X(3).
                       03 W_CH-OP-COUNT PIC 9(2).
                       03 W_CH-OPERATION OCCURS 20 TIMES.
                           04 W_CH-OP-NAME PIC X(10).
                           04 W_CH-OP-DAY PIC 9(5) OCCURS 7 TIMES.
               01 W_CHANGER-COUNT PIC 9(2) VALUE 0.
               01 W_CH-SUB PIC 9(2) VALUE 0.
               01 W_CH-MATCH PIC 9(2) VALUE 0.
               01 W_CHO-SUB PIC 9(2) VALUE 0.
               01 W_CHO-MATCH PIC 9(2) VALUE 0.
               01 W_CHANGE-OVERFLOW PIC 9(6) VALUE 0.

      * The metrics rows - WL-OP, WL-AP and WL-BR alike - with the
      * four figures per day. The report's branch, approver and
      * requester sections are read back off these.
               01 W_METRIC-TABLE.
                   02 W_METRIC OCCURS 150 TIMES.
                       03 W_MT-ROW PIC X(20).
                       03 W_MT-DAY OCCURS 7 TIMES.
                           04 W_MT-RUNS PIC 9(4).
                           04 W_MT-RECORDS PIC 9(9).
                           04 W_MT-FAILURES PIC 9(4).
                           04 W_MT-ELAPSED PIC 9(6).
               01 W_METRIC-COUNT PIC 9(3) VALUE 0.
               01 W_MT-SUB PIC 9(3) VALUE 0.
               01 W_MT-MATCH PIC 9(3) VALUE 0.
               01 W_MT-WANTED PIC X(20) VALUE SPACES.
               01 W_METRIC-OVERFLOW PIC 9(6) VALUE 0.
               01 W_METRIC-LINES PIC 9(5) VALUE 0.

      * One audit line taken apart - the fixed columns from KEY= on
      * that WRITE-AUDIT-SECTION builds (see 88_ACCESS_RECERT).
               01 W_LOG-HEADER PIC X(60) VALUE SPACES.
               01 W_LOG-REMAINDER PIC X(260) VALUE SPACES.
               01 W_LOG-STAMP PIC X(17) VALUE SPACES.
               01 W_LOG-PROGRAM PIC X(20) VALUE SPACES.
               01 W_LOG-OPERATION PIC X(10) VALUE SPACES.
               01 W_LOG-OPERATOR PIC X(8) VALUE SPACES.
               01 W_LOG-DATE PIC 9(8) VALUE 0.

      * One decided approval item.
               01 W_WAIT-DAYS PIC 9(5) VALUE 0.
               01 W_ITEM-BRANCH PIC X(3) VALUE SPACES.
               01 W_REJECTED-SW PIC X(1) VALUE 'N'.
                   88 ITEM-REJECTED VALUE 'Y'.

      * Still waiting.
               01 W_PENDING-COUNT PIC 9(5) VALUE 0.
               01 W_OLDEST-PENDING PIC 9(8) VALUE 0.
               01 W_OLDEST-AGE PIC 9(5) VALUE 0.

               01 W_CHANGE-LINES PIC 9(7) VALUE 0.
               01 W_DECIDED-ITEMS PIC 9(5) VALUE 0.
               01 W_UNREAD-GENERATIONS PIC 9(3) VALUE 0.

      * Report working figures.
               01 W_SUM-RUNS PIC 9(6) VALUE 0.
               01 W_SUM-RECORDS PIC 9(9) VALUE 0.
               01 W_SUM-FAILURES PIC 9(6) VALUE 0.
               01 W_SUM-ELAPSED PIC 9(7) VALUE 0.
               01 W_ROW-TOTAL PIC 9(6) VALUE 0.
               01 W_AVERAGE PIC 9(5)V9 VALUE 0.
               01 W_RATE PIC 9(3)V9 VALUE 0.
               01 W_PREFIX PIC X(8) VALUE SPACES.
               01 W_REPORT-PTR PIC 9(3) VALUE 1.
               01 W_EDIT-DAY PIC ZZZZ9.
               01 W_EDIT-TOTAL PIC ZZZZZ9.
               01 W_EDIT-AVERAGE PIC ZZZZ9.9.
               01 W_EDIT-RATE PIC ZZ9.9.

      * Job-level run trailer (see JOB-TRAILER.cpy) - the count is
      * the week's changes.
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

      * Generation walk (see AUDIT-GENERATIONS.cpy).
               COPY 'AUDIT-GENERATIONS-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           ACCEPT W_ARG-LINE FROM COMMAND-LINE.
           PERFORM SET-WEEK-SECTION.
           PERFORM LOAD-BRANCHES-SECTION.

           PERFORM FIRST-AUDIT-FILE-SECTION.
           PERFORM UNTIL NO-MORE-AUDIT-FILES
               PERFORM READ-AUDIT-FILE-SECTION
               PERFORM NEXT-AUDIT-FILE-SECTION
           END-PERFORM.

           PERFORM READ-APPROVALS-SECTION.

           MOVE 'OPERATOR WORKLOAD AND TURNAROUND' TO W_RP-TITLE.
           MOVE '89_OPERATOR_WORKLOAD' TO W_RP-PROGRAM.
           MOVE W_REPORT-FILENAME TO W_RP-PRINT-FILENAME.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE 'audit trail + pending_approvals' TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.
           PERFORM WRITE-HEADER-SECTION.
           PERFORM WRITE-CHANGES-SECTION.
           PERFORM WRITE-BRANCH-DAYS-SECTION.
           PERFORM WRITE-TURNAROUND-SECTION.
           PERFORM WRITE-REJECTIONS-SECTION.
           PERFORM WRITE-WAITING-SECTION.
           MOVE W_CHANGE-LINES TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

           PERFORM WRITE-METRICS-SECTION.

           DISPLAY 'Workload for the week 'W_WEEK-START' to '
               W_WEEK-END' written to '
               FUNCTION TRIM(W_REPORT-FILENAME).
           DISPLAY W_CHANGE-LINES' change(s), 'W_DECIDED-ITEMS
               ' approval item(s) decided, 'W_PENDING-COUNT
               ' still waiting, 'W_METRIC-LINES
               ' metrics line(s) for 17_workload_publish'.

           MOVE '89_OPERATOR_WORKLOAD' TO W_TRAILER-PROGRAM.
           MOVE W_CHANGE-LINES TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'REPORT-PAGE.cpy'.
       COPY 'AUDIT-GENERATIONS.cpy'.

      * The week holding the date given, or the last complete week
      * - the Monday of this week, less seven days.
       SET-WEEK-SECTION SECTION.
           IF W_ARG-LINE = SPACES
               MOVE W_TODAY TO W_ANCHOR-DATE
           ELSE
               IF W_ARG-LINE(1:8) IS NOT NUMERIC
                  OR W_ARG-LINE(9:) NOT = SPACES
                   DISPLAY '** the date is YYYYMMDD - any day of the '
                       'week wanted'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE W_ARG-LINE(1:8) TO W_ANCHOR-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(W_ANCHOR-DATE) NOT = 0
                   DISPLAY '** 'W_ANCHOR-DATE' is not a date'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           COMPUTE W_DATE-INT =
               FUNCTION INTEGER-OF-DATE(W_ANCHOR-DATE).
           COMPUTE W_WEEKDAY = FUNCTION MOD(W_DATE-INT - 1, 7).
           COMPUTE W_START-INT = W_DATE-INT - W_WEEKDAY.
           IF W_ARG-LINE = SPACES
               SUBTRACT 7 FROM W_START-INT
           END-IF.
           PERFORM VARYING W_DAY-SUB FROM 1 BY 1 UNTIL W_DAY-SUB > 7
               COMPUTE W_DAY-DATE(W_DAY-SUB) = FUNCTION DATE-OF-INTEGER(
                   W_START-INT + W_DAY-SUB - 1)
           END-PERFORM.
           MOVE W_DAY-DATE(1) TO W_WEEK-START.
           MOVE W_DAY-DATE(7) TO W_WEEK-END.

           STRING 'workload_report_' DELIMITED BY SIZE
                  W_WEEK-START DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO W_REPORT-FILENAME
           END-STRING.

      * operator_branches.ctl - "OPERID BRANCH" per line, as
      * 88_ACCESS_RECERT reads it. No file puts everyone on HQ.
       LOAD-BRANCHES-SECTION SECTION.
           OPEN INPUT BRANCH-CONTROL.
           IF W_BR-STATUS NOT = '00'
               GO TO LOAD-BRANCHES-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ BRANCH-CONTROL
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF BC_BRANCH-LINE NOT = SPACES
                          AND W_BRANCH-COUNT < 40
                           MOVE SPACES TO W_LINE-ID W_LINE-BRANCH
                           UNSTRING BC_BRANCH-LINE
                               DELIMITED BY ALL SPACE
                               INTO W_LINE-ID, W_LINE-BRANCH
                           END-UNSTRING
                           IF W_LINE-BRANCH NOT = SPACES
                              AND W_LINE-BRANCH(4:) = SPACES
                               ADD 1 TO W_BRANCH-COUNT
                               MOVE W_LINE-ID
                                   TO W_BT-ID(W_BRANCH-COUNT)
                               MOVE W_LINE-BRANCH
                                   TO W_BT-BRANCH(W_BRANCH-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BRANCH-CONTROL.

       LOAD-BRANCHES-EXIT.
           EXIT.

      * W_LINE-ID's branch into W_FOUND-BRANCH - HQ when not listed.
       FIND-BRANCH-SECTION SECTION.
           MOVE 'HQ' TO W_FOUND-BRANCH.
           PERFORM VARYING W_BT-SUB FROM 1 BY 1
                   UNTIL W_BT-SUB > W_BRANCH-COUNT
               IF W_BT-ID(W_BT-SUB) = W_LINE-ID
                   MOVE W_BT-BRANCH(W_BT-SUB) TO W_FOUND-BRANCH
               END-IF
           END-PERFORM.

      * One file of the generation walk; a generation that will not
      * open is counted and named in the report.
       READ-AUDIT-FILE-SECTION SECTION.
           OPEN INPUT AUDIT-IN.
           IF W_AL-STATUS NOT = '00'
               IF NOT AUDIT-WALK-ON-LIVE
                   ADD 1 TO W_UNREAD-GENERATIONS
                   DISPLAY '** audit generation '
                       FUNCTION TRIM(W_AG-LOG-FILENAME)
                       ' could not be read'
               END-IF
               GO TO READ-AUDIT-FILE-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ AUDIT-IN
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       PERFORM TAKE-AUDIT-LINE-SECTION
               END-READ
           END-PERFORM.
           CLOSE AUDIT-IN.

       READ-AUDIT-FILE-EXIT.
           EXIT.

      * One audit line inside the week, credited to its operator by
      * operation and day, and to the WL-OP and WL-BR rows.
       TAKE-AUDIT-LINE-SECTION SECTION.
           IF A_AUDIT-LINE(1:8) IS NOT NUMERIC
               GO TO TAKE-AUDIT-LINE-EXIT
           END-IF.
           MOVE A_AUDIT-LINE(1:8) TO W_LOG-DATE.
           IF W_LOG-DATE < W_WEEK-START OR W_LOG-DATE > W_WEEK-END
               GO TO TAKE-AUDIT-LINE-EXIT
           END-IF.
           MOVE SPACES TO W_LOG-HEADER W_LOG-REMAINDER.
           UNSTRING A_AUDIT-LINE DELIMITED BY ' KEY='
               INTO W_LOG-HEADER W_LOG-REMAINDER
           END-UNSTRING.
           IF W_LOG-REMAINDER(199:7) NOT = '] OPER='
               OR W_LOG-REMAINDER(206:8) = SPACES
               GO TO TAKE-AUDIT-LINE-EXIT
           END-IF.
           MOVE SPACES TO W_LOG-STAMP W_LOG-PROGRAM W_LOG-OPERATION.
           UNSTRING W_LOG-HEADER DELIMITED BY ALL SPACE
               INTO W_LOG-STAMP W_LOG-PROGRAM W_LOG-OPERATION
           END-UNSTRING.
           MOVE W_LOG-REMAINDER(206:8) TO W_LOG-OPERATOR.
           ADD 1 TO W_CHANGE-LINES.

           MOVE W_LOG-DATE TO W_ANCHOR-DATE.
           PERFORM SET-DAY-SECTION.
           MOVE W_LOG-OPERATOR TO W_LINE-ID.
           PERFORM FIND-BRANCH-SECTION.

           PERFORM FIND-CHANGER-SECTION.
           IF W_CH-MATCH > 0
               PERFORM COUNT-CHANGE-SECTION
           END-IF.

           MOVE SPACES TO W_MT-WANTED.
           STRING 'WL-OP-' DELIMITED BY SIZE
                  W_LOG-OPERATOR DELIMITED BY SPACE
               INTO W_MT-WANTED
           END-STRING.
           PERFORM FIND-METRIC-SECTION.
           IF W_MT-MATCH > 0
               ADD 1 TO W_MT-RUNS(W_MT-MATCH, W_DAY)
           END-IF.
           MOVE SPACES TO W_MT-WANTED.
           STRING 'WL-BR-' DELIMITED BY SIZE
                  W_FOUND-BRANCH DELIMITED BY SPACE
               INTO W_MT-WANTED
           END-STRING.
           PERFORM FIND-METRIC-SECTION.
           IF W_MT-MATCH > 0
               ADD 1 TO W_MT-RUNS(W_MT-MATCH, W_DAY)
           END-IF.

       TAKE-AUDIT-LINE-EXIT.
           EXIT.

      * W_ANCHOR-DATE's place in the week, 1 (Monday) to 7.
       SET-DAY-SECTION SECTION.
           COMPUTE W_DATE-INT =
               FUNCTION INTEGER-OF-DATE(W_ANCHOR-DATE).
           COMPUTE W_DAY = W_DATE-INT - W_START-INT + 1.

      * The slot for W_LOG-OPERATOR, created on first sight.
       FIND-CHANGER-SECTION SECTION.
           MOVE 0 TO W_CH-MATCH.
           PERFORM VARYING W_CH-SUB FROM 1 BY 1
                   UNTIL W_CH-SUB > W_CHANGER-COUNT OR W_CH-MATCH > 0
               IF W_CH-ID(W_CH-SUB) = W_LOG-OPERATOR
                   MOVE W_CH-SUB TO W_CH-MATCH
               END-IF
           END-PERFORM.
           IF W_CH-MATCH = 0
               IF W_CHANGER-COUNT < 50
                   ADD 1 TO W_CHANGER-COUNT
                   MOVE W_CHANGER-COUNT TO W_CH-MATCH
                   INITIALIZE W_CHANGER(W_CH-MATCH)
                   MOVE W_LOG-OPERATOR TO W_CH-ID(W_CH-MATCH)
                   MOVE W_FOUND-BRANCH TO W_CH-BRANCH(W_CH-MATCH)
               ELSE
                   ADD 1 TO W_CHANGE-OVERFLOW
               END-IF
           END-IF.

       COUNT-CHANGE-SECTION SECTION.
           MOVE 0 TO W_CHO-MATCH.
           PERFORM VARYING W_CHO-SUB FROM 1 BY 1
                   UNTIL W_CHO-SUB > W_CH-OP-COUNT(W_CH-MATCH)
                      OR W_CHO-MATCH > 0
               IF W_CH-OP-NAME(W_CH-MATCH, W_CHO-SUB)
                   = W_LOG-OPERATION
                   MOVE W_CHO-SUB TO W_CHO-MATCH
               END-IF
           END-PERFORM.
           IF W_CHO-MATCH = 0
               IF W_CH-OP-COUNT(W_CH-MATCH) < 20
                   ADD 1 TO W_CH-OP-COUNT(W_CH-MATCH)
                   MOVE W_CH-OP-COUNT(W_CH-MATCH) TO W_CHO-MATCH
                   MOVE W_LOG-OPERATION
                       TO W_CH-OP-NAME(W_CH-MATCH, W_CHO-MATCH)
               ELSE
                   ADD 1 TO W_CHANGE-OVERFLOW
                   GO TO COUNT-CHANGE-EXIT
               END-IF
           END-IF.
           ADD 1 TO W_CH-OP-DAY(W_CH-MATCH, W_CHO-MATCH, W_DAY).

       COUNT-CHANGE-EXIT.
           EXIT.

      * The metrics row named W_MT-WANTED, created on first sight.
       FIND-METRIC-SECTION SECTION.
           MOVE 0 TO W_MT-MATCH.
           PERFORM VARYING W_MT-SUB FROM 1 BY 1
                   UNTIL W_MT-SUB > W_METRIC-COUNT OR W_MT-MATCH > 0
               IF W_MT-ROW(W_MT-SUB) = W_MT-WANTED
                   MOVE W_MT-SUB TO W_MT-MATCH
               END-IF
           END-PERFORM.
           IF W_MT-MATCH = 0
               IF W_METRIC-COUNT < 150
                   ADD 1 TO W_METRIC-COUNT
                   MOVE W_METRIC-COUNT TO W_MT-MATCH
                   INITIALIZE W_METRIC(W_MT-MATCH)
                   MOVE W_MT-WANTED TO W_MT-ROW(W_MT-MATCH)
               ELSE
                   ADD 1 TO W_METRIC-OVERFLOW
               END-IF
           END-IF.

      * Every item on pending_approvals.dat: decided in the week, it
      * counts for its approver, its requester and the branch it
      * was queued from (spaces is head office); still queued, it
      * counts as waiting. No queue file means nothing was ever
      * queued.
       READ-APPROVALS-SECTION SECTION.
           OPEN INPUT APPROVAL-QUEUE.
           IF W_AP-STATUS NOT = '00'
               GO TO READ-APPROVALS-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ APPROVAL-QUEUE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       PERFORM TAKE-APPROVAL-SECTION
               END-READ
           END-PERFORM.
           CLOSE APPROVAL-QUEUE.

       READ-APPROVALS-EXIT.
           EXIT.

       TAKE-APPROVAL-SECTION SECTION.
           IF AP_QUEUED
               ADD 1 TO W_PENDING-COUNT
               IF W_OLDEST-PENDING = 0
                  OR AP_REQUESTED-ON < W_OLDEST-PENDING
                   MOVE AP_REQUESTED-ON TO W_OLDEST-PENDING
               END-IF
               GO TO TAKE-APPROVAL-EXIT
           END-IF.
           IF AP_DECIDED-ON < W_WEEK-START
              OR AP_DECIDED-ON > W_WEEK-END
              OR FUNCTION TEST-DATE-YYYYMMDD(AP_REQUESTED-ON) NOT = 0
               GO TO TAKE-APPROVAL-EXIT
           END-IF.
           ADD 1 TO W_DECIDED-ITEMS.
           MOVE AP_DECIDED-ON TO W_ANCHOR-DATE.
           PERFORM SET-DAY-SECTION.
           COMPUTE W_WAIT-DAYS =
               FUNCTION INTEGER-OF-DATE(AP_DECIDED-ON)
               - FUNCTION INTEGER-OF-DATE(AP_REQUESTED-ON).
           MOVE 'N' TO W_REJECTED-SW.
           IF AP_REJECTED
               MOVE 'Y' TO W_REJECTED-SW
           END-IF.

           MOVE SPACES TO W_MT-WANTED.
           STRING 'WL-AP-' DELIMITED BY SIZE
                  AP_DECIDED-BY DELIMITED BY SPACE
               INTO W_MT-WANTED
           END-STRING.
           PERFORM FIND-METRIC-SECTION.
           IF W_MT-MATCH > 0
               ADD 1 TO W_MT-RUNS(W_MT-MATCH, W_DAY)
               IF ITEM-REJECTED
                   ADD 1 TO W_MT-FAILURES(W_MT-MATCH, W_DAY)
               ELSE
                   ADD 1 TO W_MT-RECORDS(W_MT-MATCH, W_DAY)
               END-IF
               ADD W_WAIT-DAYS TO W_MT-ELAPSED(W_MT-MATCH, W_DAY)
           END-IF.

           MOVE SPACES TO W_MT-WANTED.
           STRING 'WL-OP-' DELIMITED BY SIZE
                  AP_REQUESTED-BY DELIMITED BY SPACE
               INTO W_MT-WANTED
           END-STRING.
           PERFORM COUNT-REQUEST-SECTION.

           MOVE AP_BRANCH TO W_ITEM-BRANCH.
           IF W_ITEM-BRANCH = SPACES
               MOVE 'HQ' TO W_ITEM-BRANCH
           END-IF.
           MOVE SPACES TO W_MT-WANTED.
           STRING 'WL-BR-' DELIMITED BY SIZE
                  W_ITEM-BRANCH DELIMITED BY SPACE
               INTO W_MT-WANTED
           END-STRING.
           PERFORM COUNT-REQUEST-SECTION.

       TAKE-APPROVAL-EXIT.
           EXIT.

      * A decided request on a WL-OP or WL-BR row.
       COUNT-REQUEST-SECTION SECTION.
           PERFORM FIND-METRIC-SECTION.
           IF W_MT-MATCH > 0
               ADD 1 TO W_MT-RECORDS(W_MT-MATCH, W_DAY)
               IF ITEM-REJECTED
                   ADD 1 TO W_MT-FAILURES(W_MT-MATCH, W_DAY)
               END-IF
               ADD W_WAIT-DAYS TO W_MT-ELAPSED(W_MT-MATCH, W_DAY)
           END-IF.

       WRITE-HEADER-SECTION SECTION.
           STRING 'WEEK ' DELIMITED BY SIZE
                  W_WEEK-START DELIMITED BY SIZE
                  ' to ' DELIMITED BY SIZE
                  W_WEEK-END DELIMITED BY SIZE
                  ' - prepared ' DELIMITED BY SIZE
                  W_TODAY DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           IF W_UNREAD-GENERATIONS > 0
               STRING '** ' DELIMITED BY SIZE
                      W_UNREAD-GENERATIONS DELIMITED BY SIZE
                      ' audit generation(s) could not be read - '
                          DELIMITED BY SIZE
                      'changes may be missing' DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
           END-IF.
           PERFORM REPORT-LINE-SECTION.

      * Column headings for the day-by-day sections - W_PREFIX
      * carries the first column's title.
       WRITE-DAY-HEADINGS-SECTION SECTION.
           MOVE W_PREFIX TO W_RP-LINE.
           MOVE 24 TO W_REPORT-PTR.
           PERFORM VARYING W_DAY-SUB FROM 1 BY 1 UNTIL W_DAY-SUB > 7
               ADD 2 TO W_REPORT-PTR
               STRING W_DAY-NAME(W_DAY-SUB) DELIMITED BY SIZE
                   INTO W_RP-LINE WITH POINTER W_REPORT-PTR
               END-STRING
           END-PERFORM.
           ADD 3 TO W_REPORT-PTR.
           STRING 'TOTAL' DELIMITED BY SIZE
               INTO W_RP-LINE WITH POINTER W_REPORT-PTR
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

      * Changes per operator and operation, by day.
       WRITE-CHANGES-SECTION SECTION.
           MOVE '--- CHANGES BY OPERATOR, OPERATION AND DAY ---'
               TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
           MOVE 'OPERATOR' TO W_PREFIX.
           PERFORM WRITE-DAY-HEADINGS-SECTION.
           IF W_CHANGER-COUNT = 0
               MOVE '(no changes in the week)' TO W_RP-LINE
               PERFORM REPORT-LINE-SECTION
           END-IF.
           PERFORM VARYING W_CH-SUB FROM 1 BY 1
                   UNTIL W_CH-SUB > W_CHANGER-COUNT
               PERFORM VARYING W_CHO-SUB FROM 1 BY 1
                       UNTIL W_CHO-SUB > W_CH-OP-COUNT(W_CH-SUB)
                   PERFORM WRITE-CHANGE-ROW-SECTION
               END-PERFORM
           END-PERFORM.
           IF W_CHANGE-OVERFLOW > 0
               STRING '(and ' DELIMITED BY SIZE
                      W_CHANGE-OVERFLOW DELIMITED BY SIZE
                      ' change(s) past the table - 50 operators, 20 '
                          DELIMITED BY SIZE
                      'operations each)' DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
           END-IF.
           PERFORM REPORT-LINE-SECTION.

       WRITE-CHANGE-ROW-SECTION SECTION.
           STRING W_CH-ID(W_CH-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W_CH-BRANCH(W_CH-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W_CH-OP-NAME(W_CH-SUB, W_CHO-SUB) DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           MOVE 24 TO W_REPORT-PTR.
           MOVE 0 TO W_ROW-TOTAL.
           PERFORM VARYING W_DAY-SUB FROM 1 BY 1 UNTIL W_DAY-SUB > 7
               MOVE W_CH-OP-DAY(W_CH-SUB, W_CHO-SUB, W_DAY-SUB)
                   TO W_EDIT-DAY
               ADD W_CH-OP-DAY(W_CH-SUB, W_CHO-SUB, W_DAY-SUB)
                   TO W_ROW-TOTAL
               STRING W_EDIT-DAY DELIMITED BY SIZE
                   INTO W_RP-LINE WITH POINTER W_REPORT-PTR
               END-STRING
           END-PERFORM.
           MOVE W_ROW-TOTAL TO W_EDIT-TOTAL.
           STRING '  ' DELIMITED BY SIZE
                  W_EDIT-TOTAL DELIMITED BY SIZE
               INTO W_RP-LINE WITH POINTER W_REPORT-PTR
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

      * Changes per branch by day, off the WL-BR rows.
       WRITE-BRANCH-DAYS-SECTION SECTION.
           MOVE '--- CHANGES BY BRANCH AND DAY ---' TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
           MOVE 'BRANCH' TO W_PREFIX.
           PERFORM WRITE-DAY-HEADINGS-SECTION.
           PERFORM VARYING W_MT-SUB FROM 1 BY 1
                   UNTIL W_MT-SUB > W_METRIC-COUNT
               IF W_MT-ROW(W_MT-SUB)(1:6) = 'WL-BR-'
                   MOVE W_MT-ROW(W_MT-SUB)(7:3) TO W_RP-LINE
                   MOVE 24 TO W_REPORT-PTR
                   MOVE 0 TO W_ROW-TOTAL
                   PERFORM VARYING W_DAY-SUB FROM 1 BY 1
                           UNTIL W_DAY-SUB > 7
                       MOVE W_MT-RUNS(W_MT-SUB, W_DAY-SUB)
                           TO W_EDIT-DAY
                       ADD W_MT-RUNS(W_MT-SUB, W_DAY-SUB)
                           TO W_ROW-TOTAL
                       STRING W_EDIT-DAY DELIMITED BY SIZE
                           INTO W_RP-LINE
                           WITH POINTER W_REPORT-PTR
                       END-STRING
                   END-PERFORM
                   MOVE W_ROW-TOTAL TO W_EDIT-TOTAL
                   STRING '  ' DELIMITED BY SIZE
                          W_EDIT-TOTAL DELIMITED BY SIZE
                       INTO W_RP-LINE WITH POINTER W_REPORT-PTR
                   END-STRING
                   PERFORM REPORT-LINE-SECTION
               END-IF
           END-PERFORM.
           PERFORM REPORT-LINE-SECTION.

      * The week's figures for W_MT-SUB, summed over the days.
       SUM-METRIC-SECTION SECTION.
           MOVE 0 TO W_SUM-RUNS W_SUM-RECORDS W_SUM-FAILURES
               W_SUM-ELAPSED.
           PERFORM VARYING W_DAY-SUB FROM 1 BY 1 UNTIL W_DAY-SUB > 7
               ADD W_MT-RUNS(W_MT-SUB, W_DAY-SUB) TO W_SUM-RUNS
               ADD W_MT-RECORDS(W_MT-SUB, W_DAY-SUB) TO W_SUM-RECORDS
               ADD W_MT-FAILURES(W_MT-SUB, W_DAY-SUB)
                   TO W_SUM-FAILURES
               ADD W_MT-ELAPSED(W_MT-SUB, W_DAY-SUB) TO W_SUM-ELAPSED
           END-PERFORM.

      * Per approver: items decided, approved, rejected, and the
      * average days from REQUESTED-ON to DECIDED-ON.
       WRITE-TURNAROUND-SECTION SECTION.
           MOVE '--- MAKER-CHECKER TURNAROUND BY APPROVER ---'
               TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
           MOVE 'APPROVER  DECIDED  APPROVED  REJECTED  AVG DAYS'
               TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
           IF W_DECIDED-ITEMS = 0
               MOVE '(nothing decided in the week)' TO W_RP-LINE
               PERFORM REPORT-LINE-SECTION
           END-IF.
           PERFORM VARYING W_MT-SUB FROM 1 BY 1
                   UNTIL W_MT-SUB > W_METRIC-COUNT
               IF W_MT-ROW(W_MT-SUB)(1:6) = 'WL-AP-'
                   PERFORM SUM-METRIC-SECTION
                   COMPUTE W_AVERAGE ROUNDED =
                       W_SUM-ELAPSED / W_SUM-RUNS
                   MOVE W_AVERAGE TO W_EDIT-AVERAGE
                   MOVE W_MT-ROW(W_MT-SUB)(7:8) TO W_RP-LINE
                   MOVE W_SUM-RUNS TO W_EDIT-TOTAL
                   MOVE W_EDIT-TOTAL TO W_RP-LINE(11:6)
                   MOVE W_SUM-RECORDS TO W_EDIT-TOTAL
                   MOVE W_EDIT-TOTAL TO W_RP-LINE(20:6)
                   MOVE W_SUM-FAILURES TO W_EDIT-TOTAL
                   MOVE W_EDIT-TOTAL TO W_RP-LINE(30:6)
                   MOVE W_EDIT-AVERAGE TO W_RP-LINE(40:7)
                   PERFORM REPORT-LINE-SECTION
               END-IF
           END-PERFORM.
           PERFORM REPORT-LINE-SECTION.

      * Per requester: of their requests decided in the week, how
      * many were rejected.
       WRITE-REJECTIONS-SECTION SECTION.
           MOVE '--- REJECTION RATE BY REQUESTER ---' TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
           MOVE 'REQUESTER DECIDED  REJECTED  RATE %    AVG DAYS'
               TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
           PERFORM VARYING W_MT-SUB FROM 1 BY 1
                   UNTIL W_MT-SUB > W_METRIC-COUNT
               IF W_MT-ROW(W_MT-SUB)(1:6) = 'WL-OP-'
                   PERFORM SUM-METRIC-SECTION
                   IF W_SUM-RECORDS > 0
                       PERFORM WRITE-REJECTION-ROW-SECTION
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM REPORT-LINE-SECTION.

       WRITE-REJECTION-ROW-SECTION SECTION.
           COMPUTE W_RATE ROUNDED =
               W_SUM-FAILURES * 100 / W_SUM-RECORDS.
           COMPUTE W_AVERAGE ROUNDED = W_SUM-ELAPSED / W_SUM-RECORDS.
           MOVE W_RATE TO W_EDIT-RATE.
           MOVE W_AVERAGE TO W_EDIT-AVERAGE.
           MOVE W_MT-ROW(W_MT-SUB)(7:8) TO W_RP-LINE.
           MOVE W_SUM-RECORDS TO W_EDIT-TOTAL.
           MOVE W_EDIT-TOTAL TO W_RP-LINE(11:6).
           MOVE W_SUM-FAILURES TO W_EDIT-TOTAL.
           MOVE W_EDIT-TOTAL TO W_RP-LINE(20:6).
           MOVE W_EDIT-RATE TO W_RP-LINE(30:5).
           MOVE W_EDIT-AVERAGE TO W_RP-LINE(40:7).
           PERFORM REPORT-LINE-SECTION.

       WRITE-WAITING-SECTION SECTION.
           MOVE '--- STILL WAITING FOR A CHECKER ---' TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
           IF W_PENDING-COUNT = 0
               MOVE '(nothing queued)' TO W_RP-LINE
               PERFORM REPORT-LINE-SECTION
               GO TO WRITE-WAITING-EXIT
           END-IF.
           MOVE 0 TO W_OLDEST-AGE.
           IF FUNCTION TEST-DATE-YYYYMMDD(W_OLDEST-PENDING) = 0
               COMPUTE W_OLDEST-AGE =
                   FUNCTION INTEGER-OF-DATE(W_TODAY)
                   - FUNCTION INTEGER-OF-DATE(W_OLDEST-PENDING)
           END-IF.
           STRING W_PENDING-COUNT DELIMITED BY SIZE
                  ' item(s) queued, the oldest since ' DELIMITED BY SIZE
                  W_OLDEST-PENDING DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  W_OLDEST-AGE DELIMITED BY SIZE
                  ' days)' DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

       WRITE-WAITING-EXIT.
           EXIT.

      * workload_metrics.txt - every row, every day with anything
      * on it.
       WRITE-METRICS-SECTION SECTION.
           OPEN OUTPUT METRICS-OUT.
           PERFORM VARYING W_MT-SUB FROM 1 BY 1
                   UNTIL W_MT-SUB > W_METRIC-COUNT
               PERFORM VARYING W_DAY-SUB FROM 1 BY 1
                       UNTIL W_DAY-SUB > 7
                   IF W_MT-RUNS(W_MT-SUB, W_DAY-SUB) > 0
                      OR W_MT-RECORDS(W_MT-SUB, W_DAY-SUB) > 0
                       MOVE SPACES TO M_METRICS-LINE
                       MOVE W_DAY-DATE(W_DAY-SUB) TO M_DATE
                       MOVE W_MT-ROW(W_MT-SUB) TO M_ROW
                       MOVE W_MT-RUNS(W_MT-SUB, W_DAY-SUB) TO M_RUNS
                       MOVE W_MT-RECORDS(W_MT-SUB, W_DAY-SUB)
                           TO M_RECORDS
                       MOVE W_MT-FAILURES(W_MT-SUB, W_DAY-SUB)
                           TO M_FAILURES
                       MOVE W_MT-ELAPSED(W_MT-SUB, W_DAY-SUB)
                           TO M_ELAPSED
                       WRITE M_METRICS-LINE
                       ADD 1 TO W_METRIC-LINES
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE METRICS-OUT.
           IF W_METRIC-OVERFLOW > 0
               DISPLAY '** 'W_METRIC-OVERFLOW' figure(s) past the '
                   '150 metrics rows - not published'
           END-IF.
