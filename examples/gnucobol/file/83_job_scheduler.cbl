      * 07_DAILY_RUN and 47_MONTH_END_RUN are fixed chains; every
      * other periodic job - the year-end archive, the weekly SQL
      * log rotation and the like - used to live in an operator's
      * head. This is the calendar-driven scheduler over them all:
      * job_schedule.ctl lists each job, how often it falls due and
      * which jobs must finish first, and each night this works out
      * which jobs are due tonight (through the shared
      * 10_BUSINESS_DAYS, so the business-day rules are the ones
      * every aging calculation uses), prints the run plan, then
      * runs the due jobs in dependency order with the same
      * SYSTEM-dispatch and retry-and-backoff as 07_DAILY_RUN.
      * job_schedule.ctl, one job per line, blank-separated:
      *     job  frequency  [predecessor ...]   (up to four)
      * a line starting with * is a comment. The job is the program
      * to run, as 07_DAILY_RUN names its steps. Frequencies:
      *     DAILY        every business day
      *     MON ... SUN  weekly - on that weekday, or the first
      *                  business day after it when it falls on a
      *                  holiday or a weekend
      *     BDnn         the nn-th business day of the month
      *     MONTHEND     the last business day of the month
      *     QTREND       the last business day of a quarter
      *     YEAREND      the last business day of the year
      * for example
      *     07_daily_run        DAILY
      *     47_month_end_run    BD01     07_daily_run
      *     26_sql_log_rotate   SUN
      *     10_archive          YEAREND  07_daily_run
      * A predecessor only holds a job back when it is itself due
      * the same night: the job waits for it, and is skipped if it
      * failed or was skipped. Nothing is due on a day that is not
      * a business day.
      * Every due job's outcome - RAN, FAILED with its return code,
      * or SKIPPED and why - goes onto job_run_log.txt, and every
      * one that did not run cleanly onto batch_alerts.log, so a
      * missed quarter-end job is on the morning's alert list rather
      * than discovered at the next quarter. A job's return code
      * under 16 means it ran to the end (4 and 8 are its findings,
      * reported by the job itself), so it counts as RAN; only 16
      * and up is FAILED, and only that is retried.
      * A night the scheduler never ran at all (an outage, a holiday
      * the calendar did not know, an operator skip) leaves nothing
      * on either log, so each job's last clean run is kept on
      * job_last_run.dat. A job that fell due on an earlier business
      * day and has not run clean since is OVERDUE: it goes onto
      * batch_alerts.log, is flagged on the plan, and runs tonight
      * with the jobs that are due - a job first seen on
      * job_schedule.ctl is only overdue for due dates after that.
      *     83_job_scheduler                 plan and run tonight
      *     83_job_scheduler PLAN [yyyymmdd] print the plan only,
      *                                      for tonight or any date
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 83_JOB_SCHEDULER.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT SCHEDULE-CONTROL ASSIGN TO 'job_schedule.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_SCHED-STATUS.

               SELECT RUN-LOG ASSIGN TO 'job_run_log.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RUN-LOG-STATUS.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT JOB-REGISTER ASSIGN TO 'job_last_run.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS JR_JOB-NAME
                   FILE STATUS IS W_JR-STATUS.

       DATA DIVISION.
           FILE SECTION.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.

           FD SCHEDULE-CONTROL.
           01 SC_SCHEDULE-LINE PIC X(132).

           FD RUN-LOG.
           01 RL_RUN-LOG-LINE PIC X(132).

      * One record per job: when it last ran clean, and when this
      * first found it on job_schedule.ctl.
           FD JOB-REGISTER.
           01 JR_JOB-REC.
               02 JR_JOB-NAME PIC X(20).
               02 JR_LAST-RUN PIC 9(8).
               02 JR_LAST-RUN-TIME PIC 9(8).
               02 JR_FIRST-SEEN PIC 9(8).

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_SCHED-STATUS PIC X(2).
               01 W_RUN-LOG-STATUS PIC X(2).
               01 W_JR-STATUS PIC X(2).
               01 W_REGISTER-SW PIC X(1) VALUE 'N'.
                   88 REGISTER-OPEN VALUE 'Y'.
                   88 REGISTER-FAULT VALUE 'F'.
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_NOW PIC 9(8) VALUE 0.

               01 W_ARG-LINE PIC X(80) VALUE SPACES.
               01 W_ARG-MODE PIC X(10) VALUE SPACES.
               01 W_ARG-DATE PIC X(10) VALUE SPACES.
               01 W_PLAN-ONLY-SW PIC X(1) VALUE 'N'.
                   88 PLAN-ONLY VALUE 'Y'.

      * The schedule off job_schedule.ctl. W_JB-STATE through the
      * night: N not due, D due and waiting, R ran clean, F ran and
      * failed, S skipped. W_JB-SINCE is the later of the job's last
      * clean run and the day it was first seen - only a due date
      * after it can make the job overdue; W_JB-WALK is C while the
      * overdue check is still looking for the job's last due date.
               01 W_JOB-TABLE.
                   02 W_JOB-ENTRY OCCURS 50 TIMES.
                       03 W_JB-NAME PIC X(20).
                       03 W_JB-FREQUENCY PIC X(8).
                       03 W_JB-PRED PIC X(20) OCCURS 4 TIMES.
                       03 W_JB-STATE PIC X(1).
                       03 W_JB-RC PIC 9(9).
                       03 W_JB-REASON PIC X(50).
                       03 W_JB-LAST-RUN PIC 9(8).
                       03 W_JB-SINCE PIC 9(8).
                       03 W_JB-OVERDUE-ON PIC 9(8).
                       03 W_JB-WALK PIC X(1).
               01 W_JOB-COUNT PIC 9(2) VALUE 0.
               01 W_JOB-SUB PIC 9(2) VALUE 0.
               01 W_PRED-SUB PIC 9(1) VALUE 0.
               01 W_OTHER-SUB PIC 9(2) VALUE 0.
               01 W_TOKEN PIC X(20) OCCURS 6 TIMES.
               01 W_BAD-LINE-COUNT PIC 9(4) VALUE 0.

      * The run order - due jobs only, each after every due job it
      * names as a predecessor.
               01 W_ORDER-TABLE.
                   02 W_ORDER-JOB PIC 9(2) OCCURS 50 TIMES.
               01 W_ORDER-COUNT PIC 9(2) VALUE 0.
               01 W_ORDER-SUB PIC 9(2) VALUE 0.
               01 W_PLACED-TABLE.
                   02 W_PLACED PIC X(1) OCCURS 50 TIMES.
               01 W_PROGRESS-SW PIC X(1) VALUE 'N'.
                   88 ORDER-PROGRESS VALUE 'Y'.
               01 W_READY-SW PIC X(1) VALUE 'N'.
                   88 JOB-READY VALUE 'Y'.

      * The calendar for W_CAL-DATE - tonight, or each earlier
      * business day in turn while overdue jobs are looked for (see
      * 10_BUSINESS_DAYS).
               01 W_CAL-DATE PIC 9(8) VALUE 0.
               01 W_BD-REQUEST PIC X(8) VALUE SPACES.
               01 W_BD-DATE-2 PIC 9(8) VALUE 0.
               01 W_BD-DAYS PIC S9(5) VALUE 0.
               01 W_BD-STATUS PIC X(1) VALUE '0'.
                   88 BD-OK VALUE '0'.
               01 W_BUSINESS-SW PIC X(1) VALUE 'N'.
                   88 TODAY-IS-BUSINESS VALUE 'Y'.
               01 W_PREV-BUS PIC 9(8) VALUE 0.
               01 W_NEXT-BUS PIC 9(8) VALUE 0.
               01 W_MONTH-START PIC 9(8) VALUE 0.
               01 W_PREV-MONTH-END PIC 9(8) VALUE 0.
               01 W_BUS-DAY-OF-MONTH PIC 9(2) VALUE 0.
               01 W_MONTHEND-SW PIC X(1) VALUE 'N'.
                   88 TODAY-MONTHEND VALUE 'Y'.
               01 W_QTREND-SW PIC X(1) VALUE 'N'.
                   88 TODAY-QTREND VALUE 'Y'.
               01 W_YEAREND-SW PIC X(1) VALUE 'N'.
                   88 TODAY-YEAREND VALUE 'Y'.
      * Weekdays tonight stands for - today and any non-business
      * days since the previous business day. MON is 0, as in
      * 10_BUSINESS_DAYS' MOD(integer - 1, 7).
               01 W_WEEKDAY-TABLE.
                   02 W_WEEKDAY-COVERED PIC X(1) OCCURS 7 TIMES.
               01 W_WEEKDAY-NAMES PIC X(21)
                   VALUE 'MONTUEWEDTHUFRISATSUN'.
               01 W_WEEKDAY-NO PIC 9(1) VALUE 0.
               01 W_DAY-INTEGER PIC S9(9) VALUE 0.
               01 W_END-INTEGER PIC S9(9) VALUE 0.
               01 W_DUE-SW PIC X(1) VALUE 'N'.
                   88 JOB-DUE VALUE 'Y'.
               01 W_NTH PIC 9(2) VALUE 0.

      * The overdue walk goes back a business day at a time, no
      * further than the earliest W_JB-SINCE and never more than
      * W_WALK-MAX days - a year and a half covers a YEAREND job.
               01 W_WALK-FLOOR PIC 9(8) VALUE 0.
               01 W_WALK-DAYS PIC 9(3) VALUE 0.
               01 W_WALK-MAX PIC 9(3) VALUE 400.
               01 W_WALK-OPEN-COUNT PIC 9(2) VALUE 0.
               01 W_OVERDUE-COUNT PIC 9(2) VALUE 0.

      * Same retry-and-backoff as 07_DAILY_RUN's RUN-STEP-SECTION.
               01 W_STEP-NAME PIC X(40).
               01 W_STEP-RC PIC 9(9) VALUE 0.
               01 W_STEP-ATTEMPT PIC 9(2) VALUE 0.
               01 W_STEP-RETRY-MAX PIC 9(2) VALUE 3.
               01 W_STEP-FATAL-RC PIC 9(9) VALUE 16.
               01 W_SLEEP-NANOS PIC 9(18) COMP-5 VALUE 0.

               01 W_DUE-COUNT PIC 9(2) VALUE 0.
               01 W_RAN-COUNT PIC 9(2) VALUE 0.
               01 W_FAILED-COUNT PIC 9(2) VALUE 0.
               01 W_SKIPPED-COUNT PIC 9(2) VALUE 0.
               01 W_OUTCOME PIC X(8) VALUE SPACES.

      * Job-level run trailer (see JOB-TRAILER.cpy) - the count is
      * the jobs that ran clean.
               COPY 'JOB-TRAILER-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           ACCEPT W_ARG-LINE FROM COMMAND-LINE.
           UNSTRING W_ARG-LINE DELIMITED BY ALL SPACE
               INTO W_ARG-MODE, W_ARG-DATE.
           MOVE FUNCTION UPPER-CASE(W_ARG-MODE) TO W_ARG-MODE.
           EVALUATE W_ARG-MODE
               WHEN SPACES
                   CONTINUE
               WHEN 'PLAN'
                   MOVE 'Y' TO W_PLAN-ONLY-SW
                   IF W_ARG-DATE NOT = SPACES
                       IF W_ARG-DATE(1:8) IS NOT NUMERIC
                           DISPLAY '** PLAN date must be yyyymmdd'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE W_ARG-DATE(1:8) TO W_TODAY
                   END-IF
               WHEN OTHER
                   DISPLAY '** unknown request 'W_ARG-MODE
                       ' - run with no argument, or PLAN [yyyymmdd]'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM LOAD-SCHEDULE-SECTION.
           IF W_JOB-COUNT = 0
               DISPLAY '** no jobs on job_schedule.ctl - nothing '
                   'to schedule'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-SCHEDULER-TRAILER-SECTION
               STOP RUN
           END-IF.

           MOVE W_TODAY TO W_CAL-DATE.
           PERFORM WORK-OUT-CALENDAR-SECTION.
           PERFORM VARYING W_JOB-SUB FROM 1 BY 1
                   UNTIL W_JOB-SUB > W_JOB-COUNT
               PERFORM JUDGE-DUE-SECTION
           END-PERFORM.
           PERFORM FIND-OVERDUE-SECTION.
           PERFORM ORDER-DUE-JOBS-SECTION.
           PERFORM PRINT-PLAN-SECTION.

           IF PLAN-ONLY
               IF REGISTER-OPEN
                   CLOSE JOB-REGISTER
               END-IF
               STOP RUN
           END-IF.

           PERFORM VARYING W_ORDER-SUB FROM 1 BY 1
                   UNTIL W_ORDER-SUB > W_ORDER-COUNT
               MOVE W_ORDER-JOB(W_ORDER-SUB) TO W_JOB-SUB
               PERFORM RUN-ONE-JOB-SECTION
           END-PERFORM.
      * Due jobs the ordering could not place - they wait on each
      * other round a loop - are skipped and said so.
           PERFORM VARYING W_JOB-SUB FROM 1 BY 1
                   UNTIL W_JOB-SUB > W_JOB-COUNT
               IF W_JB-STATE(W_JOB-SUB) = 'D'
                   MOVE 'S' TO W_JB-STATE(W_JOB-SUB)
                   MOVE 'predecessors wait on each other in a loop'
                       TO W_JB-REASON(W_JOB-SUB)
                   ADD 1 TO W_SKIPPED-COUNT
                   PERFORM LOG-OUTCOME-SECTION
               END-IF
           END-PERFORM.

           IF REGISTER-OPEN
               CLOSE JOB-REGISTER
           END-IF.

           DISPLAY SPACES.
           DISPLAY W_DUE-COUNT' job(s) due: 'W_RAN-COUNT' ran, '
               W_FAILED-COUNT' failed, 'W_SKIPPED-COUNT' skipped'.
           IF W_OVERDUE-COUNT > 0
               DISPLAY W_OVERDUE-COUNT' of them overdue from an '
                   'earlier business day'
           END-IF.
           IF W_FAILED-COUNT > 0 OR W_SKIPPED-COUNT > 0
              OR REGISTER-FAULT
               DISPLAY '** see job_run_log.txt and batch_alerts.log'
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-SCHEDULER-TRAILER-SECTION.

       STOP RUN.

       WRITE-SCHEDULER-TRAILER-SECTION SECTION.
           MOVE '83_JOB_SCHEDULER' TO W_TRAILER-PROGRAM.
           MOVE W_RAN-COUNT TO W_TRAILER-COUNT.
           IF RETURN-CODE = 0
               MOVE 'COMPLETE' TO W_TRAILER-STATUS
           ELSE
               MOVE 'FAILED' TO W_TRAILER-STATUS
           END-IF.
           PERFORM WRITE-JOB-TRAILER-SECTION.

      * job_schedule.ctl into the job table - comments and blank
      * lines passed over, a line without a job and a frequency
      * reported and left out.
       LOAD-SCHEDULE-SECTION SECTION.
           OPEN INPUT SCHEDULE-CONTROL.
           IF W_SCHED-STATUS NOT = '00'
               DISPLAY '** no job_schedule.ctl on file'
               GO TO LOAD-SCHEDULE-EXIT
           END-IF.
           PERFORM UNTIL B_EOF = 'Y'
               READ SCHEDULE-CONTROL
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF SC_SCHEDULE-LINE NOT = SPACES
                          AND SC_SCHEDULE-LINE(1:1) NOT = '*'
                           PERFORM LOAD-ONE-JOB-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCHEDULE-CONTROL.

       LOAD-SCHEDULE-EXIT.
           EXIT.

       LOAD-ONE-JOB-SECTION SECTION.
           MOVE SPACES TO W_TOKEN(1) W_TOKEN(2) W_TOKEN(3)
                          W_TOKEN(4) W_TOKEN(5) W_TOKEN(6).
           UNSTRING SC_SCHEDULE-LINE DELIMITED BY ALL SPACE
               INTO W_TOKEN(1), W_TOKEN(2), W_TOKEN(3), W_TOKEN(4),
                    W_TOKEN(5), W_TOKEN(6).
           MOVE FUNCTION UPPER-CASE(W_TOKEN(2)) TO W_TOKEN(2).
           IF W_TOKEN(1) = SPACES OR W_TOKEN(2) = SPACES
               ADD 1 TO W_BAD-LINE-COUNT
               DISPLAY '** job_schedule.ctl line ignored - '
                   FUNCTION TRIM(SC_SCHEDULE-LINE)
               GO TO LOAD-ONE-JOB-EXIT
           END-IF.
           IF W_JOB-COUNT = 50
               DISPLAY '** more than 50 jobs - 'W_TOKEN(1)
                   ' left off tonight''s plan'
               GO TO LOAD-ONE-JOB-EXIT
           END-IF.
           ADD 1 TO W_JOB-COUNT.
           MOVE W_TOKEN(1) TO W_JB-NAME(W_JOB-COUNT).
           MOVE W_TOKEN(2) TO W_JB-FREQUENCY(W_JOB-COUNT).
           MOVE W_TOKEN(3) TO W_JB-PRED(W_JOB-COUNT, 1).
           MOVE W_TOKEN(4) TO W_JB-PRED(W_JOB-COUNT, 2).
           MOVE W_TOKEN(5) TO W_JB-PRED(W_JOB-COUNT, 3).
           MOVE W_TOKEN(6) TO W_JB-PRED(W_JOB-COUNT, 4).
           MOVE 'N' TO W_JB-STATE(W_JOB-COUNT).
           MOVE 0 TO W_JB-RC(W_JOB-COUNT).
           MOVE SPACES TO W_JB-REASON(W_JOB-COUNT).

       LOAD-ONE-JOB-EXIT.
           EXIT.

      * Everything about W_CAL-DATE the frequencies are judged on:
      * whether it is a business day at all, which business day of
      * the month it is, whether the next business day falls in
      * another month, quarter or year, and which weekdays it
      * stands for.
       WORK-OUT-CALENDAR-SECTION SECTION.
           MOVE 'N' TO W_BUSINESS-SW W_MONTHEND-SW W_QTREND-SW
                       W_YEAREND-SW.
           MOVE 'ISBUS' TO W_BD-REQUEST.
           CALL '10_BUSINESS_DAYS' USING W_BD-REQUEST, W_CAL-DATE,
               W_BD-DATE-2, W_BD-DAYS, W_BD-STATUS.
           IF NOT BD-OK OR W_BD-DAYS = 0
               GO TO WORK-OUT-CALENDAR-EXIT
           END-IF.
           MOVE 'Y' TO W_BUSINESS-SW.

           MOVE 'SUBBUS' TO W_BD-REQUEST.
           MOVE 1 TO W_BD-DAYS.
           CALL '10_BUSINESS_DAYS' USING W_BD-REQUEST, W_CAL-DATE,
               W_PREV-BUS, W_BD-DAYS, W_BD-STATUS.
           MOVE 'ADDBUS' TO W_BD-REQUEST.
           MOVE 1 TO W_BD-DAYS.
           CALL '10_BUSINESS_DAYS' USING W_BD-REQUEST, W_CAL-DATE,
               W_NEXT-BUS, W_BD-DAYS, W_BD-STATUS.

           MOVE W_CAL-DATE TO W_MONTH-START.
           MOVE '01' TO W_MONTH-START(7:2).
           COMPUTE W_PREV-MONTH-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(W_MONTH-START) - 1).
           MOVE 'DIFFBUS' TO W_BD-REQUEST.
           CALL '10_BUSINESS_DAYS' USING W_BD-REQUEST,
               W_PREV-MONTH-END, W_CAL-DATE, W_BD-DAYS, W_BD-STATUS.
           MOVE W_BD-DAYS TO W_BUS-DAY-OF-MONTH.

           IF W_NEXT-BUS(1:6) NOT = W_CAL-DATE(1:6)
               MOVE 'Y' TO W_MONTHEND-SW
               IF W_CAL-DATE(5:2) = '03' OR W_CAL-DATE(5:2) = '06'
                  OR W_CAL-DATE(5:2) = '09' OR W_CAL-DATE(5:2) = '12'
                   MOVE 'Y' TO W_QTREND-SW
               END-IF
           END-IF.
           IF W_NEXT-BUS(1:4) NOT = W_CAL-DATE(1:4)
               MOVE 'Y' TO W_YEAREND-SW
           END-IF.

           MOVE ALL 'N' TO W_WEEKDAY-TABLE.
           COMPUTE W_DAY-INTEGER = FUNCTION INTEGER-OF-DATE(W_PREV-BUS).
           COMPUTE W_END-INTEGER = FUNCTION INTEGER-OF-DATE(W_CAL-DATE).
           PERFORM UNTIL W_DAY-INTEGER >= W_END-INTEGER
               ADD 1 TO W_DAY-INTEGER
               COMPUTE W_WEEKDAY-NO =
                   FUNCTION MOD(W_DAY-INTEGER - 1, 7)
               MOVE 'Y' TO W_WEEKDAY-COVERED(W_WEEKDAY-NO + 1)
           END-PERFORM.

       WORK-OUT-CALENDAR-EXIT.
           EXIT.

      * Is W_JOB-SUB's job due tonight? A frequency this does not
      * know is reported on the plan and never run.
       JUDGE-DUE-SECTION SECTION.
           MOVE 'N' TO W_DUE-SW.
           IF NOT TODAY-IS-BUSINESS
               GO TO JUDGE-DUE-EXIT
           END-IF.
           PERFORM TEST-FREQUENCY-SECTION.

       JUDGE-DUE-EXIT.
           IF JOB-DUE
               MOVE 'D' TO W_JB-STATE(W_JOB-SUB)
               ADD 1 TO W_DUE-COUNT
           ELSE
               MOVE 'N' TO W_JB-STATE(W_JOB-SUB)
           END-IF.

      * Does W_JOB-SUB's frequency fall due on W_CAL-DATE, a business
      * day whose calendar is worked out? W_DUE-SW comes back Y if
      * so; a frequency this does not know leaves its reason.
       TEST-FREQUENCY-SECTION SECTION.
           EVALUATE TRUE
               WHEN W_JB-FREQUENCY(W_JOB-SUB) = 'DAILY'
                   MOVE 'Y' TO W_DUE-SW
               WHEN W_JB-FREQUENCY(W_JOB-SUB) = 'MONTHEND'
                   MOVE W_MONTHEND-SW TO W_DUE-SW
               WHEN W_JB-FREQUENCY(W_JOB-SUB) = 'QTREND'
                   MOVE W_QTREND-SW TO W_DUE-SW
               WHEN W_JB-FREQUENCY(W_JOB-SUB) = 'YEAREND'
                   MOVE W_YEAREND-SW TO W_DUE-SW
               WHEN W_JB-FREQUENCY(W_JOB-SUB)(1:2) = 'BD'
                   IF W_JB-FREQUENCY(W_JOB-SUB)(3:2) IS NUMERIC
                      AND W_JB-FREQUENCY(W_JOB-SUB)(5:4) = SPACES
                       MOVE W_JB-FREQUENCY(W_JOB-SUB)(3:2) TO W_NTH
                       IF W_NTH = W_BUS-DAY-OF-MONTH
                           MOVE 'Y' TO W_DUE-SW
                       END-IF
                   ELSE
                       MOVE 'unknown frequency'
                           TO W_JB-REASON(W_JOB-SUB)
                   END-IF
               WHEN OTHER
                   MOVE 'unknown frequency' TO W_JB-REASON(W_JOB-SUB)
                   PERFORM VARYING W_WEEKDAY-NO FROM 0 BY 1
                           UNTIL W_WEEKDAY-NO > 6
                       IF W_JB-FREQUENCY(W_JOB-SUB) =
                          W_WEEKDAY-NAMES(W_WEEKDAY-NO * 3 + 1:3)
                           MOVE SPACES TO W_JB-REASON(W_JOB-SUB)
                           IF W_WEEKDAY-COVERED(W_WEEKDAY-NO + 1)
                              = 'Y'
                               MOVE 'Y' TO W_DUE-SW
                           END-IF
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      * Overdue jobs - a due date on an earlier business day, after
      * the job last ran clean, with no clean run since. The walk
      * goes back from the previous business day, each day judged by
      * the same rules as tonight, until every job still open has
      * met its last due date or passed its W_JB-SINCE. An overdue
      * job joins tonight's due jobs (it may be due tonight as well)
      * and, on a real run, goes onto batch_alerts.log. Nothing is
      * looked for on a day that is not a business day - the next
      * business day picks it up.
       FIND-OVERDUE-SECTION SECTION.
           IF NOT TODAY-IS-BUSINESS
               GO TO FIND-OVERDUE-EXIT
           END-IF.
           PERFORM OPEN-REGISTER-SECTION.
           IF NOT REGISTER-OPEN
               GO TO FIND-OVERDUE-EXIT
           END-IF.

           MOVE 0 TO W_WALK-OPEN-COUNT.
           MOVE W_TODAY TO W_WALK-FLOOR.
           PERFORM VARYING W_JOB-SUB FROM 1 BY 1
                   UNTIL W_JOB-SUB > W_JOB-COUNT
               PERFORM READ-LAST-RUN-SECTION
           END-PERFORM.

           MOVE W_PREV-BUS TO W_CAL-DATE.
           MOVE 0 TO W_WALK-DAYS.
           PERFORM UNTIL W_WALK-OPEN-COUNT = 0
                   OR W_CAL-DATE NOT > W_WALK-FLOOR
                   OR W_WALK-DAYS NOT < W_WALK-MAX
               ADD 1 TO W_WALK-DAYS
               PERFORM WORK-OUT-CALENDAR-SECTION
               IF NOT TODAY-IS-BUSINESS
                   MOVE W_WALK-MAX TO W_WALK-DAYS
               ELSE
                   PERFORM VARYING W_JOB-SUB FROM 1 BY 1
                           UNTIL W_JOB-SUB > W_JOB-COUNT
                       IF W_JB-WALK(W_JOB-SUB) = 'C'
                           PERFORM WALK-ONE-JOB-SECTION
                       END-IF
                   END-PERFORM
                   MOVE W_PREV-BUS TO W_CAL-DATE
               END-IF
           END-PERFORM.

      * Tonight's calendar back in place for the plan.
           MOVE W_TODAY TO W_CAL-DATE.
           PERFORM WORK-OUT-CALENDAR-SECTION.

           PERFORM VARYING W_JOB-SUB FROM 1 BY 1
                   UNTIL W_JOB-SUB > W_JOB-COUNT
               IF W_JB-OVERDUE-ON(W_JOB-SUB) > 0
                   PERFORM MARK-OVERDUE-SECTION
               END-IF
           END-PERFORM.

       FIND-OVERDUE-EXIT.
           EXIT.

      * job_last_run.dat, read-only for a PLAN; a real run creates it
      * the first time.
       OPEN-REGISTER-SECTION SECTION.
           IF PLAN-ONLY
               OPEN INPUT JOB-REGISTER
               IF W_JR-STATUS = '35'
                   DISPLAY 'No job_last_run.dat yet - no job has been '
                       'run by the scheduler, none can be overdue'
                   GO TO OPEN-REGISTER-EXIT
               END-IF
           ELSE
               OPEN I-O JOB-REGISTER
               IF W_JR-STATUS = '35'
                   OPEN OUTPUT JOB-REGISTER
                   CLOSE JOB-REGISTER
                   OPEN I-O JOB-REGISTER
               END-IF
           END-IF.
           IF W_JR-STATUS = '00'
               MOVE 'Y' TO W_REGISTER-SW
           ELSE
               MOVE 'F' TO W_REGISTER-SW
               DISPLAY '** job_last_run.dat will not open (status '
                   W_JR-STATUS') - overdue jobs not looked for'
           END-IF.

       OPEN-REGISTER-EXIT.
           EXIT.

      * W_JOB-SUB's last clean run off the register. A job not on it
      * yet is entered as first seen today (not on a PLAN) and is
      * not overdue tonight. A job with an unknown frequency is
      * never looked for.
       READ-LAST-RUN-SECTION SECTION.
           MOVE 'X' TO W_JB-WALK(W_JOB-SUB).
           MOVE 0 TO W_JB-LAST-RUN(W_JOB-SUB).
           MOVE 0 TO W_JB-OVERDUE-ON(W_JOB-SUB).
           MOVE W_TODAY TO W_JB-SINCE(W_JOB-SUB).
           MOVE W_JB-NAME(W_JOB-SUB) TO JR_JOB-NAME.
           READ JOB-REGISTER
               INVALID KEY
                   IF NOT PLAN-ONLY
                       MOVE 0 TO JR_LAST-RUN
                       MOVE 0 TO JR_LAST-RUN-TIME
                       MOVE W_TODAY TO JR_FIRST-SEEN
                       WRITE JR_JOB-REC
                   END-IF
                   GO TO READ-LAST-RUN-EXIT
           END-READ.

           MOVE JR_LAST-RUN TO W_JB-LAST-RUN(W_JOB-SUB).
           IF JR_LAST-RUN > JR_FIRST-SEEN
               MOVE JR_LAST-RUN TO W_JB-SINCE(W_JOB-SUB)
           ELSE
               MOVE JR_FIRST-SEEN TO W_JB-SINCE(W_JOB-SUB)
           END-IF.
           IF W_JB-REASON(W_JOB-SUB) NOT = SPACES
              OR W_JB-SINCE(W_JOB-SUB) NOT < W_PREV-BUS
               GO TO READ-LAST-RUN-EXIT
           END-IF.
           MOVE 'C' TO W_JB-WALK(W_JOB-SUB).
           ADD 1 TO W_WALK-OPEN-COUNT.
           IF W_JB-SINCE(W_JOB-SUB) < W_WALK-FLOOR
               MOVE W_JB-SINCE(W_JOB-SUB) TO W_WALK-FLOOR
           END-IF.

       READ-LAST-RUN-EXIT.
           EXIT.

      * One job still open, against W_CAL-DATE: settled as overdue if
      * it fell due that day, settled as not overdue once the walk
      * reaches its W_JB-SINCE.
       WALK-ONE-JOB-SECTION SECTION.
           IF W_JB-SINCE(W_JOB-SUB) NOT < W_CAL-DATE
               MOVE 'X' TO W_JB-WALK(W_JOB-SUB)
               SUBTRACT 1 FROM W_WALK-OPEN-COUNT
               GO TO WALK-ONE-JOB-EXIT
           END-IF.
           MOVE 'N' TO W_DUE-SW.
           PERFORM TEST-FREQUENCY-SECTION.
           IF JOB-DUE
               MOVE W_CAL-DATE TO W_JB-OVERDUE-ON(W_JOB-SUB)
               MOVE 'X' TO W_JB-WALK(W_JOB-SUB)
               SUBTRACT 1 FROM W_WALK-OPEN-COUNT
           END-IF.

       WALK-ONE-JOB-EXIT.
           EXIT.

      * An overdue job into tonight's run, with why on its reason (and
      * so on the plan and job_run_log.txt), and onto
      * batch_alerts.log unless this is only a PLAN.
       MARK-OVERDUE-SECTION SECTION.
           ADD 1 TO W_OVERDUE-COUNT.
           IF W_JB-STATE(W_JOB-SUB) = 'N'
               MOVE 'D' TO W_JB-STATE(W_JOB-SUB)
               ADD 1 TO W_DUE-COUNT
           END-IF.
           MOVE SPACES TO W_JB-REASON(W_JOB-SUB).
           IF W_JB-LAST-RUN(W_JOB-SUB) = 0
               STRING 'overdue - fell due ' DELIMITED BY SIZE
                      W_JB-OVERDUE-ON(W_JOB-SUB) DELIMITED BY SIZE
                      ', never ran clean' DELIMITED BY SIZE
                   INTO W_JB-REASON(W_JOB-SUB)
               END-STRING
           ELSE
               STRING 'overdue - fell due ' DELIMITED BY SIZE
                      W_JB-OVERDUE-ON(W_JOB-SUB) DELIMITED BY SIZE
                      ', last ran ' DELIMITED BY SIZE
                      W_JB-LAST-RUN(W_JOB-SUB) DELIMITED BY SIZE
                   INTO W_JB-REASON(W_JOB-SUB)
               END-STRING
           END-IF.
           IF PLAN-ONLY
               GO TO MARK-OVERDUE-EXIT
           END-IF.
           ACCEPT W_NOW FROM TIME.
           MOVE SPACES TO L_ALERT-LOG-REC.
           STRING W_TODAY DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  W_NOW DELIMITED BY SIZE
                  ' JOB ' DELIMITED BY SIZE
                  W_JB-NAME(W_JOB-SUB) DELIMITED BY SPACE
                  ' OVERDUE ' DELIMITED BY SIZE
                  W_JB-OVERDUE-ON(W_JOB-SUB) DELIMITED BY SIZE
               INTO L_ALERT-LOG-REC
           END-STRING.
           OPEN EXTEND ALERT-LOG.
           WRITE L_ALERT-LOG-REC.
           CLOSE ALERT-LOG.

       MARK-OVERDUE-EXIT.
           EXIT.

      * Due jobs into run order: pass after pass, place every due
      * job whose due predecessors are already placed, in file order
      * among equals, until a pass places nothing.
       ORDER-DUE-JOBS-SECTION SECTION.
           MOVE ALL 'N' TO W_PLACED-TABLE.
           MOVE 'Y' TO W_PROGRESS-SW.
           PERFORM UNTIL NOT ORDER-PROGRESS
               MOVE 'N' TO W_PROGRESS-SW
               PERFORM VARYING W_JOB-SUB FROM 1 BY 1
                       UNTIL W_JOB-SUB > W_JOB-COUNT
                   IF W_JB-STATE(W_JOB-SUB) = 'D'
                      AND W_PLACED(W_JOB-SUB) = 'N'
                       PERFORM CHECK-PREDS-PLACED-SECTION
                       IF JOB-READY
                           ADD 1 TO W_ORDER-COUNT
                           MOVE W_JOB-SUB
                               TO W_ORDER-JOB(W_ORDER-COUNT)
                           MOVE 'Y' TO W_PLACED(W_JOB-SUB)
                           MOVE 'Y' TO W_PROGRESS-SW
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Every predecessor of W_JOB-SUB that is due tonight already
      * placed? One that is not due tonight, or not on the schedule
      * at all, does not hold the job back.
       CHECK-PREDS-PLACED-SECTION SECTION.
           MOVE 'Y' TO W_READY-SW.
           PERFORM VARYING W_PRED-SUB FROM 1 BY 1
                   UNTIL W_PRED-SUB > 4
               IF W_JB-PRED(W_JOB-SUB, W_PRED-SUB) NOT = SPACES
                   PERFORM VARYING W_OTHER-SUB FROM 1 BY 1
                           UNTIL W_OTHER-SUB > W_JOB-COUNT
                       IF W_JB-NAME(W_OTHER-SUB) =
                          W_JB-PRED(W_JOB-SUB, W_PRED-SUB)
                          AND W_JB-STATE(W_OTHER-SUB) = 'D'
                          AND W_PLACED(W_OTHER-SUB) = 'N'
                           MOVE 'N' TO W_READY-SW
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      * The plan, before anything runs - tonight's due jobs in the
      * order they will go, then everything not due and why.
       PRINT-PLAN-SECTION SECTION.
           DISPLAY 'RUN PLAN FOR 'W_TODAY.
           IF NOT TODAY-IS-BUSINESS
               DISPLAY '  'W_TODAY' is not a business day - no job '
                   'is due'
           ELSE
               DISPLAY '  business day 'W_BUS-DAY-OF-MONTH
                   ' of the month, next business day 'W_NEXT-BUS
           END-IF.
           PERFORM VARYING W_ORDER-SUB FROM 1 BY 1
                   UNTIL W_ORDER-SUB > W_ORDER-COUNT
               MOVE W_ORDER-JOB(W_ORDER-SUB) TO W_JOB-SUB
               IF W_JB-PRED(W_JOB-SUB, 1) = SPACES
                   DISPLAY '  'W_ORDER-SUB'. 'W_JB-NAME(W_JOB-SUB)' '
                       W_JB-FREQUENCY(W_JOB-SUB)
               ELSE
                   DISPLAY '  'W_ORDER-SUB'. 'W_JB-NAME(W_JOB-SUB)' '
                       W_JB-FREQUENCY(W_JOB-SUB)' after '
                       FUNCTION TRIM(W_JB-PRED(W_JOB-SUB, 1))' '
                       FUNCTION TRIM(W_JB-PRED(W_JOB-SUB, 2))' '
                       FUNCTION TRIM(W_JB-PRED(W_JOB-SUB, 3))' '
                       FUNCTION TRIM(W_JB-PRED(W_JOB-SUB, 4))
               END-IF
               IF W_JB-OVERDUE-ON(W_JOB-SUB) > 0
                   DISPLAY '      ** '
                       FUNCTION TRIM(W_JB-REASON(W_JOB-SUB))
               END-IF
           END-PERFORM.
           IF W_OVERDUE-COUNT > 0
               DISPLAY '  ** 'W_OVERDUE-COUNT' job(s) OVERDUE from an '
                   'earlier business day - run tonight'
           END-IF.
           IF W_ORDER-COUNT < W_DUE-COUNT
               DISPLAY '  ** due job(s) waiting on each other round a '
                   'loop - they will be skipped'
           END-IF.
           PERFORM VARYING W_JOB-SUB FROM 1 BY 1
                   UNTIL W_JOB-SUB > W_JOB-COUNT
               IF W_JB-STATE(W_JOB-SUB) = 'N'
                   IF W_JB-REASON(W_JOB-SUB) NOT = SPACES
                       DISPLAY '  -- 'W_JB-NAME(W_JOB-SUB)' '
                           W_JB-FREQUENCY(W_JOB-SUB)' ** '
                           FUNCTION TRIM(W_JB-REASON(W_JOB-SUB))
                   ELSE
                       DISPLAY '  -- 'W_JB-NAME(W_JOB-SUB)' '
                           W_JB-FREQUENCY(W_JOB-SUB)' not due'
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY SPACES.

      * One due job, in its turn: skipped if a predecessor due
      * tonight did not run clean, otherwise run.
       RUN-ONE-JOB-SECTION SECTION.
           PERFORM VARYING W_PRED-SUB FROM 1 BY 1
                   UNTIL W_PRED-SUB > 4
               IF W_JB-PRED(W_JOB-SUB, W_PRED-SUB) NOT = SPACES
                   PERFORM VARYING W_OTHER-SUB FROM 1 BY 1
                           UNTIL W_OTHER-SUB > W_JOB-COUNT
                       IF W_JB-NAME(W_OTHER-SUB) =
                          W_JB-PRED(W_JOB-SUB, W_PRED-SUB)
                          AND (W_JB-STATE(W_OTHER-SUB) = 'F'
                            OR W_JB-STATE(W_OTHER-SUB) = 'S')
                          AND W_JB-STATE(W_JOB-SUB) = 'D'
                           MOVE 'S' TO W_JB-STATE(W_JOB-SUB)
                           MOVE SPACES TO W_JB-REASON(W_JOB-SUB)
                           STRING 'predecessor ' DELIMITED BY SIZE
                                  W_JB-NAME(W_OTHER-SUB)
                                      DELIMITED BY SPACE
                                  ' did not complete' DELIMITED BY SIZE
                               INTO W_JB-REASON(W_JOB-SUB)
                           END-STRING
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF W_JB-STATE(W_JOB-SUB) = 'S'
               ADD 1 TO W_SKIPPED-COUNT
               DISPLAY '** 'W_JB-NAME(W_JOB-SUB)' skipped - '
                   W_JB-REASON(W_JOB-SUB)
               PERFORM LOG-OUTCOME-SECTION
               GO TO RUN-ONE-JOB-EXIT
           END-IF.

           MOVE W_JB-NAME(W_JOB-SUB) TO W_STEP-NAME.
           PERFORM RUN-STEP-SECTION.
           MOVE W_STEP-RC TO W_JB-RC(W_JOB-SUB).
           IF W_STEP-RC < W_STEP-FATAL-RC
               MOVE 'R' TO W_JB-STATE(W_JOB-SUB)
               ADD 1 TO W_RAN-COUNT
               PERFORM RECORD-LAST-RUN-SECTION
           ELSE
               MOVE 'F' TO W_JB-STATE(W_JOB-SUB)
               ADD 1 TO W_FAILED-COUNT
               DISPLAY '** 'W_JB-NAME(W_JOB-SUB)' failed - return '
                   'code 'W_STEP-RC
           END-IF.
           PERFORM LOG-OUTCOME-SECTION.

       RUN-ONE-JOB-EXIT.
           EXIT.

      * A clean run onto job_last_run.dat - from tonight the job is
      * only overdue for a due date after it.
       RECORD-LAST-RUN-SECTION SECTION.
           IF NOT REGISTER-OPEN
               GO TO RECORD-LAST-RUN-EXIT
           END-IF.
           ACCEPT W_NOW FROM TIME.
           MOVE W_JB-NAME(W_JOB-SUB) TO JR_JOB-NAME.
           READ JOB-REGISTER
               INVALID KEY
                   MOVE W_TODAY TO JR_FIRST-SEEN
                   MOVE W_TODAY TO JR_LAST-RUN
                   MOVE W_NOW TO JR_LAST-RUN-TIME
                   WRITE JR_JOB-REC
                   GO TO RECORD-LAST-RUN-EXIT
           END-READ.
           MOVE W_TODAY TO JR_LAST-RUN.
           MOVE W_NOW TO JR_LAST-RUN-TIME.
           REWRITE JR_JOB-REC.
           IF W_JR-STATUS NOT = '00'
               DISPLAY '** last run of 'W_JB-NAME(W_JOB-SUB)
                   ' not recorded on job_last_run.dat (status '
                   W_JR-STATUS')'
               MOVE 'F' TO W_REGISTER-SW
           END-IF.

       RECORD-LAST-RUN-EXIT.
           EXIT.

      * One due job's outcome onto job_run_log.txt; one that did not
      * run clean onto batch_alerts.log as well.
       LOG-OUTCOME-SECTION SECTION.
           EVALUATE W_JB-STATE(W_JOB-SUB)
               WHEN 'R'
                   MOVE 'RAN' TO W_OUTCOME
               WHEN 'F'
                   MOVE 'FAILED' TO W_OUTCOME
               WHEN OTHER
                   MOVE 'SKIPPED' TO W_OUTCOME
           END-EVALUATE.
           ACCEPT W_NOW FROM TIME.
           MOVE SPACES TO RL_RUN-LOG-LINE.
           STRING W_TODAY DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  W_NOW DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W_JB-NAME(W_JOB-SUB) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  W_JB-FREQUENCY(W_JOB-SUB) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  W_OUTCOME DELIMITED BY SPACE
                  ' RC=' DELIMITED BY SIZE
                  W_JB-RC(W_JOB-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W_JB-REASON(W_JOB-SUB) DELIMITED BY SIZE
               INTO RL_RUN-LOG-LINE
           END-STRING.
           OPEN EXTEND RUN-LOG.
           IF W_RUN-LOG-STATUS = '35'
               OPEN OUTPUT RUN-LOG
           END-IF.
           WRITE RL_RUN-LOG-LINE.
           CLOSE RUN-LOG.

           IF W_JB-STATE(W_JOB-SUB) = 'R'
               GO TO LOG-OUTCOME-EXIT
           END-IF.
           MOVE SPACES TO L_ALERT-LOG-REC.
           STRING W_TODAY DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  W_NOW DELIMITED BY SIZE
                  ' JOB ' DELIMITED BY SIZE
                  W_JB-NAME(W_JOB-SUB) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  W_JB-FREQUENCY(W_JOB-SUB) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  W_OUTCOME DELIMITED BY SPACE
               INTO L_ALERT-LOG-REC
           END-STRING.
           OPEN EXTEND ALERT-LOG.
           WRITE L_ALERT-LOG-REC.
           CLOSE ALERT-LOG.

       LOG-OUTCOME-EXIT.
           EXIT.

      * Same SYSTEM-dispatch with retry-and-backoff as
      * 07_DAILY_RUN's RUN-STEP-SECTION - only a fatal code (16 and
      * up) is retried; a warning code goes straight back.
       RUN-STEP-SECTION SECTION.
           MOVE 0 TO W_STEP-ATTEMPT.
           MOVE W_STEP-FATAL-RC TO W_STEP-RC.
           PERFORM UNTIL W_STEP-RC < W_STEP-FATAL-RC
                   OR W_STEP-ATTEMPT = W_STEP-RETRY-MAX
               ADD 1 TO W_STEP-ATTEMPT
               IF W_STEP-ATTEMPT = 1
                   DISPLAY 'Running 'W_STEP-NAME
               ELSE
                   COMPUTE W_SLEEP-NANOS = W_STEP-ATTEMPT * 1000000000
                   CALL 'CBL_GC_NANOSLEEP' USING W_SLEEP-NANOS
                   DISPLAY 'Retry 'W_STEP-ATTEMPT' of '
                       W_STEP-RETRY-MAX' for 'W_STEP-NAME
               END-IF
               CALL 'SYSTEM' USING W_STEP-NAME
               MOVE RETURN-CODE TO W_STEP-RC
               MOVE 0 TO RETURN-CODE
           END-PERFORM.

       COPY 'JOB-TRAILER.cpy'.
