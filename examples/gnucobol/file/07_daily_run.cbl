      * advances the run-status marker itself. The skipped steps
      * still consume their chain positions, so RESUME's position
      * map holds on every kind of night.
      *
      * Ahead of everything - the run-date guard included - the
      * control files the chain is steered by are checked by
      * 85_CONTROL_LINT, which also keeps a dated copy of any that
      * changed since the last run. A control-file error refuses the
      * night outright, OVERRIDE or not; the check is not a chain
      * step and takes no chain position, so RESUME's position map
      * is unchanged by it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 07_DAILY_RUN.


           WORKING-STORAGE SECTION.
               01 W_STEP-COUNT PIC 9(2) VALUE 0.
               01 W_STEP-NAME PIC X(40).
               01 W_STEP-RC PIC 9(9) VALUE 0.

      * Bounded retry-and-backoff around each chained step - the
      * on a shared log, a filesystem blip) gets a second and third
      * chance before the whole chain aborts. The sleep grows with
      * the attempt number, same linear backoff as SQLSTATE-CHECK.
      * Only a fatal code (16 and up - the lock and file-open
      * failures) is retried: RC 4 and 8 mean the step ran and found
      * something, and running it again would only redo its work.
               01 W_STEP-ATTEMPT PIC 9(2) VALUE 0.
               01 W_STEP-RETRY-MAX PIC 9(2) VALUE 3.
               01 W_STEP-FATAL-RC PIC 9(9) VALUE 16.
               01 W_SLEEP-NANOS PIC 9(18) COMP-5 VALUE 0.
               01 W_GUARD-STATUS PIC X(2).
               01 W_LAST-RUN-DATE PIC 9(8) VALUE 0.
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_DAY-OF-WEEK PIC 9(1) VALUE 0.
                   88 RUN-IS-MONDAY VALUE 1.
               01 W_ARG-1 PIC X(10) VALUE SPACES.
               01 W_OVERRIDE-SW PIC X(1) VALUE 'N'.
                   88 OVERRIDE-GIVEN VALUE 'Y'.
           END-IF.

           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           ACCEPT W_DAY-OF-WEEK FROM DAY-OF-WEEK.
           PERFORM CHECK-CONTROL-FILES-SECTION.
           PERFORM CHECK-DAILY-RUN-DATE-SECTION.
           PERFORM CHECK-DELTA-MODE-SECTION.

               MOVE 0 TO W_STEP-RC
           END-IF.

      * Re-check every captured PESEL against tonight's master -
      * the feeds store contradictions rather than lose them, and
      * this is where they surface. Read-only; findings go to the
      * worklist below, not into an aborted run.
           MOVE '64_pesel_conflicts' TO W_STEP-NAME.
           PERFORM RUN-STEP-SECTION.
           IF W_STEP-RC NOT = 0
               DISPLAY '** PESEL check not run - see the '
                   '64_pesel_conflicts output (run continues)'
               MOVE 0 TO W_STEP-RC
           END-IF.

      * Close out everyone newly Deceased - consents, household head,
      * family links, condolence letters - before anything tonight
      * selects them for mail.
           MOVE '110_deceased_closure' TO W_STEP-NAME.
           PERFORM RUN-STEP-SECTION.
           IF W_STEP-RC NOT = 0
               DISPLAY '** deceased closure not run - see the '
                   '110_deceased_closure output (run continues)'
               MOVE 0 TO W_STEP-RC
           END-IF.

      * Today's name-day greetings are selected off tonight's
      * master - a missing calendar costs the greetings, not the
      * run.
           MOVE '65_name_day_select' TO W_STEP-NAME.
           PERFORM RUN-STEP-SECTION.
           IF W_STEP-RC NOT = 0
               DISPLAY '** no name-day selection tonight - see '
                   'name_days.ctl (run continues)'
               MOVE 0 TO W_STEP-RC
           END-IF.

      * Post the bank's statement against the dues ledger and
      * re-present the payment suspense - an unbalanced statement
      * is refused and left for the treasurer, the run goes on.
           MOVE '67_payment_post' TO W_STEP-NAME.
           PERFORM RUN-STEP-SECTION.
           IF W_STEP-RC NOT = 0
               DISPLAY '** bank statement not posted - see the '
                   '67_payment_post output (run continues)'
               MOVE 0 TO W_STEP-RC
           END-IF.

      * Age the ledger only once today's money is on it, so nobody
      * is dunned for a payment that arrived this morning.
           MOVE '68_dues_arrears' TO W_STEP-NAME.
           PERFORM RUN-STEP-SECTION.
           IF W_STEP-RC NOT = 0
               DISPLAY '** arrears run incomplete - see the '
                   '68_dues_arrears output (run continues)'
               MOVE 0 TO W_STEP-RC
           END-IF.

      * Age the unverified registrations - overdue ones go onto the
      * worklist below, the long-overdue are cancelled before the
      * card run sees them.
           MOVE '90_pending_aging' TO W_STEP-NAME.
           PERFORM RUN-STEP-SECTION.
           IF W_STEP-RC NOT = 0
               DISPLAY '** pending aging incomplete - see the '
                   '90_pending_aging output (run continues)'
               MOVE 0 TO W_STEP-RC
           END-IF.

      * Take in the mail room's returns and re-list everyone still
      * without a good address for the worklist below; the weekly
      * listing by age goes out on Mondays.
           MOVE '70_returned_mail' TO W_STEP-NAME.
           PERFORM RUN-STEP-SECTION.
           IF W_STEP-RC NOT = 0
               DISPLAY '** returned mail partly taken in - see '
                   'returned_mail_rejects.txt (run continues)'
               MOVE 0 TO W_STEP-RC
           END-IF.
           IF RUN-IS-MONDAY
               MOVE '71_returned_aging' TO W_STEP-NAME
               PERFORM RUN-STEP-SECTION
               IF W_STEP-RC NOT = 0
                   DISPLAY '** undeliverable report not produced '
                       '(run continues)'
                   MOVE 0 TO W_STEP-RC
               END-IF
           END-IF.

      * Cards for tonight's newly Active members onto the print
      * file, then the front-desk hotlist rebuilt so every card
      * cancelled today is on it by morning.
           MOVE '73_card_issue' TO W_STEP-NAME.
           PERFORM RUN-STEP-SECTION.
           IF W_STEP-RC NOT = 0
               DISPLAY '** some cards not issued - see the '
                   '73_card_issue output (run continues)'
               MOVE 0 TO W_STEP-RC
           END-IF.
           MOVE '74_card_hotlist' TO W_STEP-NAME.
           PERFORM RUN-STEP-SECTION.
           IF W_STEP-RC NOT = 0
               DISPLAY '** card hotlist not rebuilt - the desks '
                   'keep yesterday''s (run continues)'
               MOVE 0 TO W_STEP-RC
           END-IF.

      * Re-check the family links against each other and against
      * the person file; findings go to the worklist below.
           MOVE '76_relation_check' TO W_STEP-NAME.
           PERFORM RUN-STEP-SECTION.
           IF W_STEP-RC NOT = 0
               DISPLAY '** family link problems found - see '
                   'relation_conflicts.txt (run continues)'
               MOVE 0 TO W_STEP-RC
           END-IF.

      * The standing list of legal holds, with any past its
      * expected release flagged for the case owner.
           MOVE '79_legal_holds' TO W_STEP-NAME.
           PERFORM RUN-STEP-SECTION.
           IF W_STEP-RC NOT = 0
               DISPLAY '** legal hold report not produced '
                   '(run continues)'
               MOVE 0 TO W_STEP-RC
           END-IF.

      * Data-subject requests near or past their statutory due
      * date, for the owners to answer in time.
           MOVE '112_rodo_deadlines' TO W_STEP-NAME.
           PERFORM RUN-STEP-SECTION.
           IF W_STEP-RC NOT = 0
               DISPLAY '** RODO requests overdue or report not '
                   'produced - see rodo_deadlines_<date>.txt '
                   '(run continues)'
               MOVE 0 TO W_STEP-RC
           END-IF.

      * Sweep the person sub-files for entries whose person has
      * gone and for entries that contradict each other; findings
      * go to the worklist below.
           MOVE '81_integrity_sweep' TO W_STEP-NAME.
           PERFORM RUN-STEP-SECTION.
           IF W_STEP-RC NOT = 0
               DISPLAY '** sub-file integrity findings - see '
                   'integrity_sweep.txt (run continues)'
               MOVE 0 TO W_STEP-RC
           END-IF.

      * Any inbound feed expected by now that never arrived goes
      * onto batch_alerts.log - a missing file is not a quiet day.
           MOVE '82_feed_register' TO W_STEP-NAME.
           PERFORM RUN-STEP-SECTION.
           IF W_STEP-RC NOT = 0
               DISPLAY '** inbound feed(s) overdue - see '
                   'batch_alerts.log (run continues)'
               MOVE 0 TO W_STEP-RC
           END-IF.

      * The day's refused sign-ons and denied actions, repeat
      * offenders and locked-out operators - findings go onto
      * batch_alerts.log for the supervisors, the run goes on.
           MOVE '87_security_report' TO W_STEP-NAME.
           PERFORM RUN-STEP-SECTION.
           IF W_STEP-RC NOT = 0
               DISPLAY '** security findings today - see the '
                   'security report (run continues)'
               MOVE 0 TO W_STEP-RC
           END-IF.

      * Pair up the same person registered at two branches and take
      * in the reviewers' verdicts - open pairs go onto the
      * worklist below.
           MOVE '91_branch_duplicates' TO W_STEP-NAME.
           PERFORM RUN-STEP-SECTION.
           IF W_STEP-RC NOT = 0
               DISPLAY '** cross-branch duplicate check incomplete - '
                   'see the 91_branch_duplicates output (run '
                   'continues)'
               MOVE 0 TO W_STEP-RC
           END-IF.

      * Draw tonight's verification sample for the clerks - a failed
      * draw costs one day's sample, not the run.
           MOVE '93_sample_draw' TO W_STEP-NAME.
           PERFORM RUN-STEP-SECTION.
           IF W_STEP-RC NOT = 0
               DISPLAY '** verification sample not drawn - rerun '
                   '93_sample_draw by hand (run continues)'
               MOVE 0 TO W_STEP-RC
           END-IF.

      * File tonight's exceptions onto the keyed worklist - after
      * the comparator, the PESEL check, the family link check, the
      * integrity sweep, pending aging and the cross-branch check,
      * whose findings it routes.
           MOVE '44_worklist_update' TO W_STEP-NAME.
           PERFORM RUN-STEP-SECTION.
           IF W_STEP-RC NOT = 0
               MOVE 0 TO W_STEP-RC
           END-IF.

      * Keep a dated copy of every report tonight produced, per
      * report_archive.ctl, and let go of copies past retention.
           MOVE '98_report_archive' TO W_STEP-NAME.
           PERFORM RUN-STEP-SECTION.
           IF W_STEP-RC NOT = 0
               DISPLAY '** report archive incomplete - rerun '
                   '98_report_archive by hand (run continues)'
               MOVE 0 TO W_STEP-RC
           END-IF.

      * Send tonight's reports out to their recipients per
      * distribution.ctl - last, once every report is written. A
      * report missing from the distribution is alerted; the run
      * itself is complete.
           MOVE '97_report_distribution' TO W_STEP-NAME.
           PERFORM RUN-STEP-SECTION.
           IF W_STEP-RC NOT = 0
               DISPLAY '** report distribution incomplete - see '
                   'distribution_log.txt (run continues)'
               MOVE 0 TO W_STEP-RC
           END-IF.

      * Take tonight's backup generation of the whole person
      * subsystem, then prove it will restore - a generation that
      * fails either is reported, and yesterday's is still there.
           MOVE '99_backup_set' TO W_STEP-NAME.
           PERFORM RUN-STEP-SECTION.
           IF W_STEP-RC NOT = 0
               DISPLAY '** backup generation incomplete - rerun '
                   '99_backup_set by hand (run continues)'
               MOVE 0 TO W_STEP-RC
           ELSE
               MOVE '100_restore_set VERIFY' TO W_STEP-NAME
               PERFORM RUN-STEP-SECTION
               IF W_STEP-RC NOT = 0
                   DISPLAY '** tonight''s backup generation fails '
                       'verification - rerun 99_backup_set by hand '
                       '(run continues)'
                   MOVE 0 TO W_STEP-RC
               END-IF
           END-IF.

           PERFORM UPDATE-DAILY-RUN-DATE-SECTION.

           DISPLAY 'Daily run completed - 'W_STEP-COUNT' step(s) ran'.

      * Runs one chained step as an OS-level command and captures the
      * resulting RETURN-CODE before the next step ever gets a look.
      * A fatal return code (W_STEP-FATAL-RC and up) earns up to
      * W_STEP-RETRY-MAX attempts with a growing pause between them -
      * only when the last attempt still fails does the caller see
      * the bad W_STEP-RC and abort the chain. A step with a real bug
      * fails all three times and costs a few seconds; a transient
      * hiccup costs the night nothing. A warning code below that is
      * a step that ran to the end and has findings to report - it
      * is logged and passed straight back to the caller, never
      * rerun over its own output.
           RUN-STEP-SECTION SECTION.
               ADD 1 TO W_CHAIN-POS.
               IF RESUME-GIVEN AND W_CHAIN-POS < W_RESUME-FROM
               END-IF.
               ADD 1 TO W_STEP-COUNT.
               MOVE 0 TO W_STEP-ATTEMPT.
               MOVE W_STEP-FATAL-RC TO W_STEP-RC.
               PERFORM UNTIL W_STEP-RC < W_STEP-FATAL-RC
                       OR W_STEP-ATTEMPT = W_STEP-RETRY-MAX
                   ADD 1 TO W_STEP-ATTEMPT
                   IF W_STEP-ATTEMPT = 1
                       DISPLAY 'Step 'W_STEP-COUNT': running '
                           W_STEP-NAME
                   ELSE
                       COMPUTE W_SLEEP-NANOS =
                           W_STEP-ATTEMPT * 1000000000
                       CALL 'CBL_GC_NANOSLEEP' USING W_SLEEP-NANOS
                       DISPLAY 'Step 'W_STEP-COUNT': retry '
                           W_STEP-ATTEMPT' of 'W_STEP-RETRY-MAX
                           ' for 'W_STEP-NAME
                   MOVE RETURN-CODE TO W_STEP-RC
                   MOVE 0 TO RETURN-CODE
               END-PERFORM.
               IF W_STEP-RC > 0 AND W_STEP-RC < W_STEP-FATAL-RC
                   DISPLAY 'Step 'W_STEP-COUNT': 'W_STEP-NAME
                       ' ended with warning RC 'W_STEP-RC
                       ' (not retried)'
               END-IF.

       RUN-STEP-EXIT.
           EXIT.

      * The control-file gate - run once, no retry: a bad setting
      * fails the same way every time, and nothing has run yet, so
      * there is nothing to RESUME or roll back.
       CHECK-CONTROL-FILES-SECTION SECTION.
           MOVE '85_control_lint' TO W_STEP-NAME.
           DISPLAY 'Checking control files: 'W_STEP-NAME.
           CALL 'SYSTEM' USING W_STEP-NAME.
           MOVE RETURN-CODE TO W_STEP-RC.
           MOVE 0 TO RETURN-CODE.
           IF W_STEP-RC NOT = 0
               DISPLAY '** Daily run refused - the control file check '
                   'found errors (return code 'W_STEP-RC')'
               DISPLAY '** correct the files it lists and run again'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Refuses a second full run on the same calendar date unless
      * OVERRIDE was given on the command line - a marker from an
      * earlier date, or no marker at all (first run ever), always
