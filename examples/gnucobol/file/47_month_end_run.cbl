      * over last year and this year, the growth/capacity trend,
      * the purge-candidates preview (22_AGING_DASHBOARD - the
      * forward look at what the next archive/purge cycle will
      * take), the archive retention sweep, the identity-document
      * expiry listing with its renewal reminders
      * (72_DOCUMENT_EXPIRY) and the coming-of-age run
      * (78_COMING_OF_AGE) and the verification error rates
      * (95_SAMPLE_ERROR_RATE) and the data-quality scorecard
      * (96_DQ_SCORECARD) - those four reported but never fatal -
      * then the report archive (98_REPORT_ARCHIVE, likewise never
      * fatal), so the month's reports are kept under the day they
      * were produced.
      * Closing December also closes the audit trail's year out
      * (80_AUDIT_ROTATE), reported the same way - a refused
      * rotation leaves audit_trail.log whole and is rerun by hand.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 47_MONTH_END_RUN.

               01 W_STEP-RC PIC 9(9) VALUE 0.
               01 W_STEP-ATTEMPT PIC 9(2) VALUE 0.
               01 W_STEP-RETRY-MAX PIC 9(2) VALUE 3.
               01 W_STEP-FATAL-RC PIC 9(9) VALUE 16.
               01 W_SLEEP-NANOS PIC 9(18) COMP-5 VALUE 0.

       PROCEDURE DIVISION.

               GO TO MONTH-END-ABORT
           END-IF.

      * Identity-document renewal reminders ride the monthly cycle
      * but are not part of closing the books - a failure is
      * reported and the close goes on.
           MOVE '72_document_expiry' TO W_STEP-NAME.
           PERFORM RUN-STEP-SECTION.
           IF W_STEP-RC NOT = 0
               DISPLAY '** document expiry run failed (return code '
                   W_STEP-RC') - rerun it by hand, close continues'
               MOVE 0 TO W_STEP-RC
           END-IF.

      * So do the coming-of-age consents and guardianships.
           MOVE '78_coming_of_age' TO W_STEP-NAME.
           PERFORM RUN-STEP-SECTION.
           IF W_STEP-RC NOT = 0
               DISPLAY '** coming-of-age run failed (return code '
                   W_STEP-RC') - rerun it by hand, close continues'
               MOVE 0 TO W_STEP-RC
           END-IF.

      * And the month's verification error rates.
           MOVE SPACES TO W_STEP-NAME.
           STRING '95_sample_error_rate ' DELIMITED BY SIZE
                  W_CLOSE-PERIOD DELIMITED BY SIZE
               INTO W_STEP-NAME
           END-STRING.
           PERFORM RUN-STEP-SECTION.
           IF W_STEP-RC NOT = 0
               DISPLAY '** sample error-rate report failed (return '
                   'code 'W_STEP-RC') - rerun it by hand, close '
                   'continues'
               MOVE 0 TO W_STEP-RC
           END-IF.

      * And the month's data-quality scorecard.
           MOVE SPACES TO W_STEP-NAME.
           STRING '96_dq_scorecard ' DELIMITED BY SIZE
                  W_CLOSE-PERIOD DELIMITED BY SIZE
               INTO W_STEP-NAME
           END-STRING.
           PERFORM RUN-STEP-SECTION.
           IF W_STEP-RC NOT = 0
               DISPLAY '** data-quality scorecard failed (return '
                   'code 'W_STEP-RC') - rerun it by hand, close '
                   'continues'
               MOVE 0 TO W_STEP-RC
           END-IF.

      * Keep dated copies of the month's reports.
           MOVE '98_report_archive' TO W_STEP-NAME.
           PERFORM RUN-STEP-SECTION.
           IF W_STEP-RC NOT = 0
               DISPLAY '** report archive incomplete (return code '
                   W_STEP-RC') - rerun it by hand, close continues'
               MOVE 0 TO W_STEP-RC
           END-IF.

      * December's close rotates the audit trail into its year's
      * generation.
           IF W_CLOSE-MONTH = 12
               MOVE SPACES TO W_STEP-NAME
               STRING '80_audit_rotate ' DELIMITED BY SIZE
                      W_CLOSE-YEAR DELIMITED BY SIZE
                   INTO W_STEP-NAME
               END-STRING
               PERFORM RUN-STEP-SECTION
               IF W_STEP-RC NOT = 0
                   DISPLAY '** audit rotation failed (return code '
                       W_STEP-RC') - rerun it by hand, close '
                       'continues'
                   MOVE 0 TO W_STEP-RC
               END-IF
           END-IF.

      * Every step succeeded - only now is the period marked
      * closed, so an aborted close leaves the period open for a
      * clean re-run.
           END-IF.

      * Same SYSTEM-dispatch with retry-and-backoff as
      * 07_DAILY_RUN's RUN-STEP-SECTION - only a fatal code (16 and
      * up) is retried; a warning code goes straight back.
       RUN-STEP-SECTION SECTION.
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
                   COMPUTE W_SLEEP-NANOS = W_STEP-ATTEMPT * 1000000000
                   CALL 'CBL_GC_NANOSLEEP' USING W_SLEEP-NANOS
                   DISPLAY 'Step 'W_STEP-COUNT': retry '
                       W_STEP-ATTEMPT' of 'W_STEP-RETRY-MAX
                       ' for 'W_STEP-NAME
