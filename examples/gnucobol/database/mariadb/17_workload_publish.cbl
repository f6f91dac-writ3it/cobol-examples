      * Run as: 17_workload_publish
      * Loads workload_metrics.txt, the weekly extract
      * 89_OPERATOR_WORKLOAD writes, into daily_metrics next to the
      * batch figures 15_metrics_publish keeps there - one row per
      * WL-OP-<operator>, WL-AP-<approver> and WL-BR-<branch> per
      * day (the columns are explained in 89's header). The alerts
      * column is always 0 on these rows. Re-runnable: the WL- rows
      * for the dates the extract covers are cleared and rewritten,
      * and 15_metrics_publish leaves WL- rows alone when it clears
      * its own day. Weekly, straight after 89_OPERATOR_WORKLOAD.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 17_workload_publish.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT METRICS-IN ASSIGN TO 'workload_metrics.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_MI-STATUS.

               SELECT SQL-ERROR-LOG ASSIGN TO 'sql_error.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           COPY 'SQL-ERROR-LOG.cpy'.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.

      * Same columns 89_OPERATOR_WORKLOAD writes.
           FD METRICS-IN.
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
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  HOSTVARS.
               05 BUFFER               PIC X(1024).
               05 metric-date          PIC 9(8).
               05 first-date           PIC 9(8).
               05 last-date            PIC 9(8).
               05 m-program            PIC X(20).
               05 m-runs               PIC 9(4).
               05 m-records            PIC 9(9).
               05 m-failures           PIC 9(4).
               05 m-elapsed            PIC 9(6).
               05 m-alerts             PIC 9(4).
           EXEC SQL END DECLARE SECTION END-EXEC.
           COPY 'DB-CONNECT-FIELDS.cpy'.

           01 B_EOF PIC X(1) VALUE 'N'.
           01 W_MI-STATUS PIC X(2).
           01 W_ROWS-READ PIC 9(5) VALUE 0.
           01 W_ROWS-PUBLISHED PIC 9(5) VALUE 0.

      * Job-level run trailer (see JOB-TRAILER.cpy).
           COPY 'JOB-TRAILER-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.

      * First pass: the dates the extract covers, so only those
      * come off the table.
           MOVE 0 TO first-date last-date.
           OPEN INPUT METRICS-IN.
           IF W_MI-STATUS NOT = '00'
               DISPLAY 'No workload_metrics.txt - run '
                   '89_OPERATOR_WORKLOAD first'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-PUBLISH-TRAILER-SECTION
               STOP RUN
           END-IF.
           PERFORM UNTIL B_EOF = 'Y'
               READ METRICS-IN
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF M_DATE IS NUMERIC
                           ADD 1 TO W_ROWS-READ
                           IF first-date = 0 OR M_DATE < first-date
                               MOVE M_DATE TO first-date
                           END-IF
                           IF M_DATE > last-date
                               MOVE M_DATE TO last-date
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE METRICS-IN.

           IF W_ROWS-READ = 0
               DISPLAY 'workload_metrics.txt is empty - nothing to '
                   'publish'
               PERFORM WRITE-PUBLISH-TRAILER-SECTION
               STOP RUN
           END-IF.

           PERFORM DB-CONNECT-SECTION.
           PERFORM SQL-CONNECT-WITH-RETRY-SECTION.

      * Re-runnable: the week's WL- rows go first, then the fresh
      * set.
           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   DELETE FROM daily_metrics
                   WHERE metric_date BETWEEN :first-date
                                         AND :last-date
                     AND program LIKE 'WL-%'
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

           MOVE 0 TO m-alerts.
           MOVE 'N' TO B_EOF.
           OPEN INPUT METRICS-IN.
           PERFORM UNTIL B_EOF = 'Y'
               READ METRICS-IN
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF M_DATE IS NUMERIC
                           PERFORM INSERT-ROW-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE METRICS-IN.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   COMMIT
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

           EXEC SQL
               CONNECT RESET
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           DISPLAY W_ROWS-PUBLISHED' workload row(s) published for '
               first-date' to 'last-date.

           PERFORM WRITE-PUBLISH-TRAILER-SECTION.

       STOP RUN.

       WRITE-PUBLISH-TRAILER-SECTION SECTION.
           MOVE '17_WORKLOAD_PUBLISH' TO W_TRAILER-PROGRAM.
           MOVE W_ROWS-PUBLISHED TO W_TRAILER-COUNT.
           IF RETURN-CODE = 0
               MOVE 'COMPLETE' TO W_TRAILER-STATUS
           ELSE
               MOVE 'FAILED' TO W_TRAILER-STATUS
           END-IF.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       COPY 'JOB-TRAILER.cpy'.

       INSERT-ROW-SECTION SECTION.
           MOVE M_DATE TO metric-date.
           MOVE M_ROW TO m-program.
           MOVE M_RUNS TO m-runs.
           MOVE M_RECORDS TO m-records.
           MOVE M_FAILURES TO m-failures.
           MOVE M_ELAPSED TO m-elapsed.
           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   INSERT INTO daily_metrics
                       (metric_date, program, runs,
                        records_total, failures,
                        elapsed_total, alerts)
                   VALUES (:metric-date, :m-program, :m-runs,
                           :m-records, :m-failures,
                           :m-elapsed, :m-alerts)
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.
           ADD 1 TO W_ROWS-PUBLISHED.

       COPY 'SQLSTATE-CHECK.cpy'.
       COPY 'DB-CONNECT.cpy'.
