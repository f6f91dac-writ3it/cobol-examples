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
           FD PERSON-IN.

           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'REPORT-PAGE-FILES.cpy'.

           WORKING-STORAGE SECTION.
               01 B_EOF PIC A(1) VALUE 'F'.
      * the headroom warning fires, so the alert file picks it up.
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.
           PERFORM COUNT-PERSON-FILE-SECTION.
           PERFORM FIND-PRIOR-COUNT-SECTION.

           MOVE 'OUTPUT.DAT GROWTH/CAPACITY TREND' TO W_RP-TITLE.
           MOVE '24_GROWTH_TREND' TO W_RP-PROGRAM.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE 'output.dat' TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.
           STRING 'Active records   : ' W_ACTIVE-COUNT
               DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           STRING 'Inactive records : ' W_INACTIVE-COUNT
               DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           STRING 'Total records    : ' W_TOTAL-COUNT
               DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           STRING 'Highest ID in use: ' W_HIGHEST-ID
               DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           COMPUTE W_ID-HEADROOM = 999999 - W_HIGHEST-ID.
           STRING 'ID headroom      : ' W_ID-HEADROOM
               ' of 999999' DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           PERFORM REPORT-LINE-SECTION.

           IF PRIOR-COUNT-FOUND
               COMPUTE W_GROWTH = W_TOTAL-COUNT - W_PRIOR-COUNT
               MOVE W_GROWTH TO W_GROWTH-DISP
               STRING 'Prior run count  : ' W_PRIOR-COUNT
                   ' (latest 02_WRITE/10_ARCHIVE trailer)'
                   DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
               STRING 'Growth since     : ' W_GROWTH-DISP
                   DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
               IF W_GROWTH > 0
                   COMPUTE W_RUNS-LEFT =
                       W_ID-HEADROOM / W_GROWTH
                   STRING 'At this rate the ID space lasts about '
                       W_RUNS-LEFT ' more run(s)'
                       DELIMITED BY SIZE
                       INTO W_RP-LINE
                   END-STRING
                   PERFORM REPORT-LINE-SECTION
                   IF W_RUNS-LEFT < 10
                       STRING '** WARNING - fewer than 10 runs of '
                           'headroom left, plan the next ID '
                           'migration now' DELIMITED BY SIZE
                           INTO W_RP-LINE
                       END-STRING
                       PERFORM REPORT-LINE-SECTION
                       MOVE 8 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE 'No growth since the prior run' TO W_RP-LINE
                   PERFORM REPORT-LINE-SECTION
               END-IF
           ELSE
               STRING 'No prior 02_WRITE/10_ARCHIVE trailer on '
                   'file - rerun after the next load for a trend'
                   DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
           END-IF.
           MOVE W_TOTAL-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

           MOVE '24_GROWTH_TREND' TO W_TRAILER-PROGRAM.
           MOVE W_TOTAL-COUNT TO W_TRAILER-COUNT.
       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'REPORT-PAGE.cpy'.

       COUNT-PERSON-FILE-SECTION SECTION.
           OPEN INPUT PERSON-IN.
