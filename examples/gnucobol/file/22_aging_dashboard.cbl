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
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'REPORT-PAGE-FILES.cpy'.

           FD DEACTIVATION-TRACKING.
           COPY 'DEACTIVATION-TRACKING-RECORD.cpy'
               01 W_PURGE-AGE-DAYS PIC 9(4) VALUE 90.
               01 W_DAYS-INACTIVE PIC S9(5) VALUE 0.
               01 W_DAYS-REMAINING PIC S9(9) VALUE 0.
               01 W_DAYS-INACTIVE-SHOWN PIC Z(4)9.
               01 W_DAYS-REMAINING-SHOWN PIC Z(8)9.
               01 W_BD-REQUEST PIC X(8) VALUE SPACES.
               01 W_BD-DATE-2 PIC 9(8) VALUE 0.
               01 W_BD-STATUS PIC X(1) VALUE '0'.
      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.
               STOP RUN
           END-IF.

           MOVE 'DEACTIVATION AGING DASHBOARD' TO W_RP-TITLE.
           MOVE '22_AGING_DASHBOARD' TO W_RP-PROGRAM.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE 'deactivation_tracking.dat' TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.
           STRING 'Purge eligibility threshold: ' W_PURGE-AGE-DAYS
               ' day(s)' DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           PERFORM REPORT-LINE-SECTION.

           PERFORM UNTIL B_EOF = 'T'
               READ DEACTIVATION-TRACKING NEXT RECORD

           CLOSE DEACTIVATION-TRACKING.

           PERFORM REPORT-LINE-SECTION.
           STRING W_ENTRY-COUNT ' tracked deactivation(s):'
               DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           STRING '  eligible for purge now   : ' W_ELIGIBLE-COUNT
               DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           STRING '  eligible within 30 days  : ' W_DUE-30-COUNT
               DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           STRING '  eligible within 31-60    : ' W_DUE-60-COUNT
               DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           STRING '  more than 60 days away   : ' W_DUE-LATER-COUNT
               DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           MOVE W_ENTRY-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

           PERFORM WRITE-DASHBOARD-TRAILER-SECTION.

           PERFORM WRITE-JOB-TRAILER-SECTION.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'REPORT-PAGE.cpy'.

      * One line and one bucket per tracking entry - days remaining
      * is the purge threshold minus days already served; zero or
           END-IF.
           COMPUTE W_DAYS-REMAINING =
               W_PURGE-AGE-DAYS - W_DAYS-INACTIVE.
           MOVE W_DAYS-INACTIVE TO W_DAYS-INACTIVE-SHOWN.
           MOVE W_DAYS-REMAINING TO W_DAYS-REMAINING-SHOWN.

           IF W_DAYS-REMAINING <= 0
               ADD 1 TO W_ELIGIBLE-COUNT
               STRING 'ID ' DT_PERSON-ID ' deactivated '
                   DT_PERSON-DEACTIVATED-ON ' - ELIGIBLE NOW ('
                   W_DAYS-INACTIVE-SHOWN ' business day(s) inactive)'
                   DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
           ELSE
               EVALUATE TRUE
                   WHEN W_DAYS-REMAINING <= 30
                   WHEN OTHER
                       ADD 1 TO W_DUE-LATER-COUNT
               END-EVALUATE
               STRING 'ID ' DT_PERSON-ID ' deactivated '
                   DT_PERSON-DEACTIVATED-ON ' - '
                   W_DAYS-REMAINING-SHOWN ' day(s) until eligible'
                   DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
           END-IF.
           PERFORM REPORT-LINE-SECTION.
