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

           FD PROFILE-CONTROL.
           01 PC_BRANCH-LINE PIC X(10).
      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.
               STOP RUN
           END-IF.

           MOVE 'CONSOLIDATED CENSUS BY BRANCH' TO W_RP-TITLE.
           MOVE '48_BRANCH_CENSUS' TO W_RP-PROGRAM.
           MOVE 'ALL' TO W_RP-BRANCH.
           PERFORM REPORT-OPEN-SECTION.
           STRING 'BRANCH  PENDING  ACTIVE  SUSPEND  INACTIVE '
               ' DECEASED  TOTAL' DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

           PERFORM UNTIL B_PROF-EOF = 'Y'
               READ PROFILE-CONTROL
           END-PERFORM.
           CLOSE PROFILE-CONTROL.

           PERFORM REPORT-LINE-SECTION.
           STRING 'ALL (' W_BRANCH-COUNT ') ' W_T-PENDING ' '
               W_T-ACTIVE ' ' W_T-SUSPENDED ' ' W_T-INACTIVE ' '
               W_T-DECEASED '  = ' W_T-TOTAL
               DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           MOVE W_T-TOTAL TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

           MOVE '48_BRANCH_CENSUS' TO W_TRAILER-PROGRAM.
           MOVE W_T-TOTAL TO W_TRAILER-COUNT.
       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'REPORT-PAGE.cpy'.

      * One branch's person file, tallied by status - a branch
      * whose file cannot open is reported on its line rather than

           OPEN INPUT PERSON-IN.
           IF W_PI-STATUS NOT = '00'
               STRING W_CURR-BRANCH '   ** ' W_PERSON-FILENAME
                   ' not readable (status ' W_PI-STATUS ')'
                   DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
               GO TO CENSUS-ONE-BRANCH-EXIT
           END-IF.

           ADD W_B-DECEASED TO W_T-DECEASED.
           ADD W_B-TOTAL TO W_T-TOTAL.

           STRING W_CURR-BRANCH '     ' W_B-PENDING '  ' W_B-ACTIVE
               '  ' W_B-SUSPENDED '  ' W_B-INACTIVE '  ' W_B-DECEASED
               '  ' W_B-TOTAL
               DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

       CENSUS-ONE-BRANCH-EXIT.
           EXIT.
