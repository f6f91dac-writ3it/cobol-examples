                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_PC-STATUS.

               SELECT REPORT-SPOOL ASSIGN TO W_RP-SPOOL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-SPOOL-STATUS.

               SELECT REPORT-PRINT ASSIGN TO W_RP-PRINT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-PRINT-STATUS.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.
           FD TRAILER-IN.
           01 T_TRAILER-LINE PIC X(132).

           COPY 'REPORT-PAGE-FILES.cpy'.

           FD DEACTIVATION-TRACKING.
           COPY 'DEACTIVATION-TRACKING-RECORD.cpy'
      * times, once per report, under each original report name.
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Standard report page (see REPORT-PAGE.cpy) - opened and
      * closed once per report, in turn.
               COPY 'REPORT-PAGE-FIELDS.cpy'.

       PROCEDURE DIVISION.

           ACCEPT W_TODAY FROM DATE YYYYMMDD.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           STRING 'MILESTONE BIRTHDAYS - ' DELIMITED BY SIZE
                  W_CURRENT-YEAR DELIMITED BY SIZE
               INTO W_RP-TITLE
           END-STRING.
           MOVE '15_MILESTONE_REPORT' TO W_RP-PROGRAM.
           MOVE 'milestone_report.txt' TO W_RP-PRINT-FILENAME.
           PERFORM OPEN-EVENING-REPORT-SECTION.

           PERFORM UNTIL B_EOF = 'Y'
               READ PERSON-IN
       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'REPORT-PAGE.cpy'.

      * The evening reports off the master pass all run against head
      * office's output.dat.
       OPEN-EVENING-REPORT-SECTION SECTION.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE 'output.dat' TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.

      * Yesterday's report kept as <name>_prev.txt - a rename
      * failure just means there was no yesterday file (first run),
               OPEN EXTEND ALERT-LOG
               WRITE L_ALERT-LOG-REC
               CLOSE ALERT-LOG
               PERFORM REPORT-ABANDON-SECTION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE W_AGE = W_CURRENT-YEAR - FI_PERSON-BIRTH-YEAR.
           IF MILESTONE-AGE
               ADD 1 TO W_MILESTONE-COUNT
               IF FI_PERSON-BIRTH-FULL
                   STRING FI_PERSON-ID DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          '-' DELIMITED BY SIZE
                          FI_PERSON-BIRTH-DATE(7:2)
                              DELIMITED BY SIZE
                       INTO W_RP-LINE
                   END-STRING
               ELSE
                   ADD 1 TO W_YEAR-ONLY-COUNT
                          ' turns ' DELIMITED BY SIZE
                          W_AGE DELIMITED BY SIZE
                          ' (month unknown)' DELIMITED BY SIZE
                       INTO W_RP-LINE
                   END-STRING
               END-IF
               PERFORM REPORT-LINE-SECTION
           END-IF.

       FINISH-MILESTONE-SECTION SECTION.
           PERFORM REPORT-LINE-SECTION.
           STRING 'Milestones: ' DELIMITED BY SIZE
                  W_MILESTONE-COUNT DELIMITED BY SIZE
                  '  month-unknown: ' DELIMITED BY SIZE
                  W_YEAR-ONLY-COUNT DELIMITED BY SIZE
                  '  deceased excluded: ' DELIMITED BY SIZE
                  W_DECEASED-COUNT DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           MOVE W_MILESTONE-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

           MOVE '15_MILESTONE_REPORT' TO W_TRAILER-PROGRAM.
           MOVE W_MILESTONE-COUNT TO W_TRAILER-COUNT.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       WRITE-CENSUS-SECTION SECTION.
           MOVE 'CENSUS BY BIRTH-DECADE' TO W_RP-TITLE.
           MOVE '16_CENSUS_REPORT' TO W_RP-PROGRAM.
           MOVE 'census_report.txt' TO W_RP-PRINT-FILENAME.
           PERFORM OPEN-EVENING-REPORT-SECTION.
           MOVE W_CENSUS-HEADING TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.

           PERFORM WRITE-CENSUS-LINE-SECTION
               VARYING W_DECADE-IDX FROM 1 BY 1
               UNTIL W_DECADE-IDX > 14.

           PERFORM REPORT-LINE-SECTION.
           STRING 'GRAND TOTAL ' DELIMITED BY SIZE
                  W_PENDING-TOTAL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W_DECEASED-TOTAL DELIMITED BY SIZE
                  ' = ' DELIMITED BY SIZE
                  W_SCANNED-COUNT DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           MOVE W_SCANNED-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

           MOVE '16_CENSUS_REPORT' TO W_TRAILER-PROGRAM.
           MOVE W_SCANNED-COUNT TO W_TRAILER-COUNT.
           MOVE W_DECADE-INACTIVE(W_DECADE-IDX) TO W_CD-INACTIVE.
           MOVE W_DECADE-DECEASED(W_DECADE-IDX) TO W_CD-DECEASED.
           MOVE W_DECADE-TOTAL TO W_CD-TOTAL.
           MOVE W_CENSUS-DETAIL TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.

      * Same bucket rules as 22_AGING_DASHBOARD, off the tracking
      * file's own pass - this file is not output.dat, so the one
      * extra read here was always its own.
       WRITE-AGING-SECTION SECTION.
           MOVE 'DEACTIVATION AGING DASHBOARD' TO W_RP-TITLE.
           MOVE '22_AGING_DASHBOARD' TO W_RP-PROGRAM.
           MOVE 'aging_dashboard.txt' TO W_RP-PRINT-FILENAME.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE 'deactivation_tracking.dat' TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.

           OPEN INPUT DEACTIVATION-TRACKING.
           IF W_DT-STATUS NOT = '00'
               MOVE 'No deactivation_tracking.dat on file'
                   TO W_RP-LINE
               PERFORM REPORT-LINE-SECTION
               GO TO WRITE-AGING-DONE
           END-IF.

           END-PERFORM.
           CLOSE DEACTIVATION-TRACKING.

           PERFORM REPORT-LINE-SECTION.
           STRING W_ENTRY-COUNT DELIMITED BY SIZE
                  ' tracked: ' DELIMITED BY SIZE
                  W_ELIGIBLE-COUNT DELIMITED BY SIZE
                  ' within 31-60d, ' DELIMITED BY SIZE
                  W_DUE-LATER-COUNT DELIMITED BY SIZE
                  ' later' DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

       WRITE-AGING-DONE.
           MOVE W_ENTRY-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.
           MOVE '22_AGING_DASHBOARD' TO W_TRAILER-PROGRAM.
           MOVE W_ENTRY-COUNT TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           END-IF.
           COMPUTE W_DAYS-REMAINING =
               W_PURGE-AGE-DAYS - W_DAYS-INACTIVE.
           IF W_DAYS-REMAINING <= 0
               ADD 1 TO W_ELIGIBLE-COUNT
               STRING 'ID ' DELIMITED BY SIZE
                      ' deactivated ' DELIMITED BY SIZE
                      DT_PERSON-DEACTIVATED-ON DELIMITED BY SIZE
                      ' - ELIGIBLE NOW' DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
           ELSE
               EVALUATE TRUE
                      ' - ' DELIMITED BY SIZE
                      W_DAYS-REMAINING DELIMITED BY SIZE
                      ' day(s) until eligible' DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
           END-IF.
           PERFORM REPORT-LINE-SECTION.

      * Same arithmetic as 24_GROWTH_TREND, the counts coming off
      * the master pass already done instead of a fourth scan.
       WRITE-GROWTH-SECTION SECTION.
           PERFORM FIND-PRIOR-COUNT-SECTION.

           MOVE 'OUTPUT.DAT GROWTH/CAPACITY TREND' TO W_RP-TITLE.
           MOVE '24_GROWTH_TREND' TO W_RP-PROGRAM.
           MOVE 'growth_trend.txt' TO W_RP-PRINT-FILENAME.
           PERFORM OPEN-EVENING-REPORT-SECTION.
           COMPUTE W_ID-HEADROOM = 999999 - W_HIGHEST-ID.
           STRING 'Total ' DELIMITED BY SIZE
                  W_SCANNED-COUNT DELIMITED BY SIZE
                  '  active ' DELIMITED BY SIZE
                  W_HIGHEST-ID DELIMITED BY SIZE
                  '  headroom ' DELIMITED BY SIZE
                  W_ID-HEADROOM DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           IF PRIOR-COUNT-FOUND
               COMPUTE W_GROWTH = W_SCANNED-COUNT - W_PRIOR-COUNT
               MOVE W_GROWTH TO W_GROWTH-DISP
               STRING 'Prior count ' DELIMITED BY SIZE
                      W_PRIOR-COUNT DELIMITED BY SIZE
                      '  growth ' DELIMITED BY SIZE
                      W_GROWTH-DISP DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
               IF W_GROWTH > 0
                   COMPUTE W_RUNS-LEFT = W_ID-HEADROOM / W_GROWTH
                   IF W_RUNS-LEFT < 10
                       MOVE
                   '** WARNING - fewer than 10 runs of ID headroom'
                           TO W_RP-LINE
                       PERFORM REPORT-LINE-SECTION
                       MOVE 'FAILED' TO W_TRAILER-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               MOVE 'No prior trailer count on file yet'
                   TO W_RP-LINE
               PERFORM REPORT-LINE-SECTION
           END-IF.
           MOVE W_SCANNED-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

           MOVE '24_GROWTH_TREND' TO W_TRAILER-PROGRAM.
           MOVE W_SCANNED-COUNT TO W_TRAILER-COUNT.
