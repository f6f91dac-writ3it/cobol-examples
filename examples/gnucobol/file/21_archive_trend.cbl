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

           FD ARCHIVE-FILE.
               COPY 'PERSON-RECORD.cpy'
                       03 W_TR-FOUND-SW PIC X(1) VALUE 'N'.
                           88 TR-ARCHIVE-FOUND VALUE 'Y'.
               01 W_TR-ENTRIES PIC 9(2) VALUE 0.
               01 W_TR-RECORDS-READ PIC 9(9) VALUE 0.
               01 W_TR-CHURN-SHOWN PIC -(6)9.

               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

       PROCEDURE DIVISION.
           ACCEPT W_ARG-LINE FROM COMMAND-LINE.
           UNSTRING W_ARG-LINE DELIMITED BY ALL SPACE
       STOP RUN.

           COPY 'JOB-TRAILER.cpy'.
           COPY 'REPORT-PAGE.cpy'.

      * Loads W_TREND-TABLE from whichever of the six year slots were
      * actually supplied on the command line - trailing blank slots
                       AT END MOVE 'Y' TO B_EOF
                       NOT AT END
                           ADD 1 TO W_TR-TOTAL(W_TR-IDX)
                           ADD 1 TO W_TR-RECORDS-READ
                           IF AR_PERSON-ACTIVE
                               ADD 1 TO W_TR-ACTIVE(W_TR-IDX)
                           ELSE
      * on, the change versus the year immediately before it in the
      * table.
       DISPLAY-TREND-REPORT-SECTION SECTION.
           MOVE 'ARCHIVE YEAR-OVER-YEAR TREND' TO W_RP-TITLE.
           MOVE '21_ARCHIVE_TREND' TO W_RP-PROGRAM.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE 'output-YYYY.dat archives' TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.
           MOVE 'YEAR  ACTIVE  INACTIVE  TOTAL   CHURN' TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
           PERFORM DISPLAY-TREND-ROW-SECTION
               VARYING W_TR-IDX FROM 1 BY 1
               UNTIL W_TR-IDX > W_TR-ENTRIES.
           MOVE W_TR-RECORDS-READ TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

       DISPLAY-TREND-ROW-SECTION SECTION.
           IF NOT TR-ARCHIVE-FOUND(W_TR-IDX)
               STRING W_TR-YEAR(W_TR-IDX) '  ** output-'
                   W_TR-YEAR(W_TR-IDX) '.dat not found - skipped'
                   DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
           ELSE
               IF W_TR-IDX = 1
                   STRING W_TR-YEAR(W_TR-IDX) '  '
                       W_TR-ACTIVE(W_TR-IDX)
                       '    ' W_TR-INACTIVE(W_TR-IDX)
                       '      ' W_TR-TOTAL(W_TR-IDX) '      -'
                       DELIMITED BY SIZE
                       INTO W_RP-LINE
                   END-STRING
               ELSE
                   COMPUTE W_TR-CHURN(W_TR-IDX) =
                       W_TR-TOTAL(W_TR-IDX) - W_TR-TOTAL(W_TR-IDX - 1)
                   MOVE W_TR-CHURN(W_TR-IDX) TO W_TR-CHURN-SHOWN
                   STRING W_TR-YEAR(W_TR-IDX) '  '
                       W_TR-ACTIVE(W_TR-IDX)
                       '    ' W_TR-INACTIVE(W_TR-IDX)
                       '      ' W_TR-TOTAL(W_TR-IDX) '      '
                       W_TR-CHURN-SHOWN
                       DELIMITED BY SIZE
                       INTO W_RP-LINE
                   END-STRING
               END-IF
           END-IF.
           PERFORM REPORT-LINE-SECTION.
