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
           FD TRAILER-IN.

           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'REPORT-PAGE-FILES.cpy'.

           WORKING-STORAGE SECTION.
               01 B_EOF PIC A(1) VALUE 'F'.
      * sign-off refusal too.
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.

           CLOSE TRAILER-IN.

           STRING 'END-OF-DAY SUMMARY FOR ' DELIMITED BY SIZE
                  W_REPORT-DATE DELIMITED BY SIZE
               INTO W_RP-TITLE
           END-STRING.
           MOVE '28_EOD_SUMMARY' TO W_RP-PROGRAM.
           MOVE 'batch_trailer.log' TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.

           IF W_PROGRAM-COUNT = 0
               STRING 'Nothing ran on ' DELIMITED BY SIZE
                      W_REPORT-DATE DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
               PERFORM REPORT-CLOSE-SECTION
               PERFORM WRITE-EOD-TRAILER-SECTION
               STOP RUN
           END-IF.

           MOVE 'PROGRAM              RUNS  OK    FAILED' TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
           PERFORM VARYING W_PT-SUB FROM 1 BY 1
                   UNTIL W_PT-SUB > W_PROGRAM-COUNT
               STRING W_PT-NAME(W_PT-SUB) ' '
                      W_PT-RUNS(W_PT-SUB) '  '
                      W_PT-COMPLETE(W_PT-SUB) '  '
                      W_PT-FAILED(W_PT-SUB) DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
               ADD W_PT-RUNS(W_PT-SUB) TO W_TOTAL-RUNS
               ADD W_PT-FAILED(W_PT-SUB) TO W_TOTAL-FAILED
           END-PERFORM.

           PERFORM REPORT-LINE-SECTION.
           STRING W_TOTAL-RUNS ' step(s) ran, ' W_TOTAL-FAILED
                  ' failed' DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           IF W_TOTAL-FAILED > 0
               STRING '** NOT a clean day - chase the failures '
                      'before signing off' DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'Clean day - sign-off is safe' TO W_RP-LINE
           END-IF.
           PERFORM REPORT-LINE-SECTION.
           MOVE W_TOTAL-RUNS TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

           PERFORM WRITE-EOD-TRAILER-SECTION.

           PERFORM WRITE-JOB-TRAILER-SECTION.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'REPORT-PAGE.cpy'.

      * Splits the trailer line the same way 24_GROWTH_TREND does
      * and banks the result under the program's slot, adding a new
