               FILE-CONTROL.
               SELECT SQL-ERROR-LOG ASSIGN TO 'sql_error.log'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT REPORT-SPOOL ASSIGN TO W_RP-SPOOL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-SPOOL-STATUS.
               SELECT REPORT-PRINT ASSIGN TO W_RP-PRINT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-PRINT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           COPY 'SQL-ERROR-LOG.cpy'.
           COPY 'REPORT-PAGE-FILES.cpy'.

           WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
                   10 king-reign_year_end  PIC 9(4).
           EXEC SQL END DECLARE SECTION END-EXEC.
           COPY 'DB-CONNECT-FIELDS.cpy'.
      * Standard report page (see REPORT-PAGE.cpy).
           COPY 'REPORT-PAGE-FIELDS.cpy'.

           01 W_LINE-COUNT PIC 9(6) VALUE 0.
           01 W_REIGN-DURATION PIC 9(4).
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           MOVE 'KINGS OF POLAND - REIGN STATISTICS' TO W_RP-TITLE.
           MOVE '11_REIGN_STATS' TO W_RP-PROGRAM.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE DB-NAME TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.

           IF W_LINE-COUNT = 0
               MOVE 'No kings on file - nothing to summarize'
                   TO W_RP-LINE
               PERFORM REPORT-LINE-SECTION
           ELSE
               COMPUTE W_REIGN-AVG ROUNDED =
                   W_REIGN-TOTAL / W_LINE-COUNT
               MOVE W_REIGN-AVG TO W_REIGN-AVG-DISP
               STRING W_LINE-COUNT DELIMITED BY SIZE
                      ' reign term(s) summarized' DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
               STRING 'Average term length: ' DELIMITED BY SIZE
                      W_REIGN-AVG-DISP DELIMITED BY SIZE
                      ' year(s)' DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
               STRING 'Longest term:  ' DELIMITED BY SIZE
                      W_LONGEST-YEARS DELIMITED BY SIZE
                      ' year(s) - ' DELIMITED BY SIZE
                      W_LONGEST-NAME DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
               STRING 'Shortest term: ' DELIMITED BY SIZE
                      W_SHORTEST-YEARS DELIMITED BY SIZE
                      ' year(s) - ' DELIMITED BY SIZE
                      W_SHORTEST-NAME DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
               PERFORM REPORT-LINE-SECTION
               MOVE 'Terms per century of reign start:' TO W_RP-LINE
               PERFORM REPORT-LINE-SECTION
               PERFORM VARYING W_CENTURY-SUB FROM 1 BY 1
                       UNTIL W_CENTURY-SUB > 21
                   IF W_CENTURY-COUNT(W_CENTURY-SUB) > 0
                       MOVE W_CENTURY-SUB TO W_CENTURY-DISP
                       STRING '  century ' DELIMITED BY SIZE
                              W_CENTURY-DISP DELIMITED BY SIZE
                              ': ' DELIMITED BY SIZE
                              W_CENTURY-COUNT(W_CENTURY-SUB)
                                  DELIMITED BY SIZE
                              ' term(s)' DELIMITED BY SIZE
                           INTO W_RP-LINE
                       END-STRING
                       PERFORM REPORT-LINE-SECTION
                   END-IF
               END-PERFORM
           END-IF.

           MOVE W_LINE-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

       STOP RUN.

       COPY 'SQLSTATE-CHECK.cpy'.
       COPY 'DB-CONNECT.cpy'.
       COPY 'REPORT-PAGE.cpy'.
