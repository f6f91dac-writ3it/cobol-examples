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

      * Optional language code on the command line (e.g. EN) -
      * the same alias rendering 05_reign_report applies.
           01 W_LANG-ARG PIC X(10) VALUE SPACES.

           01 W_LINE-COUNT PIC 9(6) VALUE 0.
           01 W_REIGN-DURATION PIC 9(4).
           01 W_COLUMN-HEADING.
               02 FILLER PIC X(12) VALUE 'ID'.
               02 FILLER PIC X(3) VALUE SPACES.

           PERFORM SQLSTATE-CHECK.

           MOVE 'KINGS OF POLAND BY DYNASTY' TO W_RP-TITLE.
           MOVE '08_DYNASTY_REPORT' TO W_RP-PROGRAM.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE DB-NAME TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.
           MOVE W_COLUMN-HEADING TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   PERFORM DYNASTY-BREAK-CHECK-SECTION
                   COMPUTE W_REIGN-DURATION =
                       king-reign_year_end - king-reign_year_start
                   MOVE king TO W_RP-LINE
                   PERFORM REPORT-LINE-SECTION
                   ADD 1 TO W_LINE-COUNT
                   ADD 1 TO W_DYNASTY-COUNT
                   ADD W_REIGN-DURATION TO W_DYNASTY-YEARS
               END-IF
           END-PERFORM.

               PERFORM DISPLAY-DYNASTY-SUBTOTAL-SECTION
           END-IF.

           MOVE W_LINE-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.
           DISPLAY W_LINE-COUNT" king(s) listed".

           EXEC SQL

       COPY 'SQLSTATE-CHECK.cpy'.
       COPY 'DB-CONNECT.cpy'.
       COPY 'REPORT-PAGE.cpy'.

      * Prints the running dynasty's subtotal and resets the
      * accumulators whenever the fetched row's dynasty differs from
           END-IF.

       DISPLAY-DYNASTY-SUBTOTAL-SECTION SECTION.
           PERFORM REPORT-LINE-SECTION.
           STRING '  Subtotal for house ' DELIMITED BY SIZE
                  W_PREV-DYNASTY DELIMITED BY '  '
                  ': ' DELIMITED BY SIZE
                  W_DYNASTY-COUNT DELIMITED BY SIZE
                  ' king(s), ' DELIMITED BY SIZE
                  W_DYNASTY-YEARS DELIMITED BY SIZE
                  ' year(s) ruled' DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
