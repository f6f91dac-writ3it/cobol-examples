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
               05 marriage-year        PIC 9(4).
           EXEC SQL END DECLARE SECTION END-EXEC.
           COPY 'DB-CONNECT-FIELDS.cpy'.
      * Standard report page (see REPORT-PAGE.cpy).
           COPY 'REPORT-PAGE-FIELDS.cpy'.

           01 W_KING-COUNT PIC 9(4) VALUE 0.
           01 W_CONSORT-COUNT PIC 9(4) VALUE 0.

           PERFORM SQLSTATE-CHECK.

           MOVE 'KINGS OF POLAND - ROYAL FAMILIES' TO W_RP-TITLE.
           MOVE '14_FAMILY_REPORT' TO W_RP-PROGRAM.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE DB-NAME TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.

           PERFORM UNTIL B_KINGS-DONE = 'Y'
               EXEC SQL
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           MOVE W_KING-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.
           DISPLAY W_KING-COUNT' king(s), 'W_CONSORT-COUNT
               ' consort(s) reported'.

       STOP RUN.

       REPORT-ONE-FAMILY-SECTION SECTION.
           PERFORM REPORT-LINE-SECTION.
           STRING king-name DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  king-reign_year_start DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  king-reign_year_end DELIMITED BY SIZE
                  '):' DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

           MOVE 0 TO W_KING-CONSORTS.
           MOVE 'N' TO B_CONSORTS-DONE.
               ELSE
                   ADD 1 TO W_KING-CONSORTS
                   ADD 1 TO W_CONSORT-COUNT
                   STRING '  m. ' DELIMITED BY SIZE
                          marriage-year DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          consort-name DELIMITED BY SIZE
                          ' (' DELIMITED BY SIZE
                          consort-birth DELIMITED BY SIZE
                          '-' DELIMITED BY SIZE
                          consort-death DELIMITED BY SIZE
                          ')' DELIMITED BY SIZE
                       INTO W_RP-LINE
                   END-STRING
                   PERFORM REPORT-LINE-SECTION
               END-IF
           END-PERFORM.

           PERFORM SQLSTATE-CHECK.

           IF W_KING-CONSORTS = 0
               MOVE '  (no consorts recorded)' TO W_RP-LINE
               PERFORM REPORT-LINE-SECTION
           END-IF.

       COPY 'SQLSTATE-CHECK.cpy'.
       COPY 'DB-CONNECT.cpy'.
       COPY 'REPORT-PAGE.cpy'.
