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
      * names render from king_name_aliases in that language where
      * maintained English report can finally retire.
           01 W_LANG-ARG PIC X(10) VALUE SPACES.

           01 W_LINE-COUNT PIC 9(6) VALUE 0.
           01 W_REIGN-DURATION PIC 9(4).
           01 W_AGE-AT-DEATH PIC 9(4).
           01 W_COLUMN-HEADING.
               02 FILLER PIC X(12) VALUE 'ID'.
               02 FILLER PIC X(3) VALUE SPACES.

           PERFORM SQLSTATE-CHECK.

           MOVE 'KINGS OF POLAND - REIGN/AGE REPORT' TO W_RP-TITLE.
           MOVE '05_REIGN_REPORT' TO W_RP-PROGRAM.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE DB-NAME TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.
           MOVE W_COLUMN-HEADING TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   MOVE king-term-no TO W_D-TERM
                   MOVE W_REIGN-DURATION TO W_D-REIGN
                   MOVE W_AGE-AT-DEATH TO W_D-AGE
                   MOVE W_DETAIL-LINE TO W_RP-LINE
                   PERFORM REPORT-LINE-SECTION
                   ADD 1 TO W_LINE-COUNT
               END-IF
           END-PERFORM.

           MOVE W_LINE-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.
           DISPLAY W_LINE-COUNT" reign term(s) listed".

           EXEC SQL

       COPY 'SQLSTATE-CHECK.cpy'.
       COPY 'DB-CONNECT.cpy'.
       COPY 'REPORT-PAGE.cpy'.
