      * king_reign_terms) in start order, and under each king's
      * section the inner cursor lists the events of their years -
      * anything dated inside the term's window, plus anything
      * attributed to the king directly - printed on the standard
      * report page (REPORT-PAGE.cpy).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 15_timeline_report.

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
               05 event-descr          PIC X(100).
           EXEC SQL END DECLARE SECTION END-EXEC.
           COPY 'DB-CONNECT-FIELDS.cpy'.
      * Standard report page (see REPORT-PAGE.cpy).
           COPY 'REPORT-PAGE-FIELDS.cpy'.

           01 W_TERM-COUNT PIC 9(4) VALUE 0.
           01 W_EVENT-COUNT PIC 9(4) VALUE 0.
           01 W_TERM-EVENTS PIC 9(3) VALUE 0.
           01 B_TERMS-DONE PIC X(1) VALUE 'N'.
           01 B_EVENTS-DONE PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.


           PERFORM SQLSTATE-CHECK.

           MOVE 'KINGS OF POLAND - MERGED TIMELINE' TO W_RP-TITLE.
           MOVE '15_TIMELINE_REPORT' TO W_RP-PROGRAM.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE DB-NAME TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.

           PERFORM UNTIL B_TERMS-DONE = 'Y'
               EXEC SQL
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           MOVE W_TERM-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.
           DISPLAY W_TERM-COUNT' reign term(s), 'W_EVENT-COUNT
               ' event line(s) on the timeline'.

       STOP RUN.

       REPORT-ONE-TERM-SECTION SECTION.
           PERFORM REPORT-LINE-SECTION.
           STRING king-name DELIMITED BY SIZE
                  ' - term ' DELIMITED BY SIZE
                  term-no DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  term-start DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  term-end DELIMITED BY SIZE
                  '):' DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

           MOVE 0 TO W_TERM-EVENTS.
           MOVE 'N' TO B_EVENTS-DONE.
               ELSE
                   ADD 1 TO W_TERM-EVENTS
                   ADD 1 TO W_EVENT-COUNT
                   STRING '  ' DELIMITED BY SIZE
                          event-year DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          event-type DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          event-descr DELIMITED BY SIZE
                       INTO W_RP-LINE
                   END-STRING
                   PERFORM REPORT-LINE-SECTION
               END-IF
           END-PERFORM.

           PERFORM SQLSTATE-CHECK.

           IF W_TERM-EVENTS = 0
               MOVE '  (no events recorded for these years)'
                   TO W_RP-LINE
               PERFORM REPORT-LINE-SECTION
           END-IF.

       COPY 'SQLSTATE-CHECK.cpy'.
       COPY 'DB-CONNECT.cpy'.
       COPY 'REPORT-PAGE.cpy'.
