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

           FD HOUSEHOLD-MASTER.
           COPY 'HOUSEHOLD-MASTER-RECORD.cpy'
      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

       PROCEDURE DIVISION.

      * Timer first, ahead of the SORT - the sort is the dominant
               MOVE 'Y' TO W_MASTER-USABLE-SW
           END-IF.

           MOVE 'HOUSEHOLD ROSTER - ACTIVE PERSONS' TO W_RP-TITLE.
           MOVE '11_HOUSEHOLD_ROSTER' TO W_RP-PROGRAM.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE 'output.dat + household.dat' TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.

           PERFORM UNTIL B_LINK-EOF = 'Y'
               READ F-SORTED INTO SORTED-LINK
                           IF W_FIRST-RECORD-SW = 'N'
                               PERFORM DISPLAY-HH-SUBTOTAL-SECTION
                           END-IF
                           PERFORM REPORT-LINE-SECTION
                           STRING 'Household ' W_CURR-HOUSEHOLD ':'
                               DELIMITED BY SIZE
                               INTO W_RP-LINE
                           END-STRING
                           PERFORM REPORT-LINE-SECTION
                           PERFORM FIND-HEAD-SECTION
                           MOVE W_COLUMN-HEADING TO W_RP-LINE
                           PERFORM REPORT-LINE-SECTION
                           MOVE 0 TO W_HOUSEHOLD-COUNT
                           MOVE 'N' TO W_FIRST-RECORD-SW
                           MOVE W_CURR-HOUSEHOLD TO W_PREV-HOUSEHOLD

                       IF RECORD-FOUND AND FI_PERSON-ACTIVE
                           IF FI_PERSON-ID = W_CURR-HEAD
                               STRING FI_PERSON-ID ' '
                                   FI_PERSON-NAME ' '
                                   FI_PERSON-SURNAME ' (head)'
                                   DELIMITED BY SIZE
                                   INTO W_RP-LINE
                               END-STRING
                           ELSE
                               STRING FI_PERSON-ID ' '
                                   FI_PERSON-NAME ' '
                                   FI_PERSON-SURNAME
                                   DELIMITED BY SIZE
                                   INTO W_RP-LINE
                               END-STRING
                           END-IF
                           PERFORM REPORT-LINE-SECTION
                           ADD 1 TO W_HOUSEHOLD-COUNT
                           ADD 1 TO W_ROSTER-COUNT
                       END-IF
                   W_WORK-FILENAME
           END-IF.

           PERFORM REPORT-LINE-SECTION.
           STRING 'Active persons listed : ' W_ROSTER-COUNT
               DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           MOVE W_ROSTER-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

           MOVE '11_HOUSEHOLD_ROSTER' TO W_TRAILER-PROGRAM.
           MOVE W_ROSTER-COUNT TO W_TRAILER-COUNT.
       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'REPORT-PAGE.cpy'.

      * Prints the subtotal line for the household group that just
      * ended (W_PREV-HOUSEHOLD / W_HOUSEHOLD-COUNT).
       DISPLAY-HH-SUBTOTAL-SECTION SECTION.
           STRING '  Subtotal for household ' W_PREV-HOUSEHOLD ': '
               W_HOUSEHOLD-COUNT ' active person(s)'
               DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

      * The head of the household group just started - zero when no
      * master record names one.
