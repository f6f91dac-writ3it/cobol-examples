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

           FD PERSON-IN.
               COPY 'PERSON-RECORD.cpy'
               01 W_BIRTHDAY-DAY PIC 9(2) VALUE 0.
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

       PROCEDURE DIVISION.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           MOVE W_TODAY(1:4) TO W_CURRENT-YEAR.

           STRING 'MILESTONE BIRTHDAYS - ' DELIMITED BY SIZE
                  W_CURRENT-YEAR DELIMITED BY SIZE
               INTO W_RP-TITLE
           END-STRING.
           MOVE '15_MILESTONE_REPORT' TO W_RP-PROGRAM.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE 'output.dat' TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.

           OPEN INPUT PERSON-IN.
           PERFORM START-JOB-TIMER-SECTION.
           END-PERFORM.
           CLOSE PERSON-IN.

           PERFORM REPORT-LINE-SECTION.
           STRING 'Records scanned        : ' DELIMITED BY SIZE
                  W_SCANNED-COUNT DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           STRING 'Milestone birthdays    : ' DELIMITED BY SIZE
                  W_MILESTONE-COUNT DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           STRING 'Deceased (excluded)    : ' DELIMITED BY SIZE
                  W_DECEASED-COUNT DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           STRING 'Other non-active       : ' DELIMITED BY SIZE
                  W_NON-ACTIVE-COUNT DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           STRING 'Milestones month-unknown (year-only birth): '
                      DELIMITED BY SIZE
                  W_YEAR-ONLY-COUNT DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           MOVE W_MILESTONE-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

           MOVE '15_MILESTONE_REPORT' TO W_TRAILER-PROGRAM.
           MOVE W_MILESTONE-COUNT TO W_TRAILER-COUNT.
       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'REPORT-PAGE.cpy'.

      * Works out the age this person turns this calendar year and,
      * if it lands on a milestone, lists them - with the exact
                   MOVE FI_PERSON-BIRTH-DATE(5:2)
                       TO W_BIRTHDAY-MONTH
                   MOVE FI_PERSON-BIRTH-DATE(7:2) TO W_BIRTHDAY-DAY
                   STRING FI_PERSON-ID ' ' FI_PERSON-NAME ' '
                          FI_PERSON-SURNAME ' turns ' W_AGE ' on '
                          W_CURRENT-YEAR '-' W_BIRTHDAY-MONTH '-'
                          W_BIRTHDAY-DAY DELIMITED BY SIZE
                       INTO W_RP-LINE
                   END-STRING
                   PERFORM REPORT-LINE-SECTION
               ELSE
                   ADD 1 TO W_YEAR-ONLY-COUNT
                   STRING FI_PERSON-ID ' ' FI_PERSON-NAME ' '
                          FI_PERSON-SURNAME ' turns ' W_AGE ' in '
                          W_CURRENT-YEAR ' (month unknown)'
                          DELIMITED BY SIZE
                       INTO W_RP-LINE
                   END-STRING
                   PERFORM REPORT-LINE-SECTION
               END-IF
           END-IF.
