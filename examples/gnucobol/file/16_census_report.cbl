      * output.dat once, tallies FI_PERSON-STATUS into a table of
      * birth-decade buckets, then prints the cross-tab with page
      * breaks and a grand-total line.
      * The same statuses are also broken down by gender - taken
      * from the given-name dictionary (see GIVEN-NAME.cpy), since
      * the master itself carries no sex; a given name the
      * dictionary does not hold is counted as unknown rather than
      * guessed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 16_CENSUS_REPORT.

                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS FI_PERSON-ID.

               SELECT GIVEN-NAME-FILE ASSIGN TO 'given_names.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_GN-STATUS.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

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
           COPY 'GIVEN-NAME-FILE.cpy'.
           COPY 'REPORT-PAGE-FILES.cpy'.

           FD PERSON-IN.
               COPY 'PERSON-RECORD.cpy'
               01 W_DECEASED-TOTAL PIC 9(6) VALUE 0.
               01 W_DECADE-TOTAL PIC 9(6) VALUE 0.

      * Gender tally - row 1 male, 2 female, 3 unknown, with the
      * same status columns as the decade table.
               01 W_GENDER-TABLE.
                   02 W_GENDER-ENTRY OCCURS 3 TIMES.
                       03 W_GENDER-PENDING PIC 9(6) VALUE 0.
                       03 W_GENDER-ACTIVE PIC 9(6) VALUE 0.
                       03 W_GENDER-SUSPENDED PIC 9(6) VALUE 0.
                       03 W_GENDER-INACTIVE PIC 9(6) VALUE 0.
                       03 W_GENDER-DECEASED PIC 9(6) VALUE 0.
               01 W_GENDER-SUB PIC 9(1) VALUE 0.
               01 W_GENDER-LABELS PIC X(24)
                   VALUE 'MALE    FEMALE  UNKNOWN '.
               01 W_GENDER-LABEL-TABLE REDEFINES W_GENDER-LABELS.
                   02 W_GENDER-LABEL PIC X(8) OCCURS 3 TIMES.
               01 W_GENDER-DETAIL-LINE.
                   02 W_G-LABEL PIC X(8).
                   02 W_G-PENDING PIC ZZZZZ9.
                   02 FILLER PIC X(3) VALUE SPACES.
                   02 W_G-ACTIVE PIC ZZZZZ9.
                   02 FILLER PIC X(3) VALUE SPACES.
                   02 W_G-SUSPENDED PIC ZZZZZ9.
                   02 FILLER PIC X(3) VALUE SPACES.
                   02 W_G-INACTIVE PIC ZZZZZ9.
                   02 FILLER PIC X(3) VALUE SPACES.
                   02 W_G-DECEASED PIC ZZZZZ9.
                   02 FILLER PIC X(3) VALUE SPACES.
                   02 W_G-TOTAL PIC ZZZZZ9.
               01 W_GENDER-HEADING.
                   02 FILLER PIC X(6) VALUE SPACES.
                   02 FILLER PIC X(40)
                       VALUE 'CENSUS BY GENDER'.

      * Exact-age average over the active population - computed
      * from the full birth date where the record carries one
      * (INTEGER-OF-DATE days / 365), from a July 1st midpoint for
               01 W_AVG-AGE PIC 9(3)V9 VALUE 0.
               01 W_AVG-AGE-DISP PIC ZZ9.9.

               01 W_PAGE-HEADING.
                   02 FILLER PIC X(6) VALUE SPACES.
                   02 FILLER PIC X(40)

               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Given-name dictionary (see GIVEN-NAME.cpy).
               COPY 'GIVEN-NAME-FIELDS.cpy'.

      * Branch file profile (see BRANCH-PROFILE.cpy) - which set of
      * data files this run points at.
               COPY 'BRANCH-FILES.cpy'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

       PROCEDURE DIVISION.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           COMPUTE W_TODAY-INTEGER =
               UNTIL W_DECADE-IDX > 14.

           PERFORM BRANCH-PROFILE-SECTION.
           PERFORM LOAD-GIVEN-NAMES-SECTION.

           OPEN INPUT PERSON-IN.
           PERFORM START-JOB-TIMER-SECTION.
                   NOT AT END
                       ADD 1 TO W_SCANNED-COUNT
                       PERFORM TALLY-DECADE-SECTION
                       PERFORM TALLY-GENDER-SECTION
               END-READ
           END-PERFORM.
           CLOSE PERSON-IN.

           MOVE 'CENSUS BY BIRTH DECADE AND GENDER' TO W_RP-TITLE.
           MOVE '16_CENSUS_REPORT' TO W_RP-PROGRAM.
           PERFORM REPORT-OPEN-SECTION.

           MOVE W_PAGE-HEADING TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
           MOVE W_COLUMN-HEADING TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.

           PERFORM PRINT-DECADE-LINE-SECTION
               VARYING W_DECADE-IDX FROM 1 BY 1
               UNTIL W_DECADE-IDX > 14.

           PERFORM REPORT-LINE-SECTION.
           STRING 'GRAND TOTAL  PENDING=' DELIMITED BY SIZE
                  W_PENDING-TOTAL DELIMITED BY SIZE
                  ' ACTIVE=' DELIMITED BY SIZE
                  W_ACTIVE-TOTAL DELIMITED BY SIZE
                  ' SUSPENDED=' DELIMITED BY SIZE
                  W_SUSPENDED-TOTAL DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           STRING '             INACTIVE=' DELIMITED BY SIZE
                  W_INACTIVE-TOTAL DELIMITED BY SIZE
                  ' DECEASED=' DELIMITED BY SIZE
                  W_DECEASED-TOTAL DELIMITED BY SIZE
                  ' TOTAL=' DELIMITED BY SIZE
                  W_SCANNED-COUNT DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

           PERFORM REPORT-LINE-SECTION.
           MOVE W_GENDER-HEADING TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
           MOVE W_COLUMN-HEADING TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
           PERFORM PRINT-GENDER-LINE-SECTION
               VARYING W_GENDER-SUB FROM 1 BY 1
               UNTIL W_GENDER-SUB > 3.
           PERFORM REPORT-LINE-SECTION.

           IF W_ACTIVE-TOTAL > 0
               COMPUTE W_AVG-AGE ROUNDED =
                   (W_AGE-DAYS-TOTAL / W_ACTIVE-TOTAL) / 365
               MOVE W_AVG-AGE TO W_AVG-AGE-DISP
               STRING 'Average age of active persons (exact '
                          DELIMITED BY SIZE
                      'dates): ' DELIMITED BY SIZE
                      W_AVG-AGE-DISP DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
           END-IF.

           MOVE W_SCANNED-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

           MOVE '16_CENSUS_REPORT' TO W_TRAILER-PROGRAM.
           MOVE W_SCANNED-COUNT TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'BRANCH-PROFILE.cpy'.
       COPY 'GIVEN-NAME.cpy'.
       COPY 'REPORT-PAGE.cpy'.

      * Sets the starting year of decade bucket W_DECADE-IDX - 1900,
      * 1910, 1920 ... 2030.
                   ADD 1 TO W_INACTIVE-TOTAL
           END-EVALUATE.

      * Prints one decade's cross-tab line.
       PRINT-DECADE-LINE-SECTION SECTION.
           COMPUTE W_DECADE-TOTAL =
               W_DECADE-PENDING(W_DECADE-IDX)
           MOVE W_DECADE-INACTIVE(W_DECADE-IDX) TO W_D-INACTIVE.
           MOVE W_DECADE-DECEASED(W_DECADE-IDX) TO W_D-DECEASED.
           MOVE W_DECADE-TOTAL TO W_D-TOTAL.
           MOVE W_DETAIL-LINE TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.

      * One active record's age in days onto the running total -
      * the full birth date when the record carries one, a July 1st

       ADD-EXACT-AGE-EXIT.
           EXIT.

      * The current record's status into its gender row - the
      * gender off the dictionary, unknown when the given name is
      * not in it. The same unknown-status fold into the inactive
      * column as TALLY-DECADE-SECTION, so the two tables agree.
       TALLY-GENDER-SECTION SECTION.
           MOVE FI_PERSON-NAME TO W_GN-NAME.
           PERFORM LOOKUP-GIVEN-NAME-SECTION.
           EVALUATE TRUE
               WHEN GN-MALE
                   MOVE 1 TO W_GENDER-SUB
               WHEN GN-FEMALE
                   MOVE 2 TO W_GENDER-SUB
               WHEN OTHER
                   MOVE 3 TO W_GENDER-SUB
           END-EVALUATE.

           EVALUATE TRUE
               WHEN FI_PERSON-PENDING
                   ADD 1 TO W_GENDER-PENDING(W_GENDER-SUB)
               WHEN FI_PERSON-ACTIVE
                   ADD 1 TO W_GENDER-ACTIVE(W_GENDER-SUB)
               WHEN FI_PERSON-SUSPENDED
                   ADD 1 TO W_GENDER-SUSPENDED(W_GENDER-SUB)
               WHEN FI_PERSON-DECEASED
                   ADD 1 TO W_GENDER-DECEASED(W_GENDER-SUB)
               WHEN OTHER
                   ADD 1 TO W_GENDER-INACTIVE(W_GENDER-SUB)
           END-EVALUATE.

       PRINT-GENDER-LINE-SECTION SECTION.
           MOVE W_GENDER-LABEL(W_GENDER-SUB) TO W_G-LABEL.
           MOVE W_GENDER-PENDING(W_GENDER-SUB) TO W_G-PENDING.
           MOVE W_GENDER-ACTIVE(W_GENDER-SUB) TO W_G-ACTIVE.
           MOVE W_GENDER-SUSPENDED(W_GENDER-SUB) TO W_G-SUSPENDED.
           MOVE W_GENDER-INACTIVE(W_GENDER-SUB) TO W_G-INACTIVE.
           MOVE W_GENDER-DECEASED(W_GENDER-SUB) TO W_G-DECEASED.
           COMPUTE W_G-TOTAL =
               W_GENDER-PENDING(W_GENDER-SUB)
               + W_GENDER-ACTIVE(W_GENDER-SUB)
               + W_GENDER-SUSPENDED(W_GENDER-SUB)
               + W_GENDER-INACTIVE(W_GENDER-SUB)
               + W_GENDER-DECEASED(W_GENDER-SUB).
           MOVE W_GENDER-DETAIL-LINE TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
