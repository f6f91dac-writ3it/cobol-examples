      * Run as: 95_sample_error_rate [yyyymm]
      *                          (default the month before today's)
      * The monthly figure for how much plausible-but-wrong data
      * the registers carry: every verification recorded on
      * sample_history.dat (see SAMPLE-RESULT-RECORD.cpy, written by
      * 94_SAMPLE_RESULTS) for a sample drawn in the month, written
      * to sample_error_rate_<yyyymm>.txt three ways:
      *     by branch     persons checked, persons with any field
      *                   wrong, fields checked, fields wrong, and
      *                   the two rates
      *     by field      given name, surname, birth date, street,
      *                   city, postal code, phone - fields checked,
      *                   fields wrong, rate
      *     by operator   as by branch, for the operator who last
      *                   changed the record before it was drawn
      *                   (UNTRACED where the audit trail held no
      *                   change for it)
      * A '-' flag (nothing on file to check) counts in neither.
      * Run by 47_MONTH_END_RUN for the period it closes.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 95_SAMPLE_ERROR_RATE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT HISTORY-FILE ASSIGN TO 'sample_history.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS SH_KEY
                   FILE STATUS IS W_SH-STATUS.

               SELECT REPORT-SPOOL ASSIGN TO W_RP-SPOOL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-SPOOL-STATUS.

               SELECT REPORT-PRINT ASSIGN TO W_RP-PRINT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-PRINT-STATUS.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.

           FD HISTORY-FILE.
           COPY 'SAMPLE-RESULT-RECORD.cpy'
               REPLACING PREFIX-KEY BY SH_KEY
                         PREFIX-SAMPLE-DATE BY SH_SAMPLE-DATE
                         PREFIX-BRANCH BY SH_BRANCH
                         PREFIX-ID BY SH_PERSON-ID
                         PREFIX-OPERATOR BY SH_OPERATOR
                         PREFIX-FLAGS BY SH_FLAGS
                         PREFIX-FLAG BY SH_FLAG
                         PREFIX-WRONG-COUNT BY SH_WRONG-COUNT
                         PREFIX-CHECKED-BY BY SH_CHECKED-BY
                         PREFIX-CHECKED-ON BY SH_CHECKED-ON
                         PREFIX BY SH_RESULT.

           COPY 'REPORT-PAGE-FILES.cpy'.

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_SH-STATUS PIC X(2).
               01 W_REPORT-FILENAME PIC X(40) VALUE SPACES.
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_ARG-1 PIC X(10) VALUE SPACES.
               01 W_PERIOD PIC 9(6) VALUE 0.
               01 W_PERIOD-YEAR PIC 9(4) VALUE 0.
               01 W_PERIOD-MONTH PIC 9(2) VALUE 0.

               01 W_FLAG-SUB PIC 9(1) VALUE 0.
               01 W_SUB PIC 9(3) VALUE 0.
               01 W_MATCH PIC 9(3) VALUE 0.
               01 W_REC-FIELDS PIC 9(1) VALUE 0.
               01 W_REC-WRONG PIC 9(1) VALUE 0.

      * One row of the branch or operator table - persons checked
      * and wrong, fields checked and wrong.
               01 W_BRANCH-TABLE.
                   02 W_BR-ENTRY OCCURS 40 TIMES.
                       03 W_BR-CODE PIC X(3).
                       03 W_BR-PERSONS PIC 9(6).
                       03 W_BR-PERSONS-WRONG PIC 9(6).
                       03 W_BR-FIELDS PIC 9(7).
                       03 W_BR-FIELDS-WRONG PIC 9(7).
               01 W_BRANCH-COUNT PIC 9(3) VALUE 0.

               01 W_OPERATOR-TABLE.
                   02 W_OP-ENTRY OCCURS 200 TIMES.
                       03 W_OP-ID PIC X(8).
                       03 W_OP-PERSONS PIC 9(6).
                       03 W_OP-PERSONS-WRONG PIC 9(6).
                       03 W_OP-FIELDS PIC 9(7).
                       03 W_OP-FIELDS-WRONG PIC 9(7).
               01 W_OPERATOR-COUNT PIC 9(3) VALUE 0.

               01 W_FIELD-NAMES.
                   02 FILLER PIC X(12) VALUE 'Given name'.
                   02 FILLER PIC X(12) VALUE 'Surname'.
                   02 FILLER PIC X(12) VALUE 'Birth date'.
                   02 FILLER PIC X(12) VALUE 'Street'.
                   02 FILLER PIC X(12) VALUE 'City'.
                   02 FILLER PIC X(12) VALUE 'Postal code'.
                   02 FILLER PIC X(12) VALUE 'Phone'.
               01 W_FIELD-NAME-TABLE REDEFINES W_FIELD-NAMES.
                   02 W_FIELD-NAME PIC X(12) OCCURS 7 TIMES.
               01 W_FIELD-TABLE.
                   02 W_FD-ENTRY OCCURS 7 TIMES.
                       03 W_FD-CHECKED PIC 9(7).
                       03 W_FD-WRONG PIC 9(7).

               01 W_TOTAL-PERSONS PIC 9(6) VALUE 0.
               01 W_TOTAL-PERSONS-WRONG PIC 9(6) VALUE 0.
               01 W_TOTAL-FIELDS PIC 9(7) VALUE 0.
               01 W_TOTAL-FIELDS-WRONG PIC 9(7) VALUE 0.
               01 W_OVERFLOW-COUNT PIC 9(6) VALUE 0.

      * One printed row.
               01 W_ROW-LABEL PIC X(12) VALUE SPACES.
               01 W_ROW-PERSONS PIC 9(6) VALUE 0.
               01 W_ROW-PERSONS-WRONG PIC 9(6) VALUE 0.
               01 W_ROW-FIELDS PIC 9(7) VALUE 0.
               01 W_ROW-FIELDS-WRONG PIC 9(7) VALUE 0.
               01 W_RATE PIC 9(3)V9 VALUE 0.
               01 W_RATE-SHOWN PIC ZZ9.9.
               01 W_COUNT-SHOWN PIC Z(6)9.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.

           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           ACCEPT W_ARG-1 FROM COMMAND-LINE.
           IF W_ARG-1(1:6) IS NUMERIC AND W_ARG-1(7:) = SPACES
               MOVE W_ARG-1(1:6) TO W_PERIOD
           ELSE
               PERFORM SET-LAST-MONTH-SECTION
           END-IF.
           STRING 'sample_error_rate_' W_PERIOD '.txt'
               DELIMITED BY SIZE
               INTO W_REPORT-FILENAME.

           INITIALIZE W_BRANCH-TABLE W_OPERATOR-TABLE W_FIELD-TABLE.

           OPEN INPUT HISTORY-FILE.
           IF W_SH-STATUS = '00'
               MOVE 'N' TO B_EOF
               PERFORM UNTIL B_EOF = 'Y'
                   READ HISTORY-FILE NEXT RECORD
                       AT END MOVE 'Y' TO B_EOF
                       NOT AT END
                           IF SH_SAMPLE-DATE(1:6) = W_PERIOD
                               PERFORM COUNT-RESULT-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY 'No sample_history.dat yet (status '
                   W_SH-STATUS') - nothing verified to report'
           END-IF.

           MOVE SPACES TO W_RP-TITLE.
           STRING 'DATA VERIFICATION ERROR RATES - ' DELIMITED BY SIZE
                  W_PERIOD DELIMITED BY SIZE
               INTO W_RP-TITLE
           END-STRING.
           MOVE '95_SAMPLE_ERROR_RATE' TO W_RP-PROGRAM.
           MOVE W_REPORT-FILENAME TO W_RP-PRINT-FILENAME.
           MOVE 'ALL' TO W_RP-BRANCH.
           MOVE 'sample_history.dat' TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.
           PERFORM WRITE-REPORT-SECTION.
           MOVE W_TOTAL-PERSONS TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

           DISPLAY 'Period                     : 'W_PERIOD.
           DISPLAY 'Persons verified           : 'W_TOTAL-PERSONS.
           DISPLAY '  with a field wrong       : '
               W_TOTAL-PERSONS-WRONG.
           DISPLAY 'Error-rate report          : '
               FUNCTION TRIM(W_REPORT-FILENAME).

           MOVE '95_SAMPLE_ERROR_RATE' TO W_TRAILER-PROGRAM.
           MOVE W_TOTAL-PERSONS TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'REPORT-PAGE.cpy'.

      * The month before today's, as 47_MONTH_END_RUN closes it.
       SET-LAST-MONTH-SECTION SECTION.
           MOVE W_TODAY(1:4) TO W_PERIOD-YEAR.
           MOVE W_TODAY(5:2) TO W_PERIOD-MONTH.
           IF W_PERIOD-MONTH = 1
               SUBTRACT 1 FROM W_PERIOD-YEAR
               MOVE 12 TO W_PERIOD-MONTH
           ELSE
               SUBTRACT 1 FROM W_PERIOD-MONTH
           END-IF.
           COMPUTE W_PERIOD = W_PERIOD-YEAR * 100 + W_PERIOD-MONTH.

      * One verified person onto the totals, their branch, the
      * operator who last touched them and each field checked.
       COUNT-RESULT-SECTION SECTION.
           MOVE 0 TO W_REC-FIELDS W_REC-WRONG.
           PERFORM VARYING W_FLAG-SUB FROM 1 BY 1
                   UNTIL W_FLAG-SUB > 7
               EVALUATE SH_FLAG(W_FLAG-SUB)
                   WHEN 'C'
                       ADD 1 TO W_REC-FIELDS
                       ADD 1 TO W_FD-CHECKED(W_FLAG-SUB)
                   WHEN 'W'
                       ADD 1 TO W_REC-FIELDS W_REC-WRONG
                       ADD 1 TO W_FD-CHECKED(W_FLAG-SUB)
                                W_FD-WRONG(W_FLAG-SUB)
               END-EVALUATE
           END-PERFORM.

           ADD 1 TO W_TOTAL-PERSONS.
           ADD W_REC-FIELDS TO W_TOTAL-FIELDS.
           ADD W_REC-WRONG TO W_TOTAL-FIELDS-WRONG.
           IF W_REC-WRONG > 0
               ADD 1 TO W_TOTAL-PERSONS-WRONG
           END-IF.

           MOVE 0 TO W_MATCH.
           PERFORM VARYING W_SUB FROM 1 BY 1
                   UNTIL W_SUB > W_BRANCH-COUNT OR W_MATCH > 0
               IF W_BR-CODE(W_SUB) = SH_BRANCH
                   MOVE W_SUB TO W_MATCH
               END-IF
           END-PERFORM.
           IF W_MATCH = 0 AND W_BRANCH-COUNT < 40
               ADD 1 TO W_BRANCH-COUNT
               MOVE W_BRANCH-COUNT TO W_MATCH
               MOVE SH_BRANCH TO W_BR-CODE(W_MATCH)
           END-IF.
           IF W_MATCH > 0
               ADD 1 TO W_BR-PERSONS(W_MATCH)
               ADD W_REC-FIELDS TO W_BR-FIELDS(W_MATCH)
               ADD W_REC-WRONG TO W_BR-FIELDS-WRONG(W_MATCH)
               IF W_REC-WRONG > 0
                   ADD 1 TO W_BR-PERSONS-WRONG(W_MATCH)
               END-IF
           ELSE
               ADD 1 TO W_OVERFLOW-COUNT
           END-IF.

           MOVE 0 TO W_MATCH.
           PERFORM VARYING W_SUB FROM 1 BY 1
                   UNTIL W_SUB > W_OPERATOR-COUNT OR W_MATCH > 0
               IF W_OP-ID(W_SUB) = SH_OPERATOR
                   MOVE W_SUB TO W_MATCH
               END-IF
           END-PERFORM.
           IF W_MATCH = 0 AND W_OPERATOR-COUNT < 200
               ADD 1 TO W_OPERATOR-COUNT
               MOVE W_OPERATOR-COUNT TO W_MATCH
               MOVE SH_OPERATOR TO W_OP-ID(W_MATCH)
           END-IF.
           IF W_MATCH > 0
               ADD 1 TO W_OP-PERSONS(W_MATCH)
               ADD W_REC-FIELDS TO W_OP-FIELDS(W_MATCH)
               ADD W_REC-WRONG TO W_OP-FIELDS-WRONG(W_MATCH)
               IF W_REC-WRONG > 0
                   ADD 1 TO W_OP-PERSONS-WRONG(W_MATCH)
               END-IF
           ELSE
               ADD 1 TO W_OVERFLOW-COUNT
           END-IF.

       WRITE-REPORT-SECTION SECTION.
           MOVE 'BY BRANCH' TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
           PERFORM WRITE-COLUMN-HEADS-SECTION.
           PERFORM VARYING W_SUB FROM 1 BY 1
                   UNTIL W_SUB > W_BRANCH-COUNT
               MOVE W_BR-CODE(W_SUB) TO W_ROW-LABEL
               MOVE W_BR-PERSONS(W_SUB) TO W_ROW-PERSONS
               MOVE W_BR-PERSONS-WRONG(W_SUB) TO W_ROW-PERSONS-WRONG
               MOVE W_BR-FIELDS(W_SUB) TO W_ROW-FIELDS
               MOVE W_BR-FIELDS-WRONG(W_SUB) TO W_ROW-FIELDS-WRONG
               PERFORM WRITE-PERSON-ROW-SECTION
           END-PERFORM.
           MOVE 'ALL' TO W_ROW-LABEL.
           MOVE W_TOTAL-PERSONS TO W_ROW-PERSONS.
           MOVE W_TOTAL-PERSONS-WRONG TO W_ROW-PERSONS-WRONG.
           MOVE W_TOTAL-FIELDS TO W_ROW-FIELDS.
           MOVE W_TOTAL-FIELDS-WRONG TO W_ROW-FIELDS-WRONG.
           PERFORM WRITE-PERSON-ROW-SECTION.

           PERFORM REPORT-LINE-SECTION.
           MOVE 'BY FIELD' TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
           MOVE 'FIELD' TO W_RP-LINE(1:5).
           MOVE 'CHECKED' TO W_RP-LINE(18:7).
           MOVE 'WRONG' TO W_RP-LINE(30:5).
           MOVE 'RATE %' TO W_RP-LINE(38:6).
           PERFORM REPORT-LINE-SECTION.
           PERFORM VARYING W_FLAG-SUB FROM 1 BY 1
                   UNTIL W_FLAG-SUB > 7
               MOVE W_FIELD-NAME(W_FLAG-SUB) TO W_RP-LINE(1:12)
               MOVE W_FD-CHECKED(W_FLAG-SUB) TO W_COUNT-SHOWN
               MOVE W_COUNT-SHOWN TO W_RP-LINE(18:7)
               MOVE W_FD-WRONG(W_FLAG-SUB) TO W_COUNT-SHOWN
               MOVE W_COUNT-SHOWN TO W_RP-LINE(28:7)
               MOVE 0 TO W_RATE
               IF W_FD-CHECKED(W_FLAG-SUB) > 0
                   COMPUTE W_RATE ROUNDED =
                       W_FD-WRONG(W_FLAG-SUB) * 100
                       / W_FD-CHECKED(W_FLAG-SUB)
               END-IF
               MOVE W_RATE TO W_RATE-SHOWN
               MOVE W_RATE-SHOWN TO W_RP-LINE(39:5)
               PERFORM REPORT-LINE-SECTION
           END-PERFORM.

           PERFORM REPORT-LINE-SECTION.
           MOVE 'BY OPERATOR WHO LAST CHANGED THE RECORD'
               TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
           PERFORM WRITE-COLUMN-HEADS-SECTION.
           PERFORM VARYING W_SUB FROM 1 BY 1
                   UNTIL W_SUB > W_OPERATOR-COUNT
               MOVE W_OP-ID(W_SUB) TO W_ROW-LABEL
               MOVE W_OP-PERSONS(W_SUB) TO W_ROW-PERSONS
               MOVE W_OP-PERSONS-WRONG(W_SUB) TO W_ROW-PERSONS-WRONG
               MOVE W_OP-FIELDS(W_SUB) TO W_ROW-FIELDS
               MOVE W_OP-FIELDS-WRONG(W_SUB) TO W_ROW-FIELDS-WRONG
               PERFORM WRITE-PERSON-ROW-SECTION
           END-PERFORM.

           IF W_OVERFLOW-COUNT > 0
               PERFORM REPORT-LINE-SECTION
               STRING '** ' DELIMITED BY SIZE
                      W_OVERFLOW-COUNT DELIMITED BY SIZE
                      ' count(s) past the branch or operator table '
                          DELIMITED BY SIZE
                      'left out of its rows' DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
           END-IF.

       WRITE-COLUMN-HEADS-SECTION SECTION.
           MOVE 'PERSONS' TO W_RP-LINE(18:7).
           MOVE 'WRONG' TO W_RP-LINE(30:5).
           MOVE 'RATE %' TO W_RP-LINE(38:6).
           MOVE 'FIELDS' TO W_RP-LINE(49:6).
           MOVE 'WRONG' TO W_RP-LINE(60:5).
           MOVE 'RATE %' TO W_RP-LINE(68:6).
           PERFORM REPORT-LINE-SECTION.

      * W_ROW-... as one line: persons with any field wrong over
      * persons checked, and wrong fields over fields checked.
       WRITE-PERSON-ROW-SECTION SECTION.
           MOVE W_ROW-LABEL TO W_RP-LINE(1:12).
           MOVE W_ROW-PERSONS TO W_COUNT-SHOWN.
           MOVE W_COUNT-SHOWN TO W_RP-LINE(18:7).
           MOVE W_ROW-PERSONS-WRONG TO W_COUNT-SHOWN.
           MOVE W_COUNT-SHOWN TO W_RP-LINE(28:7).
           MOVE 0 TO W_RATE.
           IF W_ROW-PERSONS > 0
               COMPUTE W_RATE ROUNDED =
                   W_ROW-PERSONS-WRONG * 100 / W_ROW-PERSONS
           END-IF.
           MOVE W_RATE TO W_RATE-SHOWN.
           MOVE W_RATE-SHOWN TO W_RP-LINE(39:5).
           MOVE W_ROW-FIELDS TO W_COUNT-SHOWN.
           MOVE W_COUNT-SHOWN TO W_RP-LINE(48:7).
           MOVE W_ROW-FIELDS-WRONG TO W_COUNT-SHOWN.
           MOVE W_COUNT-SHOWN TO W_RP-LINE(58:7).
           MOVE 0 TO W_RATE.
           IF W_ROW-FIELDS > 0
               COMPUTE W_RATE ROUNDED =
                   W_ROW-FIELDS-WRONG * 100 / W_ROW-FIELDS
           END-IF.
           MOVE W_RATE TO W_RATE-SHOWN.
           MOVE W_RATE-SHOWN TO W_RP-LINE(69:5).
           PERFORM REPORT-LINE-SECTION.
