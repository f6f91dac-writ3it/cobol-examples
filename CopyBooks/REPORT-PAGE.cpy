      * The standard printed-report page, shared by every report so
      * they all print the same way: each page opens with the
      * classification marking and the program, the title with the
      * run date and time, the branch and data set the report was
      * run against with "PAGE n OF m", and a rule; each page closes
      * with a rule and the marking again; the last page ends with
      * the end-of-report line giving the record and page counts.
      * Caller declares REPORT-PAGE-FIELDS.cpy in WORKING-STORAGE and
      * REPORT-PAGE-FILES.cpy (with its two SELECTs) in the FILE
      * SECTION, then:
      *     PERFORM REPORT-OPEN-SECTION      once, before the first
      *                                      line
      *     PERFORM REPORT-LINE-SECTION      for each body line, put
      *                                      in W_RP-LINE first
      *     PERFORM REPORT-NEW-PAGE-SECTION  where the next line must
      *                                      start a fresh page
      *     PERFORM REPORT-CLOSE-SECTION     once, at the end, with
      *                                      W_RP-RECORD-COUNT set
      *     PERFORM REPORT-ABANDON-SECTION   instead of the close, to
      *                                      drop a report that must
      *                                      not be published
      * The body is spooled and only printed at the close, once the
      * page total is known - to W_RP-PRINT-FILENAME, or to the
      * console when that is blank (or will not open). A program
      * that prints several reports runs OPEN to CLOSE for each in
      * turn.
       REPORT-OPEN-SECTION SECTION.
           ACCEPT W_RP-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT W_RP-RUN-TIME FROM TIME.
           IF W_RP-BRANCH = SPACES
               ACCEPT W_RP-BRANCH FROM ENVIRONMENT
                   "COBOLFILE_BRANCH"
               IF W_RP-BRANCH = SPACES
                   MOVE 'HQ' TO W_RP-BRANCH
               END-IF
           END-IF.
           IF W_RP-DATA-SET = SPACES
               EVALUATE W_RP-BRANCH
                   WHEN 'HQ'
                       MOVE 'output.dat' TO W_RP-DATA-SET
                   WHEN 'ALL'
                       MOVE 'every branch file' TO W_RP-DATA-SET
                   WHEN OTHER
                       STRING W_RP-BRANCH DELIMITED BY SPACE
                              '_output.dat' DELIMITED BY SIZE
                           INTO W_RP-DATA-SET
                       END-STRING
               END-EVALUATE
           END-IF.

           MOVE SPACES TO W_RP-SPOOL-FILENAME.
           STRING 'report_' DELIMITED BY SIZE
                  W_RP-PROGRAM DELIMITED BY SPACE
                  '_' DELIMITED BY SIZE
                  W_RP-RUN-TIME DELIMITED BY SIZE
                  '.spool' DELIMITED BY SIZE
               INTO W_RP-SPOOL-FILENAME
           END-STRING.
           OPEN OUTPUT REPORT-SPOOL.
           MOVE 0 TO W_RP-PAGE-COUNT.
           MOVE W_RP-BODY-LINES TO W_RP-LINES-ON-PAGE.
           MOVE SPACES TO W_RP-LINE.

       REPORT-LINE-SECTION SECTION.
           PERFORM REPORT-SPOOL-CONTROL-SECTION.
           MOVE W_RP-LINE TO RS_TEXT.
           WRITE RS_SPOOL-LINE.
           MOVE SPACES TO W_RP-LINE.

       REPORT-NEW-PAGE-SECTION SECTION.
           IF W_RP-LINES-ON-PAGE > 0
               MOVE W_RP-BODY-LINES TO W_RP-LINES-ON-PAGE
           END-IF.

      * Whether the line about to be spooled starts a new page.
       REPORT-SPOOL-CONTROL-SECTION SECTION.
           IF W_RP-LINES-ON-PAGE >= W_RP-BODY-LINES
               ADD 1 TO W_RP-PAGE-COUNT
               MOVE 0 TO W_RP-LINES-ON-PAGE
               MOVE 'N' TO RS_CONTROL
           ELSE
               MOVE 'L' TO RS_CONTROL
           END-IF.
           ADD 1 TO W_RP-LINES-ON-PAGE.

       REPORT-CLOSE-SECTION SECTION.
           PERFORM REPORT-SPOOL-CONTROL-SECTION.
           MOVE W_RP-RECORD-COUNT TO W_RP-COUNT-SHOWN.
           MOVE W_RP-PAGE-COUNT TO W_RP-TOTAL-SHOWN.
           MOVE SPACES TO RS_TEXT.
           STRING '*** END OF REPORT - ' DELIMITED BY SIZE
                  FUNCTION TRIM(W_RP-COUNT-SHOWN) DELIMITED BY SIZE
                  ' RECORD(S), ' DELIMITED BY SIZE
                  FUNCTION TRIM(W_RP-TOTAL-SHOWN) DELIMITED BY SIZE
                  ' PAGE(S) ***' DELIMITED BY SIZE
               INTO RS_TEXT
           END-STRING.
           WRITE RS_SPOOL-LINE.
           CLOSE REPORT-SPOOL.

           IF W_RP-PRINT-FILENAME NOT = SPACES
               OPEN OUTPUT REPORT-PRINT
               IF W_RP-PRINT-STATUS NOT = '00'
                   DISPLAY '** 'FUNCTION TRIM(W_RP-PRINT-FILENAME)
                       ' will not open (status 'W_RP-PRINT-STATUS
                       ') - report printed on the console instead'
                   MOVE SPACES TO W_RP-PRINT-FILENAME
               END-IF
           END-IF.

           OPEN INPUT REPORT-SPOOL.
           MOVE 0 TO W_RP-PAGE-NO.
           MOVE 'N' TO W_RP-SPOOL-EOF.
           PERFORM UNTIL W_RP-SPOOL-EOF = 'Y'
               READ REPORT-SPOOL
                   AT END MOVE 'Y' TO W_RP-SPOOL-EOF
                   NOT AT END
                       IF RS_CONTROL = 'N'
                           IF W_RP-PAGE-NO > 0
                               PERFORM REPORT-FOOTER-SECTION
                           END-IF
                           ADD 1 TO W_RP-PAGE-NO
                           PERFORM REPORT-HEADER-SECTION
                       END-IF
                       MOVE RS_TEXT TO W_RP-OUT-LINE
                       PERFORM REPORT-PUT-SECTION
               END-READ
           END-PERFORM.
           PERFORM REPORT-FOOTER-SECTION.
           CLOSE REPORT-SPOOL.
           IF W_RP-PRINT-FILENAME NOT = SPACES
               CLOSE REPORT-PRINT
           END-IF.
           CALL 'CBL_DELETE_FILE' USING W_RP-SPOOL-FILENAME
               RETURNING W_RP-DELETE-RC.

       REPORT-ABANDON-SECTION SECTION.
           CLOSE REPORT-SPOOL.
           CALL 'CBL_DELETE_FILE' USING W_RP-SPOOL-FILENAME
               RETURNING W_RP-DELETE-RC.

       REPORT-HEADER-SECTION SECTION.
           MOVE W_RP-PAGE-NO TO W_RP-PAGE-SHOWN.
           MOVE SPACES TO W_RP-OUT-LINE.
           MOVE W_RP-CLASSIFICATION TO W_RP-OUT-LINE(1:40).
           MOVE W_RP-PROGRAM TO W_RP-OUT-LINE(51:30).
           PERFORM REPORT-PUT-SECTION.

           MOVE SPACES TO W_RP-OUT-LINE.
           STRING W_RP-TITLE DELIMITED BY SIZE
                  '       RUN ' DELIMITED BY SIZE
                  W_RP-RUN-DATE(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  W_RP-RUN-DATE(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  W_RP-RUN-DATE(7:2) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W_RP-RUN-TIME(1:2) DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  W_RP-RUN-TIME(3:2) DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  W_RP-RUN-TIME(5:2) DELIMITED BY SIZE
               INTO W_RP-OUT-LINE
           END-STRING.
           PERFORM REPORT-PUT-SECTION.

           MOVE SPACES TO W_RP-OUT-LINE.
           STRING 'BRANCH ' DELIMITED BY SIZE
                  W_RP-BRANCH DELIMITED BY SPACE
                  '   DATA SET ' DELIMITED BY SIZE
                  W_RP-DATA-SET DELIMITED BY '  '
               INTO W_RP-OUT-LINE
           END-STRING.
           PERFORM REPORT-PAGE-TEXT-SECTION.
           PERFORM REPORT-PUT-SECTION.

           MOVE SPACES TO W_RP-OUT-LINE.
           MOVE ALL '=' TO W_RP-OUT-LINE(1:80).
           PERFORM REPORT-PUT-SECTION.

       REPORT-FOOTER-SECTION SECTION.
           MOVE W_RP-PAGE-NO TO W_RP-PAGE-SHOWN.
           MOVE SPACES TO W_RP-OUT-LINE.
           MOVE ALL '-' TO W_RP-OUT-LINE(1:80).
           PERFORM REPORT-PUT-SECTION.
           MOVE SPACES TO W_RP-OUT-LINE.
           MOVE W_RP-CLASSIFICATION TO W_RP-OUT-LINE(1:40).
           PERFORM REPORT-PAGE-TEXT-SECTION.
           PERFORM REPORT-PUT-SECTION.

      * "PAGE n OF m", right-hand side of the line in hand.
       REPORT-PAGE-TEXT-SECTION SECTION.
           MOVE W_RP-PAGE-COUNT TO W_RP-TOTAL-SHOWN.
           MOVE 'PAGE ' TO W_RP-OUT-LINE(62:5).
           MOVE W_RP-PAGE-SHOWN TO W_RP-OUT-LINE(67:5).
           MOVE ' OF ' TO W_RP-OUT-LINE(72:4).
           MOVE W_RP-TOTAL-SHOWN TO W_RP-OUT-LINE(76:5).

       REPORT-PUT-SECTION SECTION.
           IF W_RP-PRINT-FILENAME NOT = SPACES
               WRITE RQ_PRINT-LINE FROM W_RP-OUT-LINE
           ELSE
               DISPLAY FUNCTION TRIM(W_RP-OUT-LINE TRAILING)
           END-IF.
