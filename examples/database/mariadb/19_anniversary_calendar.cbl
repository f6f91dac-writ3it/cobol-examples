      * The museum plans its exhibitions round the big anniversaries
      * and staff were working them out with a calculator. This scans
      * every dated fact we hold - births and deaths off
      * kings_of_poland, reign starts and ends off king_reign_terms,
      * marriages off royal_consorts and the historical_events - and
      * prints those reaching a round anniversary in the chosen year,
      * with the king's Polish and English names, followed by a
      * look-ahead over the years after it listing the anniversaries
      * of 100 years or more, so the large ones can be budgeted early.
      * The anniversaries counted are read from anniversaries.ctl,
      * one number of years per line (* comments allowed); without
      * that file they are 50, 100, 150, 200, 250, 300, 400, 500,
      * 600, 700, 750, 800, 900 and 1000.
      * The kings tables hold years only, so the anniversaries of a
      * year are printed under a single "month not recorded"
      * heading, the oldest (largest) first.
      * Run as: 19_anniversary_calendar [year] [years-ahead]
      *   year defaults to next year, years-ahead to 10.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 19_anniversary_calendar.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT ANNIVERSARY-CONTROL ASSIGN TO 'anniversaries.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_AC-STATUS.
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

           FD ANNIVERSARY-CONTROL.
           01 AC_LINE PIC X(40).

           WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  HOSTVARS.
               05 BUFFER               PIC X(1024).
               05 fact-kind            PIC X(12).
               05 fact-year            PIC 9(4).
               05 king-id              PIC 9(10).
               05 name-pl              PIC X(50).
               05 name-en              PIC X(50).
               05 fact-detail          PIC X(100).
           EXEC SQL END DECLARE SECTION END-EXEC.
           COPY 'DB-CONNECT-FIELDS.cpy'.
      * Standard report page (see REPORT-PAGE.cpy).
           COPY 'REPORT-PAGE-FIELDS.cpy'.

           01 W_ARG-LINE PIC X(40) VALUE SPACES.
           01 W_ARG-1 PIC X(10) VALUE SPACES.
           01 W_ARG-2 PIC X(10) VALUE SPACES.
           01 W_TODAY PIC 9(8) VALUE 0.
           01 W_TARGET-YEAR PIC 9(4) VALUE 0.
           01 W_YEARS-AHEAD PIC 9(2) VALUE 10.
           01 W_LAST-YEAR PIC 9(4) VALUE 0.
           01 W_SCAN-YEAR PIC 9(4) VALUE 0.
           01 W_BIG-MINIMUM PIC 9(4) VALUE 100.
           01 W_BIG-ONLY-SW PIC X(1) VALUE 'N'.
               88 BIG-ONLY VALUE 'Y'.

      * The anniversaries counted - off anniversaries.ctl, or the
      * house list below when there is none.
           01 W_AC-STATUS PIC X(2).
           01 W_DEFAULT-ANNIVERSARIES.
               02 FILLER PIC 9(4) VALUE 50.
               02 FILLER PIC 9(4) VALUE 100.
               02 FILLER PIC 9(4) VALUE 150.
               02 FILLER PIC 9(4) VALUE 200.
               02 FILLER PIC 9(4) VALUE 250.
               02 FILLER PIC 9(4) VALUE 300.
               02 FILLER PIC 9(4) VALUE 400.
               02 FILLER PIC 9(4) VALUE 500.
               02 FILLER PIC 9(4) VALUE 600.
               02 FILLER PIC 9(4) VALUE 700.
               02 FILLER PIC 9(4) VALUE 750.
               02 FILLER PIC 9(4) VALUE 800.
               02 FILLER PIC 9(4) VALUE 900.
               02 FILLER PIC 9(4) VALUE 1000.
           01 W_DEFAULT-TABLE REDEFINES W_DEFAULT-ANNIVERSARIES.
               02 W_DEFAULT-ENTRY PIC 9(4) OCCURS 14 TIMES.
           01 W_ANNIV-MAX PIC 9(2) VALUE 30.
           01 W_ANNIV-COUNT PIC 9(2) VALUE 0.
           01 W_ANNIV-TABLE.
               02 W_ANNIV-ENTRY PIC 9(4) OCCURS 30 TIMES.
           01 W_SUB PIC 9(2) VALUE 0.
           01 W_CTL-WORK PIC X(40) VALUE SPACES.
           01 W_CTL-TOKEN PIC X(10) VALUE SPACES.
           01 W_CTL-LINE-COUNT PIC 9(4) VALUE 0.
           01 B_CTL-EOF PIC X(1) VALUE 'N'.

      * Same digits-and-trailing-spaces test 07_reign_fix uses for
      * its left-justified control-file tokens.
           01 W_CHECK-TOKEN PIC X(10) VALUE SPACES.
           01 W_TOKEN-DIGITS PIC 9(2) VALUE 0.
           01 W_TOKEN-SPACES PIC 9(2) VALUE 0.
           01 W_TOKEN-OK-SW PIC X(1) VALUE 'N'.
               88 TOKEN-NUMERIC VALUE 'Y'.

           01 W_AGE PIC 9(4) VALUE 0.
           01 W_MATCH-SW PIC X(1) VALUE 'N'.
               88 IS-ANNIVERSARY VALUE 'Y'.
           01 W_YEAR-MATCHES PIC 9(4) VALUE 0.
           01 W_YEAR-BIG PIC 9(4) VALUE 0.
           01 W_TARGET-COUNT PIC 9(4) VALUE 0.
           01 W_AHEAD-BIG-COUNT PIC 9(4) VALUE 0.
           01 B_FACTS-DONE PIC X(1) VALUE 'N'.
           01 W_AGE-SHOWN PIC Z(3)9.
           01 W_COUNT-SHOWN PIC Z(3)9.
           01 W_BIG-SHOWN PIC Z(3)9.
           01 W_NAMES PIC X(104) VALUE SPACES.

       PROCEDURE DIVISION.

           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           COMPUTE W_TARGET-YEAR = W_TODAY / 10000 + 1.

           ACCEPT W_ARG-LINE FROM COMMAND-LINE.
           UNSTRING W_ARG-LINE DELIMITED BY ALL SPACE
               INTO W_ARG-1, W_ARG-2.
           IF W_ARG-1 NOT = SPACES
               MOVE W_ARG-1 TO W_CHECK-TOKEN
               PERFORM CHECK-NUMERIC-TOKEN-SECTION
               IF NOT TOKEN-NUMERIC
                   DISPLAY 'Usage: 19_anniversary_calendar [year] '
                       '[years-ahead]'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE W_TARGET-YEAR = FUNCTION NUMVAL(W_ARG-1)
           END-IF.
           IF W_ARG-2 NOT = SPACES
               MOVE W_ARG-2 TO W_CHECK-TOKEN
               PERFORM CHECK-NUMERIC-TOKEN-SECTION
               IF NOT TOKEN-NUMERIC
                   DISPLAY 'Usage: 19_anniversary_calendar [year] '
                       '[years-ahead]'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE W_YEARS-AHEAD = FUNCTION NUMVAL(W_ARG-2)
           END-IF.
           COMPUTE W_LAST-YEAR = W_TARGET-YEAR + W_YEARS-AHEAD.

           PERFORM LOAD-ANNIVERSARIES-SECTION.

           PERFORM DB-CONNECT-SECTION.

           PERFORM SQL-CONNECT-WITH-RETRY-SECTION.

      * Every dated fact in one stream, the oldest first - so within
      * a year the largest anniversary comes out on top. Names fall
      * back to kings_of_poland.name where no Polish alias is held;
      * an event tied to no king (king_id 0) carries no names.
           EXEC SQL
               DECLARE DATED_FACTS CURSOR FOR
               SELECT 'BIRTH', k.year_of_birth, k.id,
                   COALESCE((SELECT a.alias_name
                             FROM king_name_aliases a
                             WHERE a.king_id = k.id
                               AND a.language_code = 'PL'), k.name),
                   COALESCE((SELECT a.alias_name
                             FROM king_name_aliases a
                             WHERE a.king_id = k.id
                               AND a.language_code = 'EN'), ''),
                   ''
               FROM kings_of_poland k
               UNION ALL
               SELECT 'DEATH', k.year_of_death, k.id,
                   COALESCE((SELECT a.alias_name
                             FROM king_name_aliases a
                             WHERE a.king_id = k.id
                               AND a.language_code = 'PL'), k.name),
                   COALESCE((SELECT a.alias_name
                             FROM king_name_aliases a
                             WHERE a.king_id = k.id
                               AND a.language_code = 'EN'), ''),
                   ''
               FROM kings_of_poland k
               UNION ALL
               SELECT 'REIGN START', t.reign_year_start, k.id,
                   COALESCE((SELECT a.alias_name
                             FROM king_name_aliases a
                             WHERE a.king_id = k.id
                               AND a.language_code = 'PL'), k.name),
                   COALESCE((SELECT a.alias_name
                             FROM king_name_aliases a
                             WHERE a.king_id = k.id
                               AND a.language_code = 'EN'), ''),
                   CONCAT('term ', t.term_no)
               FROM king_reign_terms t, kings_of_poland k
               WHERE k.id = t.king_id
               UNION ALL
               SELECT 'REIGN END', t.reign_year_end, k.id,
                   COALESCE((SELECT a.alias_name
                             FROM king_name_aliases a
                             WHERE a.king_id = k.id
                               AND a.language_code = 'PL'), k.name),
                   COALESCE((SELECT a.alias_name
                             FROM king_name_aliases a
                             WHERE a.king_id = k.id
                               AND a.language_code = 'EN'), ''),
                   CONCAT('term ', t.term_no)
               FROM king_reign_terms t, kings_of_poland k
               WHERE k.id = t.king_id
               UNION ALL
               SELECT 'MARRIAGE', c.marriage_year, k.id,
                   COALESCE((SELECT a.alias_name
                             FROM king_name_aliases a
                             WHERE a.king_id = k.id
                               AND a.language_code = 'PL'), k.name),
                   COALESCE((SELECT a.alias_name
                             FROM king_name_aliases a
                             WHERE a.king_id = k.id
                               AND a.language_code = 'EN'), ''),
                   CONCAT('to ', c.name)
               FROM royal_consorts c, kings_of_poland k
               WHERE k.id = c.king_id
               UNION ALL
               SELECT 'EVENT', e.event_year, e.king_id,
                   COALESCE((SELECT a.alias_name
                             FROM king_name_aliases a
                             WHERE a.king_id = e.king_id
                               AND a.language_code = 'PL'),
                            k.name, ''),
                   COALESCE((SELECT a.alias_name
                             FROM king_name_aliases a
                             WHERE a.king_id = e.king_id
                               AND a.language_code = 'EN'), ''),
                   CONCAT(e.event_type, ': ', e.description)
               FROM historical_events e
               LEFT JOIN kings_of_poland k ON k.id = e.king_id
               ORDER BY 2, 1, 3
           END-EXEC.

           PERFORM SQLSTATE-CHECK.

           MOVE 'KINGS OF POLAND - ROUND ANNIVERSARIES' TO W_RP-TITLE.
           MOVE '19_ANNIVERSARY_CAL' TO W_RP-PROGRAM.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE DB-NAME TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.

           STRING 'ROUND ANNIVERSARIES IN ' DELIMITED BY SIZE
                  W_TARGET-YEAR DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           PERFORM REPORT-LINE-SECTION.
           MOVE 'MONTH NOT RECORDED - the kings tables hold years only'
               TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.

           MOVE 'N' TO W_BIG-ONLY-SW.
           MOVE W_TARGET-YEAR TO W_SCAN-YEAR.
           PERFORM SCAN-ONE-YEAR-SECTION.
           MOVE W_YEAR-MATCHES TO W_TARGET-COUNT.
           IF W_YEAR-MATCHES = 0
               MOVE '  (no round anniversaries this year)' TO W_RP-LINE
               PERFORM REPORT-LINE-SECTION
           END-IF.

           IF W_YEARS-AHEAD > 0
               PERFORM REPORT-NEW-PAGE-SECTION
               MOVE W_BIG-MINIMUM TO W_BIG-SHOWN
               STRING 'LOOK-AHEAD TO ' DELIMITED BY SIZE
                      W_LAST-YEAR DELIMITED BY SIZE
                      ' - ANNIVERSARIES OF ' DELIMITED BY SIZE
                      FUNCTION TRIM(W_BIG-SHOWN) DELIMITED BY SIZE
                      ' YEARS OR MORE' DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
               MOVE 'Y' TO W_BIG-ONLY-SW
               COMPUTE W_SCAN-YEAR = W_TARGET-YEAR + 1
               PERFORM UNTIL W_SCAN-YEAR > W_LAST-YEAR
                   PERFORM REPORT-LINE-SECTION
                   STRING W_SCAN-YEAR DELIMITED BY SIZE
                          ':' DELIMITED BY SIZE
                       INTO W_RP-LINE
                   END-STRING
                   PERFORM REPORT-LINE-SECTION
                   PERFORM SCAN-ONE-YEAR-SECTION
                   ADD W_YEAR-BIG TO W_AHEAD-BIG-COUNT
                   MOVE W_YEAR-MATCHES TO W_COUNT-SHOWN
                   MOVE W_YEAR-BIG TO W_BIG-SHOWN
                   STRING '  ' DELIMITED BY SIZE
                          FUNCTION TRIM(W_COUNT-SHOWN)
                              DELIMITED BY SIZE
                          ' round anniversary(ies) in all, '
                              DELIMITED BY SIZE
                          FUNCTION TRIM(W_BIG-SHOWN) DELIMITED BY SIZE
                          ' listed' DELIMITED BY SIZE
                       INTO W_RP-LINE
                   END-STRING
                   PERFORM REPORT-LINE-SECTION
                   ADD 1 TO W_SCAN-YEAR
               END-PERFORM
           END-IF.

           MOVE W_TARGET-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.
           DISPLAY W_TARGET-COUNT' anniversary(ies) in '
               W_TARGET-YEAR', 'W_AHEAD-BIG-COUNT
               ' large one(s) in the look-ahead'.

           EXEC SQL
               CONNECT RESET
           END-EXEC.
           PERFORM SQLSTATE-CHECK.
       STOP RUN.

      * One pass of the facts for W_SCAN-YEAR, printing each round
      * anniversary - in the look-ahead only the large ones, though
      * every one is counted.
       SCAN-ONE-YEAR-SECTION SECTION.
           MOVE 0 TO W_YEAR-MATCHES.
           MOVE 0 TO W_YEAR-BIG.
           MOVE 'N' TO B_FACTS-DONE.
           EXEC SQL
               OPEN DATED_FACTS
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           PERFORM UNTIL B_FACTS-DONE = 'Y'
               EXEC SQL
                   FETCH DATED_FACTS
                   INTO
                       :fact-kind,
                       :fact-year,
                       :king-id,
                       :name-pl,
                       :name-en,
                       :fact-detail
               END-EXEC
               PERFORM SQLSTATE-CHECK
               IF SQLCODE = 100
                   MOVE 'Y' TO B_FACTS-DONE
               ELSE
                   PERFORM CHECK-ONE-FACT-SECTION
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE DATED_FACTS
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

       CHECK-ONE-FACT-SECTION SECTION.
      * A year of 0 is an unknown year, not the year 0.
           IF fact-year = 0 OR fact-year >= W_SCAN-YEAR
               GO TO CHECK-ONE-FACT-EXIT
           END-IF.

           COMPUTE W_AGE = W_SCAN-YEAR - fact-year.
           MOVE 'N' TO W_MATCH-SW.
           PERFORM VARYING W_SUB FROM 1 BY 1
                   UNTIL W_SUB > W_ANNIV-COUNT OR IS-ANNIVERSARY
               IF W_ANNIV-ENTRY(W_SUB) = W_AGE
                   MOVE 'Y' TO W_MATCH-SW
               END-IF
           END-PERFORM.
           IF NOT IS-ANNIVERSARY
               GO TO CHECK-ONE-FACT-EXIT
           END-IF.

           ADD 1 TO W_YEAR-MATCHES.
           IF W_AGE >= W_BIG-MINIMUM
               ADD 1 TO W_YEAR-BIG
           ELSE
               IF BIG-ONLY
                   GO TO CHECK-ONE-FACT-EXIT
               END-IF
           END-IF.

           MOVE SPACES TO W_NAMES.
           IF name-en = SPACES
               MOVE name-pl TO W_NAMES
           ELSE
               STRING name-pl DELIMITED BY '  '
                      ' / ' DELIMITED BY SIZE
                      name-en DELIMITED BY '  '
                   INTO W_NAMES
               END-STRING
           END-IF.

           MOVE W_AGE TO W_AGE-SHOWN.
           STRING '  ' DELIMITED BY SIZE
                  W_AGE-SHOWN DELIMITED BY SIZE
                  'th  ' DELIMITED BY SIZE
                  fact-kind DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  fact-year DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  W_NAMES DELIMITED BY '  '
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           IF fact-detail NOT = SPACES
               STRING '                             ' DELIMITED BY SIZE
                      fact-detail DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
           END-IF.

       CHECK-ONE-FACT-EXIT.
           EXIT.

      * anniversaries.ctl when it exists and holds at least one good
      * number; the house list otherwise. A line that is not a number
      * of years is reported and skipped.
       LOAD-ANNIVERSARIES-SECTION SECTION.
           MOVE 0 TO W_ANNIV-COUNT.
           OPEN INPUT ANNIVERSARY-CONTROL.
           IF W_AC-STATUS = '00'
               PERFORM UNTIL B_CTL-EOF = 'Y'
                   READ ANNIVERSARY-CONTROL
                       AT END MOVE 'Y' TO B_CTL-EOF
                       NOT AT END
                           ADD 1 TO W_CTL-LINE-COUNT
                           PERFORM LOAD-ONE-ANNIVERSARY-SECTION
                   END-READ
               END-PERFORM
               CLOSE ANNIVERSARY-CONTROL
           END-IF.

           IF W_ANNIV-COUNT = 0
               PERFORM VARYING W_SUB FROM 1 BY 1 UNTIL W_SUB > 14
                   MOVE W_DEFAULT-ENTRY(W_SUB) TO W_ANNIV-ENTRY(W_SUB)
               END-PERFORM
               MOVE 14 TO W_ANNIV-COUNT
           END-IF.

       LOAD-ONE-ANNIVERSARY-SECTION SECTION.
           IF AC_LINE = SPACES OR AC_LINE(1:1) = '*'
               GO TO LOAD-ONE-ANNIVERSARY-EXIT
           END-IF.

           MOVE SPACES TO W_CTL-TOKEN.
           MOVE FUNCTION TRIM(AC_LINE LEADING) TO W_CTL-WORK.
           UNSTRING W_CTL-WORK DELIMITED BY ALL SPACE
               INTO W_CTL-TOKEN.
           MOVE W_CTL-TOKEN TO W_CHECK-TOKEN.
           PERFORM CHECK-NUMERIC-TOKEN-SECTION.
           IF NOT TOKEN-NUMERIC
               DISPLAY '** anniversaries.ctl line 'W_CTL-LINE-COUNT
                   ' is not a number of years - skipped'
               GO TO LOAD-ONE-ANNIVERSARY-EXIT
           END-IF.
           IF W_ANNIV-COUNT = W_ANNIV-MAX
               DISPLAY '** anniversaries.ctl holds more than 30 '
                   'entries - line 'W_CTL-LINE-COUNT' skipped'
               GO TO LOAD-ONE-ANNIVERSARY-EXIT
           END-IF.

           ADD 1 TO W_ANNIV-COUNT.
           COMPUTE W_ANNIV-ENTRY(W_ANNIV-COUNT) =
               FUNCTION NUMVAL(W_CTL-TOKEN).

       LOAD-ONE-ANNIVERSARY-EXIT.
           EXIT.

      * A token is numeric when it holds at least one digit and
      * nothing but digits and the field's trailing spaces.
       CHECK-NUMERIC-TOKEN-SECTION SECTION.
           MOVE 0 TO W_TOKEN-DIGITS W_TOKEN-SPACES.
           INSPECT W_CHECK-TOKEN TALLYING W_TOKEN-DIGITS
               FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
                   ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'.
           INSPECT W_CHECK-TOKEN TALLYING W_TOKEN-SPACES
               FOR ALL SPACE.
           IF W_TOKEN-DIGITS > 0
               AND W_TOKEN-DIGITS + W_TOKEN-SPACES = 10
               MOVE 'Y' TO W_TOKEN-OK-SW
           ELSE
               MOVE 'N' TO W_TOKEN-OK-SW
           END-IF.

       COPY 'SQLSTATE-CHECK.cpy'.
       COPY 'DB-CONNECT.cpy'.
       COPY 'REPORT-PAGE.cpy'.
