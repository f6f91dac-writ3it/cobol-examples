      * One sheet per monarch for the historians, who until now ran
      * 05_reign_report, 14_family_report, 15_timeline_report and
      * the alias listing and pasted the pages together. Each king
      * starts a fresh page carrying everything held on them: the
      * kings_of_poland row with age at death, the Polish and
      * English names off king_name_aliases, every king_reign_terms
      * term with the total years reigned, the consorts off
      * royal_consorts and the historical_events attributed to the
      * king. Whatever is missing or does not add up is called out
      * on the sheet as a GAP line under its section, and the sheet
      * ends with its gap count - the list the data team works from.
      * Run as: 17_king_dossier [king-id]
      *   no argument prints every king in reign order; a king id
      *   prints that king's sheet alone.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 17_king_dossier.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
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
           01  HOSTVARS.
               05 BUFFER               PIC X(1024).
               05 sel-id               PIC 9(10).
               05 king-id              PIC 9(10).
               05 king-name            PIC X(50).
               05 king-year_of_birth   PIC 9(4).
               05 king-year_of_death   PIC 9(4).
               05 king-reign_year_start PIC 9(4).
               05 king-reign_year_end  PIC 9(4).
               05 king-dynasty         PIC X(50).
               05 alias-lang           PIC X(2).
               05 alias-name           PIC X(50).
               05 term-no              PIC 9(4).
               05 term-start           PIC 9(4).
               05 term-end             PIC 9(4).
               05 consort-name         PIC X(50).
               05 consort-birth        PIC 9(4).
               05 consort-death        PIC 9(4).
               05 marriage-year        PIC 9(4).
               05 event-year           PIC 9(4).
               05 event-type           PIC X(20).
               05 event-descr          PIC X(100).
           EXEC SQL END DECLARE SECTION END-EXEC.
           COPY 'DB-CONNECT-FIELDS.cpy'.
      * Standard report page (see REPORT-PAGE.cpy).
           COPY 'REPORT-PAGE-FIELDS.cpy'.

           01 W_ARG-LINE PIC X(20) VALUE SPACES.

           01 W_KING-COUNT PIC 9(4) VALUE 0.
           01 W_GAP-KING-COUNT PIC 9(4) VALUE 0.
           01 W_GAP-TOTAL PIC 9(5) VALUE 0.
           01 W_KING-GAPS PIC 9(3) VALUE 0.
           01 W_SECTION-ROWS PIC 9(4) VALUE 0.
           01 W_AGE-AT-DEATH PIC 9(4) VALUE 0.
           01 W_TERM-YEARS PIC 9(4) VALUE 0.
           01 W_REIGN-TOTAL PIC 9(4) VALUE 0.
           01 W_FIRST-START PIC 9(4) VALUE 0.
           01 W_LAST-END PIC 9(4) VALUE 0.
           01 W_GAP-TEXT PIC X(100) VALUE SPACES.
           01 W_NUM-SHOWN PIC Z(3)9.
           01 W_GAPS-SHOWN PIC ZZ9.

           01 B_KINGS-DONE PIC X(1) VALUE 'N'.
           01 B_ROWS-DONE PIC X(1) VALUE 'N'.
           01 B_PL-FOUND PIC X(1) VALUE 'N'.
           01 B_EN-FOUND PIC X(1) VALUE 'N'.
           01 B_LIFE-KNOWN PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.

      * Same id-on-the-command-line convention 13_king_persons uses;
      * blank means every king.
           MOVE 0 TO sel-id.
           ACCEPT W_ARG-LINE FROM COMMAND-LINE.
           IF W_ARG-LINE NOT = SPACES
               IF W_ARG-LINE(1:1) >= '0' AND W_ARG-LINE(1:1) <= '9'
                   COMPUTE sel-id = FUNCTION NUMVAL(W_ARG-LINE)
               ELSE
                   DISPLAY 'Usage: 17_king_dossier [king-id]'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM DB-CONNECT-SECTION.

           PERFORM SQL-CONNECT-WITH-RETRY-SECTION.

           EXEC SQL
               DECLARE DOSSIER_KINGS CURSOR FOR
               SELECT id, name, year_of_birth, year_of_death,
                      reign_year_start, reign_year_end, dynasty
               FROM kings_of_poland
               WHERE :sel-id = 0 OR id = :sel-id
               ORDER BY reign_year_start, id
           END-EXEC.

           PERFORM SQLSTATE-CHECK.

           EXEC SQL
               DECLARE DOSSIER_ALIASES CURSOR FOR
               SELECT language_code, alias_name
               FROM king_name_aliases
               WHERE king_id = :king-id
               ORDER BY language_code
           END-EXEC.

           PERFORM SQLSTATE-CHECK.

           EXEC SQL
               DECLARE DOSSIER_TERMS CURSOR FOR
               SELECT term_no, reign_year_start, reign_year_end
               FROM king_reign_terms
               WHERE king_id = :king-id
               ORDER BY term_no
           END-EXEC.

           PERFORM SQLSTATE-CHECK.

           EXEC SQL
               DECLARE DOSSIER_CONSORTS CURSOR FOR
               SELECT name, year_of_birth, year_of_death,
                      marriage_year
               FROM royal_consorts
               WHERE king_id = :king-id
               ORDER BY marriage_year
           END-EXEC.

           PERFORM SQLSTATE-CHECK.

           EXEC SQL
               DECLARE DOSSIER_EVENTS CURSOR FOR
               SELECT event_year, event_type, description
               FROM historical_events
               WHERE king_id = :king-id
               ORDER BY event_year
           END-EXEC.

           PERFORM SQLSTATE-CHECK.

           EXEC SQL
               OPEN DOSSIER_KINGS
           END-EXEC.

           PERFORM SQLSTATE-CHECK.

           MOVE 'KINGS OF POLAND - KING DOSSIER' TO W_RP-TITLE.
           MOVE '17_KING_DOSSIER' TO W_RP-PROGRAM.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE DB-NAME TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.

           PERFORM UNTIL B_KINGS-DONE = 'Y'
               EXEC SQL
                   FETCH DOSSIER_KINGS
                   INTO
                       :king-id,
                       :king-name,
                       :king-year_of_birth,
                       :king-year_of_death,
                       :king-reign_year_start,
                       :king-reign_year_end,
                       :king-dynasty
               END-EXEC
               PERFORM SQLSTATE-CHECK
               IF SQLCODE = 100
                   MOVE 'Y' TO B_KINGS-DONE
               ELSE
                   ADD 1 TO W_KING-COUNT
                   PERFORM DOSSIER-ONE-KING-SECTION
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE DOSSIER_KINGS
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           IF W_KING-COUNT = 0 AND sel-id NOT = 0
               PERFORM REPORT-ABANDON-SECTION
               DISPLAY 'No king with id 'sel-id
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE W_KING-COUNT TO W_RP-RECORD-COUNT
               PERFORM REPORT-CLOSE-SECTION
               DISPLAY W_KING-COUNT' dossier sheet(s), '
                   W_GAP-KING-COUNT' with gaps ('W_GAP-TOTAL
                   ' gap line(s))'
           END-IF.

           EXEC SQL
               CONNECT RESET
           END-EXEC.
           PERFORM SQLSTATE-CHECK.
       STOP RUN.

      * One sheet - always on a page of its own.
       DOSSIER-ONE-KING-SECTION SECTION.
           MOVE 0 TO W_KING-GAPS.
           IF W_KING-COUNT > 1
               PERFORM REPORT-NEW-PAGE-SECTION
           END-IF.

           STRING 'KING ' DELIMITED BY SIZE
                  king-id DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  king-name DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           PERFORM REPORT-LINE-SECTION.

           PERFORM DOSSIER-ROW-SECTION.
           PERFORM DOSSIER-NAMES-SECTION.
           PERFORM DOSSIER-TERMS-SECTION.
           PERFORM DOSSIER-CONSORTS-SECTION.
           PERFORM DOSSIER-EVENTS-SECTION.

           PERFORM REPORT-LINE-SECTION.
           IF W_KING-GAPS = 0
               MOVE 'NO GAPS - every section is filled in'
                   TO W_RP-LINE
           ELSE
               ADD 1 TO W_GAP-KING-COUNT
               MOVE W_KING-GAPS TO W_GAPS-SHOWN
               STRING W_GAPS-SHOWN DELIMITED BY SIZE
                      ' GAP(S) ON THIS SHEET' DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
           END-IF.
           PERFORM REPORT-LINE-SECTION.

      * The kings_of_poland row itself, with age at death worked
      * out the way 05_reign_report does - only when both years are
      * there and the right way round.
       DOSSIER-ROW-SECTION SECTION.
           MOVE 'RECORD' TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.

           STRING '  Dynasty        ' DELIMITED BY SIZE
                  king-dynasty DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           IF king-dynasty = SPACES
               MOVE 'no dynasty recorded' TO W_GAP-TEXT
               PERFORM DOSSIER-GAP-SECTION
           END-IF.

           STRING '  Born - died    ' DELIMITED BY SIZE
                  king-year_of_birth DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  king-year_of_death DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

           MOVE 'N' TO B_LIFE-KNOWN.
           EVALUATE TRUE
               WHEN king-year_of_birth = 0
                   MOVE 'year of birth not recorded - no age at death'
                       TO W_GAP-TEXT
                   PERFORM DOSSIER-GAP-SECTION
               WHEN king-year_of_death = 0
                   MOVE 'year of death not recorded - no age at death'
                       TO W_GAP-TEXT
                   PERFORM DOSSIER-GAP-SECTION
               WHEN king-year_of_death < king-year_of_birth
                   MOVE 'died before being born - no age at death'
                       TO W_GAP-TEXT
                   PERFORM DOSSIER-GAP-SECTION
               WHEN OTHER
                   MOVE 'Y' TO B_LIFE-KNOWN
                   COMPUTE W_AGE-AT-DEATH =
                       king-year_of_death - king-year_of_birth
                   MOVE W_AGE-AT-DEATH TO W_NUM-SHOWN
                   STRING '  Age at death   ' DELIMITED BY SIZE
                          W_NUM-SHOWN DELIMITED BY SIZE
                      INTO W_RP-LINE
                   END-STRING
                   PERFORM REPORT-LINE-SECTION
           END-EVALUATE.

           STRING '  Reign (row)    ' DELIMITED BY SIZE
                  king-reign_year_start DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  king-reign_year_end DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

      * Every alias held, with the two languages the historians
      * publish in called out when missing.
       DOSSIER-NAMES-SECTION SECTION.
           PERFORM REPORT-LINE-SECTION.
           MOVE 'NAMES' TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.

           MOVE 'N' TO B_PL-FOUND.
           MOVE 'N' TO B_EN-FOUND.
           MOVE 'N' TO B_ROWS-DONE.
           EXEC SQL
               OPEN DOSSIER_ALIASES
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           PERFORM UNTIL B_ROWS-DONE = 'Y'
               EXEC SQL
                   FETCH DOSSIER_ALIASES
                   INTO
                       :alias-lang,
                       :alias-name
               END-EXEC
               PERFORM SQLSTATE-CHECK
               IF SQLCODE = 100
                   MOVE 'Y' TO B_ROWS-DONE
               ELSE
                   EVALUATE alias-lang
                       WHEN 'PL'
                           MOVE 'Y' TO B_PL-FOUND
                       WHEN 'EN'
                           MOVE 'Y' TO B_EN-FOUND
                   END-EVALUATE
                   STRING '  ' DELIMITED BY SIZE
                          alias-lang DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          alias-name DELIMITED BY SIZE
                       INTO W_RP-LINE
                   END-STRING
                   PERFORM REPORT-LINE-SECTION
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE DOSSIER_ALIASES
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           IF B_PL-FOUND = 'N'
               MOVE 'no Polish (PL) name on king_name_aliases'
                   TO W_GAP-TEXT
               PERFORM DOSSIER-GAP-SECTION
           END-IF.
           IF B_EN-FOUND = 'N'
               MOVE 'no English (EN) name on king_name_aliases'
                   TO W_GAP-TEXT
               PERFORM DOSSIER-GAP-SECTION
           END-IF.

      * Every term with its length, and the total reign across
      * them. The terms are checked against each other's order, the
      * king's lifetime and the reign window on the king row.
       DOSSIER-TERMS-SECTION SECTION.
           PERFORM REPORT-LINE-SECTION.
           MOVE 'REIGN TERMS' TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.

           MOVE 0 TO W_SECTION-ROWS.
           MOVE 0 TO W_REIGN-TOTAL.
           MOVE 0 TO W_FIRST-START.
           MOVE 0 TO W_LAST-END.
           MOVE 'N' TO B_ROWS-DONE.
           EXEC SQL
               OPEN DOSSIER_TERMS
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           PERFORM UNTIL B_ROWS-DONE = 'Y'
               EXEC SQL
                   FETCH DOSSIER_TERMS
                   INTO
                       :term-no,
                       :term-start,
                       :term-end
               END-EXEC
               PERFORM SQLSTATE-CHECK
               IF SQLCODE = 100
                   MOVE 'Y' TO B_ROWS-DONE
               ELSE
                   ADD 1 TO W_SECTION-ROWS
                   PERFORM DOSSIER-ONE-TERM-SECTION
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE DOSSIER_TERMS
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           IF W_SECTION-ROWS = 0
               MOVE 'no reign terms on king_reign_terms'
                   TO W_GAP-TEXT
               PERFORM DOSSIER-GAP-SECTION
           ELSE
               MOVE W_REIGN-TOTAL TO W_NUM-SHOWN
               STRING '  Reign length   ' DELIMITED BY SIZE
                      W_NUM-SHOWN DELIMITED BY SIZE
                      ' year(s) in total' DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
               IF W_FIRST-START NOT = king-reign_year_start
                  OR W_LAST-END NOT = king-reign_year_end
                   MOVE 'terms do not span the reign on the king row'
                       TO W_GAP-TEXT
                   PERFORM DOSSIER-GAP-SECTION
               END-IF
           END-IF.

       DOSSIER-ONE-TERM-SECTION SECTION.
           IF term-end < term-start
               MOVE 0 TO W_TERM-YEARS
           ELSE
               COMPUTE W_TERM-YEARS = term-end - term-start
           END-IF.
           ADD W_TERM-YEARS TO W_REIGN-TOTAL.
           IF W_SECTION-ROWS = 1 OR term-start < W_FIRST-START
               MOVE term-start TO W_FIRST-START
           END-IF.
           IF term-end > W_LAST-END
               MOVE term-end TO W_LAST-END
           END-IF.

           MOVE W_TERM-YEARS TO W_NUM-SHOWN.
           STRING '  Term ' DELIMITED BY SIZE
                  term-no DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  term-start DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  term-end DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  W_NUM-SHOWN DELIMITED BY SIZE
                  ' year(s)' DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

           IF term-end < term-start
               MOVE 'term ends before it starts' TO W_GAP-TEXT
               PERFORM DOSSIER-GAP-SECTION
           END-IF.
           IF B_LIFE-KNOWN = 'Y'
               IF term-start < king-year_of_birth
                  OR term-end > king-year_of_death
                   MOVE 'term falls outside the king''s lifetime'
                       TO W_GAP-TEXT
                   PERFORM DOSSIER-GAP-SECTION
               END-IF
           END-IF.

       DOSSIER-CONSORTS-SECTION SECTION.
           PERFORM REPORT-LINE-SECTION.
           MOVE 'CONSORTS' TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.

           MOVE 0 TO W_SECTION-ROWS.
           MOVE 'N' TO B_ROWS-DONE.
           EXEC SQL
               OPEN DOSSIER_CONSORTS
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           PERFORM UNTIL B_ROWS-DONE = 'Y'
               EXEC SQL
                   FETCH DOSSIER_CONSORTS
                   INTO
                       :consort-name,
                       :consort-birth,
                       :consort-death,
                       :marriage-year
               END-EXEC
               PERFORM SQLSTATE-CHECK
               IF SQLCODE = 100
                   MOVE 'Y' TO B_ROWS-DONE
               ELSE
                   ADD 1 TO W_SECTION-ROWS
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

           EXEC SQL
               CLOSE DOSSIER_CONSORTS
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           IF W_SECTION-ROWS = 0
               MOVE 'no consorts on royal_consorts' TO W_GAP-TEXT
               PERFORM DOSSIER-GAP-SECTION
           END-IF.

      * Only the events attributed to the king by king_id - the
      * merely-contemporary ones are 15_timeline_report's business.
       DOSSIER-EVENTS-SECTION SECTION.
           PERFORM REPORT-LINE-SECTION.
           MOVE 'EVENTS' TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.

           MOVE 0 TO W_SECTION-ROWS.
           MOVE 'N' TO B_ROWS-DONE.
           EXEC SQL
               OPEN DOSSIER_EVENTS
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           PERFORM UNTIL B_ROWS-DONE = 'Y'
               EXEC SQL
                   FETCH DOSSIER_EVENTS
                   INTO
                       :event-year,
                       :event-type,
                       :event-descr
               END-EXEC
               PERFORM SQLSTATE-CHECK
               IF SQLCODE = 100
                   MOVE 'Y' TO B_ROWS-DONE
               ELSE
                   ADD 1 TO W_SECTION-ROWS
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

           EXEC SQL
               CLOSE DOSSIER_EVENTS
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           IF W_SECTION-ROWS = 0
               MOVE 'no events attributed on historical_events'
                   TO W_GAP-TEXT
               PERFORM DOSSIER-GAP-SECTION
           END-IF.

      * Prints W_GAP-TEXT as the sheet's next GAP line.
       DOSSIER-GAP-SECTION SECTION.
           ADD 1 TO W_KING-GAPS.
           ADD 1 TO W_GAP-TOTAL.
           STRING '  ** GAP: ' DELIMITED BY SIZE
                  W_GAP-TEXT DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

       COPY 'SQLSTATE-CHECK.cpy'.
       COPY 'DB-CONNECT.cpy'.
       COPY 'REPORT-PAGE.cpy'.
