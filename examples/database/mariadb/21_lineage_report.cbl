      * Blood lines across the dynasties - the dynasty report puts
      * each king under his house and stops there, so it cannot show
      * that the Jagiellonian line ran on through a daughter into
      * the Vasas. This walks king_parents (see
      * 21_succession_maintain) from every king who heads a line -
      * a king with a child on file but no parent on file - down
      * through his descendants, each generation indented under its
      * parent and children in reign order. Every king prints with
      * his house, and where a child's house is not the parent's the
      * line says so: those are the crossings the historians are
      * after. A king with two reigning parents appears under both
      * of their lines. The report ends with the number of lines,
      * crossings, and kings with no blood link to any other king.
      * Run as: 21_lineage_report [language-code]
      *   king names as in 08_dynasty_report - PL by default, or
      *   the alias in the language given (e.g. EN).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 21_lineage_report.

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
               05 lang-code            PIC X(2).
               05 line-depth           PIC 9(2).
               05 line-root-id         PIC 9(10).
               05 king-id              PIC 9(10).
               05 king-name            PIC X(50).
               05 king-dynasty         PIC X(50).
               05 king-reign_year_start PIC 9(4).
               05 king-reign_year_end  PIC 9(4).
               05 parent-dynasty       PIC X(50).
               05 cnt-unlinked         PIC 9(6).
           EXEC SQL END DECLARE SECTION END-EXEC.
           COPY 'DB-CONNECT-FIELDS.cpy'.
      * Standard report page (see REPORT-PAGE.cpy).
           COPY 'REPORT-PAGE-FIELDS.cpy'.

      * Optional language code on the command line (e.g. EN) -
      * the same alias rendering 08_dynasty_report applies.
           01 W_LANG-ARG PIC X(10) VALUE SPACES.

           01 W_LINE-COUNT PIC 9(6) VALUE 0.
           01 W_ROOT-COUNT PIC 9(6) VALUE 0.
           01 W_CROSSING-COUNT PIC 9(6) VALUE 0.
           01 W_COUNT-SHOWN PIC Z(5)9.

      * Two columns of indent per generation, held at 40 so a
      * runaway chain still leaves the name on the page.
           01 W_INDENT PIC 9(3) VALUE 0.
           01 W_LINEAGE-TEXT PIC X(132) VALUE SPACES.

      * Line-of-descent break - a new line starts whenever the row
      * belongs to a different head-of-line king than the last.
           01 W_PREV-ROOT-ID PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.

           MOVE 'PL' TO lang-code.
           ACCEPT W_LANG-ARG FROM COMMAND-LINE.
           IF W_LANG-ARG NOT = SPACES
               MOVE W_LANG-ARG(1:2) TO lang-code
           END-IF.

           PERFORM DB-CONNECT-SECTION.

           PERFORM SQL-CONNECT-WITH-RETRY-SECTION.

      * Each row of the recursive walk carries the path of
      * (reign start, id) pairs from the head of its line down to
      * itself - ordering on that path prints every king straight
      * under his parent, brothers in reign order. The depth limit
      * stops a bad link that loops from running forever.
           EXEC SQL
               DECLARE LINEAGE CURSOR FOR
               WITH RECURSIVE line_of (king_id, parent_id, root_id,
                                       depth, path) AS (
                   SELECT k.id, 0, k.id, 0,
                          CAST(CONCAT(LPAD(k.reign_year_start, 4,
                                           '0'),
                                      LPAD(k.id, 10, '0'))
                               AS CHAR(600))
                   FROM kings_of_poland k
                   WHERE NOT EXISTS (SELECT 1 FROM king_parents p
                                     WHERE p.child_id = k.id)
                     AND EXISTS (SELECT 1 FROM king_parents c
                                 WHERE c.parent_id = k.id)
                   UNION ALL
                   SELECT p.child_id, p.parent_id, l.root_id,
                          l.depth + 1,
                          CONCAT(l.path,
                                 LPAD(c.reign_year_start, 4, '0'),
                                 LPAD(c.id, 10, '0'))
                   FROM line_of l
                   JOIN king_parents p ON p.parent_id = l.king_id
                   JOIN kings_of_poland c ON c.id = p.child_id
                   WHERE l.depth < 30)
               SELECT l.depth, l.root_id, k.id,
                   COALESCE((SELECT a.alias_name
                             FROM king_name_aliases a
                             WHERE a.king_id = k.id
                               AND a.language_code = :lang-code),
                            k.name),
                   k.dynasty, k.reign_year_start, k.reign_year_end,
                   COALESCE(pk.dynasty, '')
               FROM line_of l
               JOIN kings_of_poland k ON k.id = l.king_id
               LEFT JOIN kings_of_poland pk ON pk.id = l.parent_id
               ORDER BY l.path
           END-EXEC.

           PERFORM SQLSTATE-CHECK.

           EXEC SQL
               OPEN LINEAGE
           END-EXEC.

           PERFORM SQLSTATE-CHECK.

           MOVE 'KINGS OF POLAND - LINES OF DESCENT' TO W_RP-TITLE.
           MOVE '21_LINEAGE_REPORT' TO W_RP-PROGRAM.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE DB-NAME TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH LINEAGE
                   INTO
                       :line-depth,
                       :line-root-id,
                       :king-id,
                       :king-name,
                       :king-dynasty,
                       :king-reign_year_start,
                       :king-reign_year_end,
                       :parent-dynasty
               END-EXEC
               PERFORM SQLSTATE-CHECK
               IF SQLCODE NOT = 100
                   PERFORM PRINT-LINEAGE-ROW-SECTION
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE LINEAGE
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           PERFORM DISPLAY-LINEAGE-TOTALS-SECTION.

           MOVE W_LINE-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.
           DISPLAY W_ROOT-COUNT" line(s) of descent, "W_CROSSING-COUNT
               " crossing(s) between houses".

           EXEC SQL
               CONNECT RESET
           END-EXEC.
           PERFORM SQLSTATE-CHECK.
       STOP RUN.

       COPY 'SQLSTATE-CHECK.cpy'.
       COPY 'DB-CONNECT.cpy'.
       COPY 'REPORT-PAGE.cpy'.

      * One king of a line: a heading first when the line changes,
      * then the king indented by generation, with his house and
      * reign, and the crossing called out where his house is not
      * his parent's.
       PRINT-LINEAGE-ROW-SECTION SECTION.
           IF line-depth = 0 OR line-root-id NOT = W_PREV-ROOT-ID
               MOVE line-root-id TO W_PREV-ROOT-ID
               ADD 1 TO W_ROOT-COUNT
               PERFORM REPORT-LINE-SECTION
               STRING 'LINE OF ' DELIMITED BY SIZE
                      king-name DELIMITED BY '  '
                      ', HOUSE OF ' DELIMITED BY SIZE
                      king-dynasty DELIMITED BY '  '
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
           END-IF.

           COMPUTE W_INDENT = line-depth * 2 + 2.
           IF W_INDENT > 40
               MOVE 40 TO W_INDENT
           END-IF.

           MOVE SPACES TO W_LINEAGE-TEXT.
           STRING king-name DELIMITED BY '  '
                  ' (' DELIMITED BY SIZE
                  king-dynasty DELIMITED BY '  '
                  ') reigned ' DELIMITED BY SIZE
                  king-reign_year_start DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  king-reign_year_end DELIMITED BY SIZE
               INTO W_LINEAGE-TEXT
           END-STRING.
           IF line-depth > 0 AND king-dynasty NOT = parent-dynasty
               ADD 1 TO W_CROSSING-COUNT
               MOVE W_LINEAGE-TEXT TO W_RP-LINE(W_INDENT + 1:)
               PERFORM REPORT-LINE-SECTION
               MOVE SPACES TO W_LINEAGE-TEXT
               STRING '<< crosses from the house of '
                          DELIMITED BY SIZE
                      parent-dynasty DELIMITED BY '  '
                   INTO W_LINEAGE-TEXT
               END-STRING
               ADD 4 TO W_INDENT
           END-IF.
           MOVE W_LINEAGE-TEXT TO W_RP-LINE(W_INDENT + 1:).
           PERFORM REPORT-LINE-SECTION.
           ADD 1 TO W_LINE-COUNT.

       DISPLAY-LINEAGE-TOTALS-SECTION SECTION.
           EXEC SQL
               SELECT count(*) INTO :cnt-unlinked
               FROM kings_of_poland k
               WHERE NOT EXISTS (SELECT 1 FROM king_parents p
                                 WHERE p.child_id = k.id
                                    OR p.parent_id = k.id)
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           PERFORM REPORT-LINE-SECTION.
           IF W_ROOT-COUNT = 0
               MOVE 'No parent-child links between kings on file'
                   TO W_RP-LINE
               PERFORM REPORT-LINE-SECTION
           END-IF.
           MOVE W_ROOT-COUNT TO W_COUNT-SHOWN.
           STRING 'Lines of descent:                 ' DELIMITED BY SIZE
                  FUNCTION TRIM(W_COUNT-SHOWN) DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           MOVE W_CROSSING-COUNT TO W_COUNT-SHOWN.
           STRING 'Crossings between houses:         ' DELIMITED BY SIZE
                  FUNCTION TRIM(W_COUNT-SHOWN) DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           MOVE cnt-unlinked TO W_COUNT-SHOWN.
           STRING 'Kings with no blood link on file: '
                      DELIMITED BY SIZE
                  FUNCTION TRIM(W_COUNT-SHOWN) DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
