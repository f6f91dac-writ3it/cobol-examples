      * "Who was crowned here, who is buried here" - the visitor
      * desk's question, answered off places and king_places (see
      * 20_place_maintain). One group per place in name order: the
      * place and its town or region, then every king connected to
      * it and in what role - BIRTH, CORONATION, DEATH, BURIAL, in
      * that order, each role by reign - and the number of kings
      * the place counts. A place no king is linked to yet is still
      * listed, so a new entry shows up before anyone links to it.
      * The report ends with how many kings still have no
      * coronation or no burial place on file - the curators' list.
      * Run as: 20_places_report [language-code]
      *   king names as in 08_dynasty_report - PL by default, or
      *   the alias in the language given (e.g. EN).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 20_places_report.

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
               05 place-id             PIC 9(10).
               05 place-name           PIC X(50).
               05 place-region         PIC X(50).
               05 place-kings          PIC 9(6).
               05 place-type           PIC X(10).
               05 king-id              PIC 9(10).
               05 king-name            PIC X(50).
               05 king-reign_year_start PIC 9(4).
               05 king-reign_year_end  PIC 9(4).
               05 cnt-no-coronation    PIC 9(6).
               05 cnt-no-burial        PIC 9(6).
           EXEC SQL END DECLARE SECTION END-EXEC.
           COPY 'DB-CONNECT-FIELDS.cpy'.
      * Standard report page (see REPORT-PAGE.cpy).
           COPY 'REPORT-PAGE-FIELDS.cpy'.

      * Optional language code on the command line (e.g. EN) -
      * the same alias rendering 08_dynasty_report applies.
           01 W_LANG-ARG PIC X(10) VALUE SPACES.

           01 W_LINE-COUNT PIC 9(6) VALUE 0.
           01 W_PLACE-COUNT PIC 9(6) VALUE 0.
           01 W_COUNT-SHOWN PIC Z(5)9.

           01 W_COLUMN-HEADING.
               02 FILLER PIC X(4) VALUE SPACES.
               02 FILLER PIC X(12) VALUE 'ROLE'.
               02 FILLER PIC X(12) VALUE 'KING ID'.
               02 FILLER PIC X(51) VALUE 'NAME'.
               02 FILLER PIC X(9) VALUE 'REIGN'.

           01 W_DETAIL-LINE.
               02 FILLER PIC X(4) VALUE SPACES.
               02 W_DL-ROLE PIC X(12).
               02 W_DL-KING-ID PIC Z(9)9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 W_DL-NAME PIC X(50).
               02 FILLER PIC X(1) VALUE SPACE.
               02 W_DL-START PIC 9(4).
               02 FILLER PIC X(1) VALUE '-'.
               02 W_DL-END PIC 9(4).

      * Control-break-by-place tracking - the first-record-switch/
      * previous-value idiom 08_dynasty_report breaks on dynasty
      * with, broken on the place id here (two places never share
      * a name, but the id is what the rows hang off).
           01 W_FIRST-RECORD-SW PIC X(1) VALUE 'Y'.
           01 W_PREV-PLACE-ID PIC 9(10) VALUE 0.
           01 W_PREV-PLACE-KINGS PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

           MOVE 'PL' TO lang-code.
           ACCEPT W_LANG-ARG FROM COMMAND-LINE.
           IF W_LANG-ARG NOT = SPACES
               MOVE W_LANG-ARG(1:2) TO lang-code
           END-IF.

           PERFORM DB-CONNECT-SECTION.

           PERFORM SQL-CONNECT-WITH-RETRY-SECTION.

      * Every place, with its links when there are any - the LEFT
      * JOINs keep an unlinked place as one row with an empty role.
           EXEC SQL
               DECLARE PLACE_KINGS CURSOR FOR
               SELECT p.place_id, p.name, p.region,
                   (SELECT count(DISTINCT x.king_id)
                    FROM king_places x
                    WHERE x.place_id = p.place_id),
                   COALESCE(kp.place_type, ''),
                   COALESCE(k.id, 0),
                   COALESCE((SELECT a.alias_name
                             FROM king_name_aliases a
                             WHERE a.king_id = k.id
                               AND a.language_code = :lang-code),
                            k.name, ''),
                   COALESCE(k.reign_year_start, 0),
                   COALESCE(k.reign_year_end, 0)
               FROM places p
               LEFT JOIN king_places kp
                   ON kp.place_id = p.place_id
               LEFT JOIN kings_of_poland k
                   ON k.id = kp.king_id
               ORDER BY p.name, p.place_id,
                   CASE kp.place_type
                       WHEN 'BIRTH' THEN 1
                       WHEN 'CORONATION' THEN 2
                       WHEN 'DEATH' THEN 3
                       WHEN 'BURIAL' THEN 4
                       ELSE 5 END,
                   k.reign_year_start, k.id
           END-EXEC.

           PERFORM SQLSTATE-CHECK.

           EXEC SQL
               OPEN PLACE_KINGS
           END-EXEC.

           PERFORM SQLSTATE-CHECK.

           MOVE 'KINGS OF POLAND BY PLACE' TO W_RP-TITLE.
           MOVE '20_PLACES_REPORT' TO W_RP-PROGRAM.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE DB-NAME TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.
           MOVE W_COLUMN-HEADING TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH PLACE_KINGS
                   INTO
                       :place-id,
                       :place-name,
                       :place-region,
                       :place-kings,
                       :place-type,
                       :king-id,
                       :king-name,
                       :king-reign_year_start,
                       :king-reign_year_end
               END-EXEC
               PERFORM SQLSTATE-CHECK
               IF SQLCODE NOT = 100
                   PERFORM PLACE-BREAK-CHECK-SECTION
                   IF place-type NOT = SPACES
                       MOVE place-type TO W_DL-ROLE
                       MOVE king-id TO W_DL-KING-ID
                       MOVE king-name TO W_DL-NAME
                       MOVE king-reign_year_start TO W_DL-START
                       MOVE king-reign_year_end TO W_DL-END
                       MOVE W_DETAIL-LINE TO W_RP-LINE
                       PERFORM REPORT-LINE-SECTION
                       ADD 1 TO W_LINE-COUNT
                   END-IF
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE PLACE_KINGS
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           IF W_PLACE-COUNT > 0
               PERFORM DISPLAY-PLACE-SUBTOTAL-SECTION
           END-IF.

           PERFORM DISPLAY-MISSING-PLACES-SECTION.

           MOVE W_LINE-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.
           DISPLAY W_PLACE-COUNT" place(s), "W_LINE-COUNT
               " king link(s) listed".

           EXEC SQL
               CONNECT RESET
           END-EXEC.
           PERFORM SQLSTATE-CHECK.
       STOP RUN.

       COPY 'SQLSTATE-CHECK.cpy'.
       COPY 'DB-CONNECT.cpy'.
       COPY 'REPORT-PAGE.cpy'.

      * Closes the previous place's group and heads the next one
      * whenever the fetched row belongs to a different place.
       PLACE-BREAK-CHECK-SECTION SECTION.
           IF W_FIRST-RECORD-SW = 'N'
               AND place-id = W_PREV-PLACE-ID
               GO TO PLACE-BREAK-CHECK-EXIT
           END-IF.
           IF W_FIRST-RECORD-SW = 'N'
               PERFORM DISPLAY-PLACE-SUBTOTAL-SECTION
           END-IF.
           MOVE 'N' TO W_FIRST-RECORD-SW.
           MOVE place-id TO W_PREV-PLACE-ID.
           MOVE place-kings TO W_PREV-PLACE-KINGS.
           ADD 1 TO W_PLACE-COUNT.

           PERFORM REPORT-LINE-SECTION.
           IF place-region = SPACES
               MOVE place-name TO W_RP-LINE
           ELSE
               STRING place-name DELIMITED BY '  '
                      ' (' DELIMITED BY SIZE
                      place-region DELIMITED BY '  '
                      ')' DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
           END-IF.
           PERFORM REPORT-LINE-SECTION.

       PLACE-BREAK-CHECK-EXIT.
           EXIT.

       DISPLAY-PLACE-SUBTOTAL-SECTION SECTION.
           IF W_PREV-PLACE-KINGS = 0
               MOVE '    no kings linked to this place yet'
                   TO W_RP-LINE
           ELSE
               MOVE W_PREV-PLACE-KINGS TO W_COUNT-SHOWN
               STRING '    ' DELIMITED BY SIZE
                      FUNCTION TRIM(W_COUNT-SHOWN) DELIMITED BY SIZE
                      ' king(s) connected to this place'
                          DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
           END-IF.
           PERFORM REPORT-LINE-SECTION.

      * Kings still waiting for a coronation or a burial place -
      * the two roles the visitor desk is asked about most.
       DISPLAY-MISSING-PLACES-SECTION SECTION.
           EXEC SQL
               SELECT
                 (SELECT count(*) FROM kings_of_poland k
                  WHERE NOT EXISTS (SELECT 1 FROM king_places kp
                                    WHERE kp.king_id = k.id
                                      AND kp.place_type =
                                          'CORONATION')),
                 (SELECT count(*) FROM kings_of_poland k
                  WHERE NOT EXISTS (SELECT 1 FROM king_places kp
                                    WHERE kp.king_id = k.id
                                      AND kp.place_type = 'BURIAL'))
               INTO :cnt-no-coronation, :cnt-no-burial
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           PERFORM REPORT-LINE-SECTION.
           MOVE cnt-no-coronation TO W_COUNT-SHOWN.
           STRING 'Kings with no coronation place on file: '
                      DELIMITED BY SIZE
                  FUNCTION TRIM(W_COUNT-SHOWN) DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           MOVE cnt-no-burial TO W_COUNT-SHOWN.
           STRING 'Kings with no burial place on file:     '
                      DELIMITED BY SIZE
                  FUNCTION TRIM(W_COUNT-SHOWN) DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
