      * The museum's website team used to retype the kings data by
      * hand and it drifted from the database. This writes the
      * document they load instead, kings_publication.json - one
      * object per king in reign order, with the reign terms,
      * consorts, names by language and the king's own events
      * nested inside it:
      *   { "source", "generated_on",
      *     "kings": [ { "id", "name", "dynasty", "year_of_birth",
      *                  "year_of_death", "age_at_death",
      *                  "names": { "<language>": ... },
      *                  "reign_terms": [ ... ], "consorts": [ ... ],
      *                  "events": [ ... ] } ],
      *     "king_count" }
      * Only a king whose row passes the 08_completeness_audit
      * checks is published; the rest are listed on the run log as
      * held back (RC 4) until the row is corrected.
      * The document is written to kings_publication.json.tmp and
      * only renamed into place once complete, so the website never
      * picks up half a file - a run that dies part way leaves the
      * last good document where it was. Each published document is
      * registered on the outbound manifest (see MANIFEST.cpy).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 18_publish_kings.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PUBLISH-OUT ASSIGN TO
                       'kings_publication.json.tmp'
                   ORGANIZATION IS LINE SEQUENTIAL.

      * Outbound transmission manifest - see MANIFEST.cpy.
               SELECT MANIFEST-LOG ASSIGN TO
                       'outbound_manifest.log'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SQL-ERROR-LOG ASSIGN TO 'sql_error.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           COPY 'SQL-ERROR-LOG.cpy'.

           COPY 'MANIFEST-LOG.cpy'.

           FD PUBLISH-OUT.
           01 PO_LINE PIC X(400).

           WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  HOSTVARS.
               05 BUFFER               PIC X(1024).
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

           01 W_TMP-FILENAME PIC X(60)
               VALUE 'kings_publication.json.tmp'.
           01 W_PUB-FILENAME PIC X(60)
               VALUE 'kings_publication.json'.
           01 W_CALL-RC PIC S9(9) VALUE 0.
           01 W_TODAY PIC 9(8) VALUE 0.
           01 W_TODAY-PARTS REDEFINES W_TODAY.
               02 W_TODAY-YYYY PIC 9(4).
               02 W_TODAY-MM PIC 9(2).
               02 W_TODAY-DD PIC 9(2).

           01 W_PUBLISHED-COUNT PIC 9(6) VALUE 0.
           01 W_HELD-COUNT PIC 9(6) VALUE 0.
           01 W_KING-ID-SUM PIC 9(12) VALUE 0.
           01 W_AGE-AT-DEATH PIC 9(4) VALUE 0.
           01 W_ELEMENT-COUNT PIC 9(4) VALUE 0.
           01 B_KINGS-DONE PIC X(1) VALUE 'N'.
           01 B_ROWS-DONE PIC X(1) VALUE 'N'.
           01 B_KING-OK PIC X(1) VALUE 'Y'.

      * Document building. Each line is STRINGed into W_JS-LINE at
      * W_JS-PTR and handed to JSON-PUT-SECTION, which holds it back
      * one line so the comma between array elements can still be
      * added to the end of the element before it.
           01 W_JS-LINE PIC X(400) VALUE SPACES.
           01 W_JS-PTR PIC 9(4) VALUE 1.
           01 W_JS-PENDING PIC X(400) VALUE SPACES.
           01 W_JS-PENDING-LEN PIC 9(4) VALUE 0.
           01 B_JS-PENDING PIC X(1) VALUE 'N'.
           01 W_JS-NUM PIC Z(9)9.
           01 W_JS-TEXT PIC X(100) VALUE SPACES.
           01 W_JS-QUOTED PIC X(210) VALUE SPACES.
           01 W_JS-QUOTED-LEN PIC 9(4) VALUE 0.
           01 W_JS-TEXT-LEN PIC 9(4) VALUE 0.
           01 W_JS-IX PIC 9(4) VALUE 0.

           COPY 'MANIFEST-FIELDS.cpy'.

       PROCEDURE DIVISION.

           ACCEPT W_TODAY FROM DATE YYYYMMDD.

      * A leftover from a run that died is never shipped.
           CALL 'CBL_DELETE_FILE' USING W_TMP-FILENAME.
           MOVE 0 TO RETURN-CODE.

           PERFORM DB-CONNECT-SECTION.

           PERFORM SQL-CONNECT-WITH-RETRY-SECTION.

           EXEC SQL
               DECLARE PUBLISH_KINGS CURSOR FOR
               SELECT id, name, year_of_birth, year_of_death,
                      reign_year_start, reign_year_end, dynasty
               FROM kings_of_poland
               ORDER BY reign_year_start, id
           END-EXEC.

           PERFORM SQLSTATE-CHECK.

           EXEC SQL
               DECLARE PUBLISH_ALIASES CURSOR FOR
               SELECT language_code, alias_name
               FROM king_name_aliases
               WHERE king_id = :king-id
               ORDER BY language_code
           END-EXEC.

           PERFORM SQLSTATE-CHECK.

           EXEC SQL
               DECLARE PUBLISH_TERMS CURSOR FOR
               SELECT term_no, reign_year_start, reign_year_end
               FROM king_reign_terms
               WHERE king_id = :king-id
               ORDER BY term_no
           END-EXEC.

           PERFORM SQLSTATE-CHECK.

           EXEC SQL
               DECLARE PUBLISH_CONSORTS CURSOR FOR
               SELECT name, year_of_birth, year_of_death,
                      marriage_year
               FROM royal_consorts
               WHERE king_id = :king-id
               ORDER BY marriage_year
           END-EXEC.

           PERFORM SQLSTATE-CHECK.

           EXEC SQL
               DECLARE PUBLISH_EVENTS CURSOR FOR
               SELECT event_year, event_type, description
               FROM historical_events
               WHERE king_id = :king-id
               ORDER BY event_year
           END-EXEC.

           PERFORM SQLSTATE-CHECK.

           EXEC SQL
               OPEN PUBLISH_KINGS
           END-EXEC.

           PERFORM SQLSTATE-CHECK.

           OPEN OUTPUT PUBLISH-OUT.

           STRING '{' DELIMITED BY SIZE
               INTO W_JS-LINE WITH POINTER W_JS-PTR
           END-STRING.
           PERFORM JSON-PUT-SECTION.
           STRING '  "source": "kings_of_poland",' DELIMITED BY SIZE
               INTO W_JS-LINE WITH POINTER W_JS-PTR
           END-STRING.
           PERFORM JSON-PUT-SECTION.
           STRING '  "generated_on": "' DELIMITED BY SIZE
                  W_TODAY-YYYY DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  W_TODAY-MM DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  W_TODAY-DD DELIMITED BY SIZE
                  '",' DELIMITED BY SIZE
               INTO W_JS-LINE WITH POINTER W_JS-PTR
           END-STRING.
           PERFORM JSON-PUT-SECTION.
           STRING '  "kings": [' DELIMITED BY SIZE
               INTO W_JS-LINE WITH POINTER W_JS-PTR
           END-STRING.
           PERFORM JSON-PUT-SECTION.

           PERFORM UNTIL B_KINGS-DONE = 'Y'
               EXEC SQL
                   FETCH PUBLISH_KINGS
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
                   PERFORM CHECK-ONE-KING-SECTION
                   IF B_KING-OK = 'Y'
                       ADD 1 TO W_PUBLISHED-COUNT
                       ADD king-id TO W_KING-ID-SUM
                       PERFORM PUBLISH-ONE-KING-SECTION
                   ELSE
                       ADD 1 TO W_HELD-COUNT
                   END-IF
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE PUBLISH_KINGS
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           STRING '  ],' DELIMITED BY SIZE
               INTO W_JS-LINE WITH POINTER W_JS-PTR
           END-STRING.
           PERFORM JSON-PUT-SECTION.
           MOVE W_PUBLISHED-COUNT TO W_JS-NUM.
           STRING '  "king_count": ' DELIMITED BY SIZE
                  FUNCTION TRIM(W_JS-NUM) DELIMITED BY SIZE
               INTO W_JS-LINE WITH POINTER W_JS-PTR
           END-STRING.
           PERFORM JSON-PUT-SECTION.
           STRING '}' DELIMITED BY SIZE
               INTO W_JS-LINE WITH POINTER W_JS-PTR
           END-STRING.
           PERFORM JSON-PUT-SECTION.
           PERFORM JSON-FLUSH-SECTION.

           CLOSE PUBLISH-OUT.

           EXEC SQL
               CONNECT RESET
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           CALL 'CBL_RENAME_FILE' USING W_TMP-FILENAME,
               W_PUB-FILENAME.
           MOVE RETURN-CODE TO W_CALL-RC.
           MOVE 0 TO RETURN-CODE.
           IF W_CALL-RC NOT = 0
               DISPLAY '** kings_publication.json.tmp could not be '
                   'renamed into place - nothing published; the '
                   'previous document stands'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY W_PUBLISHED-COUNT' king(s) published to '
               'kings_publication.json'.
           DISPLAY W_HELD-COUNT' king(s) held back'.

           MOVE 'kings_publication.json' TO W_MANIFEST-FILENAME.
           MOVE W_PUBLISHED-COUNT TO W_MANIFEST-COUNT.
           MOVE W_KING-ID-SUM TO W_MANIFEST-ID-SUM.
           PERFORM WRITE-MANIFEST-SECTION.

           IF W_HELD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

      * The same row checks 08_completeness_audit makes - a king
      * failing any of them is held back and each reason listed.
       CHECK-ONE-KING-SECTION SECTION.
           MOVE 'Y' TO B_KING-OK.

           IF king-year_of_death < king-year_of_birth
               DISPLAY '** HELD BACK 'king-name' ('king-id') died '
                   king-year_of_death' before being born '
                   king-year_of_birth
               MOVE 'N' TO B_KING-OK
           END-IF.

           IF king-reign_year_start > king-reign_year_end
               DISPLAY '** HELD BACK 'king-name' ('king-id') reign '
                   'starts 'king-reign_year_start' after it ends '
                   king-reign_year_end
               MOVE 'N' TO B_KING-OK
           END-IF.

           IF king-reign_year_start < king-year_of_birth
               DISPLAY '** HELD BACK 'king-name' ('king-id') reign '
                   'starts 'king-reign_year_start' before birth '
                   king-year_of_birth
               MOVE 'N' TO B_KING-OK
           END-IF.

           IF king-reign_year_end > king-year_of_death
               DISPLAY '** HELD BACK 'king-name' ('king-id') reign '
                   'ends 'king-reign_year_end' after death '
                   king-year_of_death
               MOVE 'N' TO B_KING-OK
           END-IF.

       PUBLISH-ONE-KING-SECTION SECTION.
           IF W_PUBLISHED-COUNT > 1
               PERFORM JSON-COMMA-SECTION
           END-IF.
           STRING '    {' DELIMITED BY SIZE
               INTO W_JS-LINE WITH POINTER W_JS-PTR
           END-STRING.
           PERFORM JSON-PUT-SECTION.

           MOVE king-id TO W_JS-NUM.
           STRING '      "id": ' DELIMITED BY SIZE
                  FUNCTION TRIM(W_JS-NUM) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
               INTO W_JS-LINE WITH POINTER W_JS-PTR
           END-STRING.
           PERFORM JSON-PUT-SECTION.

           MOVE king-name TO W_JS-TEXT.
           PERFORM JSON-TEXT-SECTION.
           STRING '      "name": ' DELIMITED BY SIZE
                  W_JS-QUOTED(1:W_JS-QUOTED-LEN) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
               INTO W_JS-LINE WITH POINTER W_JS-PTR
           END-STRING.
           PERFORM JSON-PUT-SECTION.

           MOVE king-dynasty TO W_JS-TEXT.
           PERFORM JSON-TEXT-SECTION.
           STRING '      "dynasty": ' DELIMITED BY SIZE
                  W_JS-QUOTED(1:W_JS-QUOTED-LEN) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
               INTO W_JS-LINE WITH POINTER W_JS-PTR
           END-STRING.
           PERFORM JSON-PUT-SECTION.

           MOVE king-year_of_birth TO W_JS-NUM.
           STRING '      "year_of_birth": ' DELIMITED BY SIZE
                  FUNCTION TRIM(W_JS-NUM) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
               INTO W_JS-LINE WITH POINTER W_JS-PTR
           END-STRING.
           PERFORM JSON-PUT-SECTION.

           MOVE king-year_of_death TO W_JS-NUM.
           STRING '      "year_of_death": ' DELIMITED BY SIZE
                  FUNCTION TRIM(W_JS-NUM) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
               INTO W_JS-LINE WITH POINTER W_JS-PTR
           END-STRING.
           PERFORM JSON-PUT-SECTION.

           COMPUTE W_AGE-AT-DEATH =
               king-year_of_death - king-year_of_birth.
           MOVE W_AGE-AT-DEATH TO W_JS-NUM.
           STRING '      "age_at_death": ' DELIMITED BY SIZE
                  FUNCTION TRIM(W_JS-NUM) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
               INTO W_JS-LINE WITH POINTER W_JS-PTR
           END-STRING.
           PERFORM JSON-PUT-SECTION.

           PERFORM PUBLISH-NAMES-SECTION.
           PERFORM PUBLISH-TERMS-SECTION.
           PERFORM PUBLISH-CONSORTS-SECTION.
           PERFORM PUBLISH-EVENTS-SECTION.

           STRING '    }' DELIMITED BY SIZE
               INTO W_JS-LINE WITH POINTER W_JS-PTR
           END-STRING.
           PERFORM JSON-PUT-SECTION.

      * "names" is keyed by the lower-case language code, so the
      * website picks its pl or en form directly.
       PUBLISH-NAMES-SECTION SECTION.
           STRING '      "names": {' DELIMITED BY SIZE
               INTO W_JS-LINE WITH POINTER W_JS-PTR
           END-STRING.
           PERFORM JSON-PUT-SECTION.

           MOVE 0 TO W_ELEMENT-COUNT.
           MOVE 'N' TO B_ROWS-DONE.
           EXEC SQL
               OPEN PUBLISH_ALIASES
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           PERFORM UNTIL B_ROWS-DONE = 'Y'
               EXEC SQL
                   FETCH PUBLISH_ALIASES
                   INTO
                       :alias-lang,
                       :alias-name
               END-EXEC
               PERFORM SQLSTATE-CHECK
               IF SQLCODE = 100
                   MOVE 'Y' TO B_ROWS-DONE
               ELSE
                   ADD 1 TO W_ELEMENT-COUNT
                   IF W_ELEMENT-COUNT > 1
                       PERFORM JSON-COMMA-SECTION
                   END-IF
                   MOVE alias-name TO W_JS-TEXT
                   PERFORM JSON-TEXT-SECTION
                   STRING '        "' DELIMITED BY SIZE
                          FUNCTION LOWER-CASE(alias-lang)
                              DELIMITED BY SIZE
                          '": ' DELIMITED BY SIZE
                          W_JS-QUOTED(1:W_JS-QUOTED-LEN)
                              DELIMITED BY SIZE
                       INTO W_JS-LINE WITH POINTER W_JS-PTR
                   END-STRING
                   PERFORM JSON-PUT-SECTION
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE PUBLISH_ALIASES
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           STRING '      },' DELIMITED BY SIZE
               INTO W_JS-LINE WITH POINTER W_JS-PTR
           END-STRING.
           PERFORM JSON-PUT-SECTION.

       PUBLISH-TERMS-SECTION SECTION.
           STRING '      "reign_terms": [' DELIMITED BY SIZE
               INTO W_JS-LINE WITH POINTER W_JS-PTR
           END-STRING.
           PERFORM JSON-PUT-SECTION.

           MOVE 0 TO W_ELEMENT-COUNT.
           MOVE 'N' TO B_ROWS-DONE.
           EXEC SQL
               OPEN PUBLISH_TERMS
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           PERFORM UNTIL B_ROWS-DONE = 'Y'
               EXEC SQL
                   FETCH PUBLISH_TERMS
                   INTO
                       :term-no,
                       :term-start,
                       :term-end
               END-EXEC
               PERFORM SQLSTATE-CHECK
               IF SQLCODE = 100
                   MOVE 'Y' TO B_ROWS-DONE
               ELSE
                   ADD 1 TO W_ELEMENT-COUNT
                   IF W_ELEMENT-COUNT > 1
                       PERFORM JSON-COMMA-SECTION
                   END-IF
                   MOVE term-no TO W_JS-NUM
                   STRING '        {"term": ' DELIMITED BY SIZE
                          FUNCTION TRIM(W_JS-NUM) DELIMITED BY SIZE
                       INTO W_JS-LINE WITH POINTER W_JS-PTR
                   END-STRING
                   MOVE term-start TO W_JS-NUM
                   STRING ', "start": ' DELIMITED BY SIZE
                          FUNCTION TRIM(W_JS-NUM) DELIMITED BY SIZE
                       INTO W_JS-LINE WITH POINTER W_JS-PTR
                   END-STRING
                   MOVE term-end TO W_JS-NUM
                   STRING ', "end": ' DELIMITED BY SIZE
                          FUNCTION TRIM(W_JS-NUM) DELIMITED BY SIZE
                          '}' DELIMITED BY SIZE
                       INTO W_JS-LINE WITH POINTER W_JS-PTR
                   END-STRING
                   PERFORM JSON-PUT-SECTION
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE PUBLISH_TERMS
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           STRING '      ],' DELIMITED BY SIZE
               INTO W_JS-LINE WITH POINTER W_JS-PTR
           END-STRING.
           PERFORM JSON-PUT-SECTION.

       PUBLISH-CONSORTS-SECTION SECTION.
           STRING '      "consorts": [' DELIMITED BY SIZE
               INTO W_JS-LINE WITH POINTER W_JS-PTR
           END-STRING.
           PERFORM JSON-PUT-SECTION.

           MOVE 0 TO W_ELEMENT-COUNT.
           MOVE 'N' TO B_ROWS-DONE.
           EXEC SQL
               OPEN PUBLISH_CONSORTS
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           PERFORM UNTIL B_ROWS-DONE = 'Y'
               EXEC SQL
                   FETCH PUBLISH_CONSORTS
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
                   ADD 1 TO W_ELEMENT-COUNT
                   IF W_ELEMENT-COUNT > 1
                       PERFORM JSON-COMMA-SECTION
                   END-IF
                   MOVE consort-name TO W_JS-TEXT
                   PERFORM JSON-TEXT-SECTION
                   STRING '        {"name": ' DELIMITED BY SIZE
                          W_JS-QUOTED(1:W_JS-QUOTED-LEN)
                              DELIMITED BY SIZE
                       INTO W_JS-LINE WITH POINTER W_JS-PTR
                   END-STRING
                   MOVE consort-birth TO W_JS-NUM
                   STRING ', "year_of_birth": ' DELIMITED BY SIZE
                          FUNCTION TRIM(W_JS-NUM) DELIMITED BY SIZE
                       INTO W_JS-LINE WITH POINTER W_JS-PTR
                   END-STRING
                   MOVE consort-death TO W_JS-NUM
                   STRING ', "year_of_death": ' DELIMITED BY SIZE
                          FUNCTION TRIM(W_JS-NUM) DELIMITED BY SIZE
                       INTO W_JS-LINE WITH POINTER W_JS-PTR
                   END-STRING
                   MOVE marriage-year TO W_JS-NUM
                   STRING ', "marriage_year": ' DELIMITED BY SIZE
                          FUNCTION TRIM(W_JS-NUM) DELIMITED BY SIZE
                          '}' DELIMITED BY SIZE
                       INTO W_JS-LINE WITH POINTER W_JS-PTR
                   END-STRING
                   PERFORM JSON-PUT-SECTION
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE PUBLISH_CONSORTS
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           STRING '      ],' DELIMITED BY SIZE
               INTO W_JS-LINE WITH POINTER W_JS-PTR
           END-STRING.
           PERFORM JSON-PUT-SECTION.

      * Only the events attributed to the king by king_id.
       PUBLISH-EVENTS-SECTION SECTION.
           STRING '      "events": [' DELIMITED BY SIZE
               INTO W_JS-LINE WITH POINTER W_JS-PTR
           END-STRING.
           PERFORM JSON-PUT-SECTION.

           MOVE 0 TO W_ELEMENT-COUNT.
           MOVE 'N' TO B_ROWS-DONE.
           EXEC SQL
               OPEN PUBLISH_EVENTS
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           PERFORM UNTIL B_ROWS-DONE = 'Y'
               EXEC SQL
                   FETCH PUBLISH_EVENTS
                   INTO
                       :event-year,
                       :event-type,
                       :event-descr
               END-EXEC
               PERFORM SQLSTATE-CHECK
               IF SQLCODE = 100
                   MOVE 'Y' TO B_ROWS-DONE
               ELSE
                   ADD 1 TO W_ELEMENT-COUNT
                   IF W_ELEMENT-COUNT > 1
                       PERFORM JSON-COMMA-SECTION
                   END-IF
                   MOVE event-year TO W_JS-NUM
                   STRING '        {"year": ' DELIMITED BY SIZE
                          FUNCTION TRIM(W_JS-NUM) DELIMITED BY SIZE
                       INTO W_JS-LINE WITH POINTER W_JS-PTR
                   END-STRING
                   MOVE event-type TO W_JS-TEXT
                   PERFORM JSON-TEXT-SECTION
                   STRING ', "type": ' DELIMITED BY SIZE
                          W_JS-QUOTED(1:W_JS-QUOTED-LEN)
                              DELIMITED BY SIZE
                       INTO W_JS-LINE WITH POINTER W_JS-PTR
                   END-STRING
                   MOVE event-descr TO W_JS-TEXT
                   PERFORM JSON-TEXT-SECTION
                   STRING ', "description": ' DELIMITED BY SIZE
                          W_JS-QUOTED(1:W_JS-QUOTED-LEN)
                              DELIMITED BY SIZE
                          '}' DELIMITED BY SIZE
                       INTO W_JS-LINE WITH POINTER W_JS-PTR
                   END-STRING
                   PERFORM JSON-PUT-SECTION
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE PUBLISH_EVENTS
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           STRING '      ]' DELIMITED BY SIZE
               INTO W_JS-LINE WITH POINTER W_JS-PTR
           END-STRING.
           PERFORM JSON-PUT-SECTION.

      * W_JS-TEXT as a JSON string in W_JS-QUOTED (length
      * W_JS-QUOTED-LEN): trailing spaces dropped, quotes and
      * backslashes escaped, the surrounding quotes included.
       JSON-TEXT-SECTION SECTION.
           MOVE 0 TO W_JS-TEXT-LEN.
           PERFORM VARYING W_JS-IX FROM 100 BY -1
                   UNTIL W_JS-IX = 0 OR W_JS-TEXT-LEN > 0
               IF W_JS-TEXT(W_JS-IX:1) NOT = SPACE
                   MOVE W_JS-IX TO W_JS-TEXT-LEN
               END-IF
           END-PERFORM.

           MOVE SPACES TO W_JS-QUOTED.
           MOVE '"' TO W_JS-QUOTED(1:1).
           MOVE 1 TO W_JS-QUOTED-LEN.
           PERFORM VARYING W_JS-IX FROM 1 BY 1
                   UNTIL W_JS-IX > W_JS-TEXT-LEN
               IF W_JS-TEXT(W_JS-IX:1) = '"'
                  OR W_JS-TEXT(W_JS-IX:1) = '\'
                   ADD 1 TO W_JS-QUOTED-LEN
                   MOVE '\' TO W_JS-QUOTED(W_JS-QUOTED-LEN:1)
               END-IF
               ADD 1 TO W_JS-QUOTED-LEN
               MOVE W_JS-TEXT(W_JS-IX:1)
                   TO W_JS-QUOTED(W_JS-QUOTED-LEN:1)
           END-PERFORM.
           ADD 1 TO W_JS-QUOTED-LEN.
           MOVE '"' TO W_JS-QUOTED(W_JS-QUOTED-LEN:1).
           MOVE SPACES TO W_JS-TEXT.

      * Writes the line held back and holds W_JS-LINE in its place.
       JSON-PUT-SECTION SECTION.
           PERFORM JSON-FLUSH-SECTION.
           MOVE W_JS-LINE TO W_JS-PENDING.
           COMPUTE W_JS-PENDING-LEN = W_JS-PTR - 1.
           MOVE 'Y' TO B_JS-PENDING.
           MOVE SPACES TO W_JS-LINE.
           MOVE 1 TO W_JS-PTR.

       JSON-FLUSH-SECTION SECTION.
           IF B_JS-PENDING = 'Y'
               MOVE W_JS-PENDING TO PO_LINE
               WRITE PO_LINE
               MOVE 'N' TO B_JS-PENDING
           END-IF.

      * Another element follows - the one held back takes a comma.
       JSON-COMMA-SECTION SECTION.
           IF B_JS-PENDING = 'Y'
               ADD 1 TO W_JS-PENDING-LEN
               MOVE ',' TO W_JS-PENDING(W_JS-PENDING-LEN:1)
           END-IF.

       COPY 'SQLSTATE-CHECK.cpy'.
       COPY 'DB-CONNECT.cpy'.
       COPY 'MANIFEST.cpy'.
