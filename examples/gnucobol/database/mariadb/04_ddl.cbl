               05 migration-id         PIC 9(4).
               05 migration-descr      PIC X(200).
               05 cnt-applied          PIC 9(4).
               05 cnt-orphan-terms     PIC 9(6).
               05 cnt-orphan-consorts  PIC 9(6).
               05 cnt-orphan-aliases   PIC 9(6).
               05 cnt-orphan-events    PIC 9(6).
               05 cnt-orphan-archived  PIC 9(6).
               05 cnt-fk               PIC 9(4).
               05 fk-table             PIC X(30).
               05 fk-name              PIC X(30).
           EXEC SQL END DECLARE SECTION END-EXEC.
           COPY 'DB-CONNECT-FIELDS.cpy'.

           01 W_ORPHAN-TOTAL PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

           PERFORM DB-CONNECT-SECTION.
           PERFORM MIGRATION-009-SECTION.
           PERFORM MIGRATION-010-SECTION.
           PERFORM MIGRATION-011-SECTION.
           PERFORM MIGRATION-012-SECTION.
           PERFORM MIGRATION-013-SECTION.
           PERFORM MIGRATION-014-SECTION.
           PERFORM MIGRATION-015-SECTION.

           EXEC SQL
               CONNECT RESET
               DISPLAY 'Migration 011 applied: 'migration-descr
           END-IF.

      * The child tables have always carried kings_of_poland's id
      * without the database knowing, so 03_delete could leave a
      * king's terms, consorts and aliases pointing at nobody. The
      * foreign keys go on only once nothing would break them: the
      * same orphan counts 16_king_orphan_scan lists in full are
      * taken first, and while any remain the migration reports
      * them, stays unrecorded and is tried again on the next run.
      * historical_events keeps king_id 0 for "no particular king"
      * (see MIGRATION-008-SECTION), which no parent row can
      * satisfy, so it is scanned but not constrained. Each
      * constraint is looked up before it is added, so a run that
      * stopped part-way finishes cleanly next time.
       MIGRATION-012-SECTION SECTION.
           MOVE 12 TO migration-id.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   SELECT count(*) INTO :cnt-applied
                   FROM schema_migrations
                   WHERE id = :migration-id
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

           IF cnt-applied > 0
               DISPLAY 'Migration 012 already applied.'
               GO TO MIGRATION-012-EXIT
           END-IF.

           MOVE 'add king_id foreign keys to the child tables'
               TO migration-descr.

           PERFORM COUNT-KING-ORPHANS-SECTION.
           IF W_ORPHAN-TOTAL > 0
               DISPLAY '** Migration 012 NOT applied - 'W_ORPHAN-TOTAL
                   ' child row(s) point at no live king:'
               DISPLAY '   king_reign_terms   'cnt-orphan-terms
               DISPLAY '   royal_consorts     'cnt-orphan-consorts
               DISPLAY '   king_name_aliases  'cnt-orphan-aliases
               DISPLAY '   historical_events  'cnt-orphan-events
               DISPLAY '   ('cnt-orphan-archived' of them at an '
                   'archived king) - see 16_king_orphan_scan'
               MOVE 8 TO RETURN-CODE
               GO TO MIGRATION-012-EXIT
           END-IF.

           MOVE 'king_reign_terms' TO fk-table.
           MOVE 'fk_reign_terms_king' TO fk-name.
           PERFORM ADD-KING-FOREIGN-KEY-SECTION.
           MOVE 'royal_consorts' TO fk-table.
           MOVE 'fk_royal_consorts_king' TO fk-name.
           PERFORM ADD-KING-FOREIGN-KEY-SECTION.
           MOVE 'king_name_aliases' TO fk-table.
           MOVE 'fk_name_aliases_king' TO fk-name.
           PERFORM ADD-KING-FOREIGN-KEY-SECTION.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   INSERT INTO schema_migrations
                       (id, description, applied_on)
                   VALUES (:migration-id, :migration-descr,
                           CURRENT_DATE)
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

           DISPLAY 'Migration 012 applied: 'migration-descr.

       MIGRATION-012-EXIT.
           EXIT.

      * Child rows whose king_id has no kings_of_poland row, per
      * table, and how many of those point at a king sitting in
      * kings_of_poland_archive.
       COUNT-KING-ORPHANS-SECTION SECTION.
           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   SELECT
                     (SELECT count(*) FROM king_reign_terms t
                      WHERE NOT EXISTS (SELECT 1 FROM kings_of_poland k
                                        WHERE k.id = t.king_id)),
                     (SELECT count(*) FROM royal_consorts c
                      WHERE NOT EXISTS (SELECT 1 FROM kings_of_poland k
                                        WHERE k.id = c.king_id)),
                     (SELECT count(*) FROM king_name_aliases n
                      WHERE NOT EXISTS (SELECT 1 FROM kings_of_poland k
                                        WHERE k.id = n.king_id)),
                     (SELECT count(*) FROM historical_events e
                      WHERE e.king_id <> 0
                        AND NOT EXISTS (SELECT 1 FROM kings_of_poland k
                                        WHERE k.id = e.king_id))
                   INTO :cnt-orphan-terms, :cnt-orphan-consorts,
                        :cnt-orphan-aliases, :cnt-orphan-events
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   SELECT count(*) INTO :cnt-orphan-archived
                   FROM (SELECT king_id FROM king_reign_terms
                         UNION ALL
                         SELECT king_id FROM royal_consorts
                         UNION ALL
                         SELECT king_id FROM king_name_aliases
                         UNION ALL
                         SELECT king_id FROM historical_events
                         WHERE king_id <> 0) ch
                   WHERE NOT EXISTS (SELECT 1 FROM kings_of_poland k
                                     WHERE k.id = ch.king_id)
                     AND EXISTS (SELECT 1
                                 FROM kings_of_poland_archive a
                                 WHERE a.id = ch.king_id)
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

           COMPUTE W_ORPHAN-TOTAL = cnt-orphan-terms
               + cnt-orphan-consorts + cnt-orphan-aliases
               + cnt-orphan-events.

      * fk-table's king_id made a foreign key onto kings_of_poland
      * under the name fk-name, unless a previous run already did.
       ADD-KING-FOREIGN-KEY-SECTION SECTION.
           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   SELECT count(*) INTO :cnt-fk
                   FROM information_schema.TABLE_CONSTRAINTS
                   WHERE CONSTRAINT_SCHEMA = DATABASE()
                     AND CONSTRAINT_NAME = :fk-name
                     AND CONSTRAINT_TYPE = 'FOREIGN KEY'
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

           IF cnt-fk > 0
               DISPLAY FUNCTION TRIM(fk-name)' already in place.'
           ELSE
               MOVE SPACES TO BUFFER
               STRING 'ALTER TABLE ' DELIMITED BY SIZE
                      fk-table DELIMITED BY SPACE
                      ' ADD CONSTRAINT ' DELIMITED BY SIZE
                      fk-name DELIMITED BY SPACE
                      ' FOREIGN KEY (king_id) '
                      'REFERENCES kings_of_poland (id)'
                          DELIMITED BY SIZE
                   INTO BUFFER

               MOVE 'Y' TO SQLSTATE-RETRY-SW
               PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
                   MOVE 'N' TO SQLSTATE-RETRY-SW
                   EXEC SQL
                       EXECUTE IMMEDIATE :BUFFER
                   END-EXEC
                   PERFORM SQLSTATE-CHECK
               END-PERFORM

               DISPLAY FUNCTION TRIM(fk-name)' added on '
                   FUNCTION TRIM(fk-table)'.'
           END-IF.

      * The members' web portal lets people correct their own
      * details, but the portal team may only write to MariaDB -
      * never to output.dat. Each correction lands here as a row in
      * state N (new); 18_web_intake validates it, matches it to the
      * person and parks it on the approval queue (Q), and writes
      * the checker's outcome back when it comes: A applied,
      * R rejected (reason says why), B bounced because the record
      * changed since, X refused at intake (reason says why). The
      * new_ columns left blank (or 0) mean "leave as it is";
      * current_surname is the surname the member signed in under,
      * which has to match the record on file.
       MIGRATION-013-SECTION SECTION.
           MOVE 13 TO migration-id.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   SELECT count(*) INTO :cnt-applied
                   FROM schema_migrations
                   WHERE id = :migration-id
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

           IF cnt-applied > 0
               DISPLAY 'Migration 013 already applied.'
           ELSE
               MOVE 'create person_change_requests'
                   TO migration-descr

               MOVE SPACES TO BUFFER
               STRING 'CREATE TABLE person_change_requests('
                      'request_id INT NOT NULL AUTO_INCREMENT,'
                      'person_id INT NOT NULL,'
                      'current_surname VARCHAR(25) NOT NULL,'
                      'new_name VARCHAR(16) NOT NULL DEFAULT '''','
                      'new_surname VARCHAR(25) NOT NULL '
                      'DEFAULT '''','
                      'new_birth_date INT NOT NULL DEFAULT 0,'
                      'submitted_on INT NOT NULL,'
                      'state CHAR(1) NOT NULL DEFAULT ''N'','
                      'reason VARCHAR(60) NOT NULL DEFAULT '''','
                      'approval_id INT NOT NULL DEFAULT 0,'
                      'decided_on INT NOT NULL DEFAULT 0,'
                      'PRIMARY KEY (request_id),'
                      'INDEX idx_change_requests_state (state) )'
                   INTO BUFFER

               MOVE 'Y' TO SQLSTATE-RETRY-SW
               PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
                   MOVE 'N' TO SQLSTATE-RETRY-SW
                   EXEC SQL
                       EXECUTE IMMEDIATE :BUFFER
                   END-EXEC
                   PERFORM SQLSTATE-CHECK
               END-PERFORM

               MOVE 'Y' TO SQLSTATE-RETRY-SW
               PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
                   MOVE 'N' TO SQLSTATE-RETRY-SW
                   EXEC SQL
                       INSERT INTO schema_migrations
                           (id, description, applied_on)
                       VALUES (:migration-id, :migration-descr,
                               CURRENT_DATE)
                   END-EXEC
                   PERFORM SQLSTATE-CHECK
               END-PERFORM

               DISPLAY 'Migration 013 applied: 'migration-descr
           END-IF.

      * Where a king was born, crowned, died and lies buried is the
      * question visitors ask most, and none of it was on file.
      * places holds each location once (Gniezno, Wawel and so on,
      * with the town or region it belongs to); king_places links a
      * king to a place in a role - CORONATION, BURIAL, BIRTH or
      * DEATH. A king may hold a role at more than one place (a
      * second coronation, remains moved to a new tomb), so the
      * place is part of the key. Both foreign keys go on with the
      * tables - there is no old data to clean first. A run that
      * stopped between the two CREATEs finds the first table there
      * and carries on. Maintained through 20_place_maintain,
      * reported by 20_places_report.
       MIGRATION-014-SECTION SECTION.
           MOVE 14 TO migration-id.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   SELECT count(*) INTO :cnt-applied
                   FROM schema_migrations
                   WHERE id = :migration-id
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

           IF cnt-applied > 0
               DISPLAY 'Migration 014 already applied.'
           ELSE
               MOVE 'create places and king_places'
                   TO migration-descr

               MOVE SPACES TO BUFFER
               STRING 'CREATE TABLE places('
                      'place_id INT NOT NULL,'
                      'name VARCHAR(50) NOT NULL,'
                      'region VARCHAR(50) NOT NULL DEFAULT '''','
                      'PRIMARY KEY (place_id),'
                      'UNIQUE INDEX idx_places_name (name) )'
                   INTO BUFFER

               MOVE 'Y' TO SQLSTATE-RETRY-SW
               PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
                   MOVE 'N' TO SQLSTATE-RETRY-SW
                   EXEC SQL
                       EXECUTE IMMEDIATE :BUFFER
                   END-EXEC
                   IF SQLSTATE NOT = '42S01'
                       PERFORM SQLSTATE-CHECK
                   END-IF
               END-PERFORM

               MOVE SPACES TO BUFFER
               STRING 'CREATE TABLE king_places('
                      'king_id INT NOT NULL,'
                      'place_type VARCHAR(10) NOT NULL,'
                      'place_id INT NOT NULL,'
                      'PRIMARY KEY (king_id, place_type, place_id),'
                      'INDEX idx_king_places_place (place_id),'
                      'CONSTRAINT fk_king_places_king '
                      'FOREIGN KEY (king_id) '
                      'REFERENCES kings_of_poland (id),'
                      'CONSTRAINT fk_king_places_place '
                      'FOREIGN KEY (place_id) '
                      'REFERENCES places (place_id) )'
                   INTO BUFFER

               MOVE 'Y' TO SQLSTATE-RETRY-SW
               PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
                   MOVE 'N' TO SQLSTATE-RETRY-SW
                   EXEC SQL
                       EXECUTE IMMEDIATE :BUFFER
                   END-EXEC
                   IF SQLSTATE NOT = '42S01'
                       PERFORM SQLSTATE-CHECK
                   END-IF
               END-PERFORM

               MOVE 'Y' TO SQLSTATE-RETRY-SW
               PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
                   MOVE 'N' TO SQLSTATE-RETRY-SW
                   EXEC SQL
                       INSERT INTO schema_migrations
                           (id, description, applied_on)
                       VALUES (:migration-id, :migration-descr,
                               CURRENT_DATE)
                   END-EXEC
                   PERFORM SQLSTATE-CHECK
               END-PERFORM

               DISPLAY 'Migration 014 applied: 'migration-descr
           END-IF.

      * Who a king followed, and how he came to the throne - for
      * Polish history the line between a son who inherited and a
      * candidate the nobility elected matters more than the
      * dynasty. king_succession holds one row per reign term
      * (matching king_reign_terms): the king reigning before it
      * (predecessor_id, 0 for none - the first of the line) and the
      * manner of accession, HEREDITARY, ELECTED, USURPED or
      * RESTORED. king_parents holds the blood links between kings,
      * one row per parent and child who both reigned. Terms are
      * only ever added or changed, never taken away, so the
      * succession row hangs off its term by foreign key; the
      * predecessor carries 0 for "none", which no parent row can
      * satisfy, so it is checked by 22_accession_summary instead.
      * A run that stopped between the two CREATEs finds the first
      * table there and carries on. Maintained through
      * 21_succession_maintain, reported by 21_lineage_report and
      * 22_accession_summary.
       MIGRATION-015-SECTION SECTION.
           MOVE 15 TO migration-id.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   SELECT count(*) INTO :cnt-applied
                   FROM schema_migrations
                   WHERE id = :migration-id
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

           IF cnt-applied > 0
               DISPLAY 'Migration 015 already applied.'
           ELSE
               MOVE 'create king_succession and king_parents'
                   TO migration-descr

               MOVE SPACES TO BUFFER
               STRING 'CREATE TABLE king_succession('
                      'king_id INT NOT NULL,'
                      'term_no INT NOT NULL,'
                      'predecessor_id INT NOT NULL DEFAULT 0,'
                      'accession VARCHAR(10) NOT NULL,'
                      'PRIMARY KEY (king_id, term_no),'
                      'INDEX idx_king_succession_pred '
                      '(predecessor_id),'
                      'CONSTRAINT fk_king_succession_term '
                      'FOREIGN KEY (king_id, term_no) '
                      'REFERENCES king_reign_terms '
                      '(king_id, term_no) )'
                   INTO BUFFER

               MOVE 'Y' TO SQLSTATE-RETRY-SW
               PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
                   MOVE 'N' TO SQLSTATE-RETRY-SW
                   EXEC SQL
                       EXECUTE IMMEDIATE :BUFFER
                   END-EXEC
                   IF SQLSTATE NOT = '42S01'
                       PERFORM SQLSTATE-CHECK
                   END-IF
               END-PERFORM

               MOVE SPACES TO BUFFER
               STRING 'CREATE TABLE king_parents('
                      'child_id INT NOT NULL,'
                      'parent_id INT NOT NULL,'
                      'PRIMARY KEY (child_id, parent_id),'
                      'INDEX idx_king_parents_parent (parent_id),'
                      'CONSTRAINT fk_king_parents_child '
                      'FOREIGN KEY (child_id) '
                      'REFERENCES kings_of_poland (id),'
                      'CONSTRAINT fk_king_parents_parent '
                      'FOREIGN KEY (parent_id) '
                      'REFERENCES kings_of_poland (id) )'
                   INTO BUFFER

               MOVE 'Y' TO SQLSTATE-RETRY-SW
               PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
                   MOVE 'N' TO SQLSTATE-RETRY-SW
                   EXEC SQL
                       EXECUTE IMMEDIATE :BUFFER
                   END-EXEC
                   IF SQLSTATE NOT = '42S01'
                       PERFORM SQLSTATE-CHECK
                   END-IF
               END-PERFORM

               MOVE 'Y' TO SQLSTATE-RETRY-SW
               PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
                   MOVE 'N' TO SQLSTATE-RETRY-SW
                   EXEC SQL
                       INSERT INTO schema_migrations
                           (id, description, applied_on)
                       VALUES (:migration-id, :migration-descr,
                               CURRENT_DATE)
                   END-EXEC
                   PERFORM SQLSTATE-CHECK
               END-PERFORM

               DISPLAY 'Migration 015 applied: 'migration-descr
           END-IF.

       COPY 'SQLSTATE-CHECK.cpy'.
       COPY 'DB-CONNECT.cpy'.
