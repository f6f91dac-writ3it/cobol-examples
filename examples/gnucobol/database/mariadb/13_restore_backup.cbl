           01  HOSTVARS.
               05 BUFFER               PIC X(1024).
               05 cnt-loaded           PIC 9(6).
               05 cnt-orphans          PIC 9(6).
               05 king-id              PIC 9(10).
               05 king-name            PIC X(50).
               05 king-year_of_birth   PIC 9(4).
           IF RESTORE-OK
               PERFORM RESTORE-MIGRATIONS-SECTION
           END-IF.
           PERFORM VERIFY-CHILD-LINKS-SECTION.

      * One transaction over all three tables - either the whole
      * set verified and commits, or none of it happened.
               GO TO RESTORE-KINGS-EXIT
           END-IF.

      * The child tables are not part of the backup set and stay as
      * they are, so their king_id foreign keys are switched off
      * for this session while kings_of_poland is emptied and
      * reloaded - VERIFY-CHILD-LINKS-SECTION switches them back on
      * and checks every child row found its king again.
           MOVE 'SET FOREIGN_KEY_CHECKS = 0' TO BUFFER.
           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   EXECUTE IMMEDIATE :BUFFER
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
       RESTORE-MIGRATIONS-EXIT.
           EXIT.

      * Foreign keys back on, then every reign term, consort, alias,
      * place link, parent link, named predecessor and (king-linked)
      * event must have its king in the reloaded kings_of_poland -
      * a backup older than the child data would otherwise strand
      * them, and that fails the restore like any other count that
      * does not verify.
       VERIFY-CHILD-LINKS-SECTION SECTION.
           MOVE 'SET FOREIGN_KEY_CHECKS = 1' TO BUFFER.
           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   EXECUTE IMMEDIATE :BUFFER
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

           IF NOT RESTORE-OK
               GO TO VERIFY-CHILD-LINKS-EXIT
           END-IF.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   SELECT count(*) INTO :cnt-orphans
                   FROM (SELECT king_id FROM king_reign_terms
                         UNION ALL
                         SELECT king_id FROM royal_consorts
                         UNION ALL
                         SELECT king_id FROM king_name_aliases
                         UNION ALL
                         SELECT king_id FROM king_places
                         UNION ALL
                         SELECT child_id FROM king_parents
                         UNION ALL
                         SELECT parent_id FROM king_parents
                         UNION ALL
                         SELECT predecessor_id FROM king_succession
                         WHERE predecessor_id <> 0
                         UNION ALL
                         SELECT king_id FROM historical_events
                         WHERE king_id <> 0) ch
                   WHERE NOT EXISTS (SELECT 1 FROM kings_of_poland k
                                     WHERE k.id = ch.king_id)
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.
           IF cnt-orphans > 0
               DISPLAY '** child row verify failed: 'cnt-orphans
                   ' reign term/consort/alias/place/lineage/'
                   'succession/event row(s) have no '
                   'king in this backup set'
               MOVE 'N' TO W_RESTORE-OK-SW
           ELSE
               DISPLAY 'child tables: every king_id verified'
           END-IF.

       VERIFY-CHILD-LINKS-EXIT.
           EXIT.

       COPY 'SQLSTATE-CHECK.cpy'.
       COPY 'DB-CONNECT.cpy'.
       COPY 'JOB-TRAILER.cpy'.
