               05 BUFFER               PIC X(1024).
               05 cnt-old              PIC 9(4).
               05 cnt-match            PIC 9(4).
               05 cnt-children         PIC 9(6).
               05 king.
                   10 king-id              PIC 9(10).
                   10 filler               PIC XXX VALUE " | ".
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

      * A king whose reign terms, consorts, aliases, events,
      * places, parent or child links, or succession as someone's
      * predecessor are still on file is not deleted - the rows
      * would be left pointing at nobody (and, once migration 012
      * is in, the foreign keys refuse the DELETE anyway). They are
      * moved or removed through their own maintenance programs
      * first.
           IF cnt-match > 0
               MOVE 'Y' TO SQLSTATE-RETRY-SW
               PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
                   MOVE 'N' TO SQLSTATE-RETRY-SW
                   EXEC SQL
                       SELECT
                         (SELECT count(*) FROM king_reign_terms t
                          WHERE t.king_id IN (SELECT id
                                FROM kings_of_poland
                                WHERE name = :king-name))
                       + (SELECT count(*) FROM royal_consorts c
                          WHERE c.king_id IN (SELECT id
                                FROM kings_of_poland
                                WHERE name = :king-name))
                       + (SELECT count(*) FROM king_name_aliases n
                          WHERE n.king_id IN (SELECT id
                                FROM kings_of_poland
                                WHERE name = :king-name))
                       + (SELECT count(*) FROM historical_events e
                          WHERE e.king_id IN (SELECT id
                                FROM kings_of_poland
                                WHERE name = :king-name))
                       + (SELECT count(*) FROM king_places p
                          WHERE p.king_id IN (SELECT id
                                FROM kings_of_poland
                                WHERE name = :king-name))
                       + (SELECT count(*) FROM king_parents r
                          WHERE r.child_id IN (SELECT id
                                FROM kings_of_poland
                                WHERE name = :king-name)
                             OR r.parent_id IN (SELECT id
                                FROM kings_of_poland
                                WHERE name = :king-name))
                       + (SELECT count(*) FROM king_succession s
                          WHERE s.predecessor_id IN (SELECT id
                                FROM kings_of_poland
                                WHERE name = :king-name))
                       INTO :cnt-children
                   END-EXEC
                   PERFORM SQLSTATE-CHECK
               END-PERFORM
           END-IF.

           IF cnt-match = 0
               DISPLAY "No king named "king-name" found - nothing "
                   "to delete"
           ELSE IF cnt-children > 0
               DISPLAY king-name" still has "cnt-children" reign "
                   "term, consort, alias, event, place, lineage or "
                   "succession row(s) - not deleted"
               MOVE 20 TO RETURN-CODE
           ELSE
               MOVE 'Y' TO SQLSTATE-RETRY-SW
               PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
                   DISPLAY "FAILED!"
                   MOVE 20 TO RETURN-CODE
               END-IF
           END-IF
           END-IF.

           EXEC SQL
