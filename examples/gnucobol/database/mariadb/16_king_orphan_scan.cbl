      * king_reign_terms, royal_consorts, king_name_aliases and
      * historical_events all carry the king_id of a kings_of_poland
      * row, but for years nothing declared it - 03_delete could
      * take a king away and leave his terms, consorts, aliases and
      * events pointing at nobody. This lists every such child row:
      * whether the missing king is sitting in
      * kings_of_poland_archive (09_undelete of that id puts the row
      * back in reach) or is gone altogether (the child row needs
      * correcting or removing by hand). An event with king_id 0
      * belongs to no king and is not an orphan. Run it whenever the
      * historians have been at the data - migration 012 in 04_ddl
      * will not put the foreign keys on until this comes back
      * clean, and the same counts are what it reports when it
      * refuses.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 16_king_orphan_scan.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT SQL-ERROR-LOG ASSIGN TO 'sql_error.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           COPY 'SQL-ERROR-LOG.cpy'.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.

           WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  HOSTVARS.
               05 BUFFER               PIC X(1024).
               05 orphan-table         PIC X(20).
               05 orphan-king-id       PIC 9(10).
               05 orphan-detail        PIC X(60).
               05 orphan-archived      PIC X(1).
           EXEC SQL END DECLARE SECTION END-EXEC.
           COPY 'DB-CONNECT-FIELDS.cpy'.

           01 W_ORPHAN-COUNT PIC 9(6) VALUE 0.
           01 W_ARCHIVED-COUNT PIC 9(6) VALUE 0.
           01 W_GONE-COUNT PIC 9(6) VALUE 0.
           01 W_LAST-TABLE PIC X(20) VALUE SPACES.

           COPY 'JOB-TRAILER-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM DB-CONNECT-SECTION.

           PERFORM SQL-CONNECT-WITH-RETRY-SECTION.
           PERFORM START-JOB-TIMER-SECTION.

           DISPLAY 'KINGS OF POLAND - CHILD ROW ORPHAN SCAN'.

           EXEC SQL
               DECLARE ORPHAN_SCAN CURSOR FOR
               SELECT 'king_reign_terms', t.king_id,
                      CONCAT('term ', t.term_no, ' ',
                             t.reign_year_start, '-',
                             t.reign_year_end),
                      CASE WHEN EXISTS (SELECT 1
                               FROM kings_of_poland_archive a
                               WHERE a.id = t.king_id)
                           THEN 'A' ELSE 'N' END
               FROM king_reign_terms t
               WHERE NOT EXISTS (SELECT 1 FROM kings_of_poland k
                                 WHERE k.id = t.king_id)
               UNION ALL
               SELECT 'royal_consorts', c.king_id,
                      CONCAT('consort ', c.consort_id, ' ', c.name),
                      CASE WHEN EXISTS (SELECT 1
                               FROM kings_of_poland_archive a
                               WHERE a.id = c.king_id)
                           THEN 'A' ELSE 'N' END
               FROM royal_consorts c
               WHERE NOT EXISTS (SELECT 1 FROM kings_of_poland k
                                 WHERE k.id = c.king_id)
               UNION ALL
               SELECT 'king_name_aliases', n.king_id,
                      CONCAT('alias ', n.language_code, ' ',
                             n.alias_name),
                      CASE WHEN EXISTS (SELECT 1
                               FROM kings_of_poland_archive a
                               WHERE a.id = n.king_id)
                           THEN 'A' ELSE 'N' END
               FROM king_name_aliases n
               WHERE NOT EXISTS (SELECT 1 FROM kings_of_poland k
                                 WHERE k.id = n.king_id)
               UNION ALL
               SELECT 'historical_events', e.king_id,
                      CONCAT('event ', e.event_id, ' ',
                             e.event_year, ' ', e.event_type),
                      CASE WHEN EXISTS (SELECT 1
                               FROM kings_of_poland_archive a
                               WHERE a.id = e.king_id)
                           THEN 'A' ELSE 'N' END
               FROM historical_events e
               WHERE e.king_id <> 0
                 AND NOT EXISTS (SELECT 1 FROM kings_of_poland k
                                 WHERE k.id = e.king_id)
               ORDER BY 1, 2, 3
           END-EXEC.

           PERFORM SQLSTATE-CHECK.

           EXEC SQL
               OPEN ORPHAN_SCAN
           END-EXEC.

           PERFORM SQLSTATE-CHECK.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH ORPHAN_SCAN
                   INTO
                       :orphan-table,
                       :orphan-king-id,
                       :orphan-detail,
                       :orphan-archived
               END-EXEC
               PERFORM SQLSTATE-CHECK
               IF SQLCODE NOT = 100
                   ADD 1 TO W_ORPHAN-COUNT
                   PERFORM REPORT-ONE-ORPHAN-SECTION
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE ORPHAN_SCAN
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           EXEC SQL
               CONNECT RESET
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           DISPLAY SPACES.
           DISPLAY W_ORPHAN-COUNT' child row(s) point at no live king'.
           DISPLAY W_ARCHIVED-COUNT' of them at an archived king, '
               W_GONE-COUNT' at no king at all'.

           MOVE '16_KING_ORPHAN_SCAN' TO W_TRAILER-PROGRAM.
           MOVE W_ORPHAN-COUNT TO W_TRAILER-COUNT.
           IF W_ORPHAN-COUNT = 0
               MOVE 'COMPLETE' TO W_TRAILER-STATUS
           ELSE
               MOVE 'FAILED' TO W_TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

      * One line per orphan, grouped under its table; the archived
      * ones say how to bring their king back.
       REPORT-ONE-ORPHAN-SECTION SECTION.
           IF orphan-table NOT = W_LAST-TABLE
               DISPLAY SPACES
               DISPLAY orphan-table
               MOVE orphan-table TO W_LAST-TABLE
           END-IF.

           IF orphan-archived = 'A'
               ADD 1 TO W_ARCHIVED-COUNT
               DISPLAY '** king 'orphan-king-id' archived - '
                   FUNCTION TRIM(orphan-detail)
                   ' (09_undelete 'orphan-king-id' restores him)'
           ELSE
               ADD 1 TO W_GONE-COUNT
               DISPLAY '** king 'orphan-king-id' not on file - '
                   FUNCTION TRIM(orphan-detail)
           END-IF.

       COPY 'SQLSTATE-CHECK.cpy'.
       COPY 'DB-CONNECT.cpy'.
       COPY 'JOB-TRAILER.cpy'.
