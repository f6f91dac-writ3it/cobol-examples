      * Who each king followed and how he came to the throne, and
      * which kings were another king's child - the maintenance
      * console for king_succession and king_parents, in the
      * 11_consort_maintain style: ACCEPT an action and its
      * details, validate them (a reign term that exists, a manner
      * of accession the museum records, a predecessor and a parent
      * who are kings on file and not the king himself, a parent
      * born before the child), and commit under the same
      * audit-trail and COMMIT/ROLLBACK discipline.
      *     SET       a reign term's predecessor and manner of
      *               accession (added, or replaced when the term
      *               already has one)
      *     PARENT    record that one king was another's parent
      *     UNPARENT  take such a link off again
      * Whether the predecessor really reigned just before the term
      * is 22_accession_summary's check, not this one's - the dates
      * are often corrected after the link is made.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 21_succession_maintain.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT SQL-ERROR-LOG ASSIGN TO 'sql_error.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT AUDIT-LOG ASSIGN TO 'audit_trail.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

      * Chain-state companion of the audit trail - see
      * AUDIT-CHAIN-FILE.cpy.
               SELECT AUDIT-CHAIN ASSIGN TO 'audit_chain.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_CHAIN-STATUS.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           COPY 'SQL-ERROR-LOG.cpy'.
           COPY 'AUDIT-LOG.cpy'.
           COPY 'AUDIT-CHAIN-FILE.cpy'.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.

           WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  HOSTVARS.
               05 BUFFER               PIC X(1024).
               05 cnt-match            PIC 9(4).
               05 king-id              PIC 9(10).
               05 king-name            PIC X(50).
               05 king-year_of_birth   PIC 9(4).
               05 term-no              PIC 9(4).
               05 accession            PIC X(10).
               05 predecessor-id       PIC 9(10).
               05 old-accession        PIC X(10).
               05 old-predecessor-id   PIC 9(10).
               05 parent-id            PIC 9(10).
               05 parent-name          PIC X(50).
               05 parent-year_of_birth PIC 9(4).
           EXEC SQL END DECLARE SECTION END-EXEC.
           COPY 'DB-CONNECT-FIELDS.cpy'.

           01 W_ACTION PIC X(10) VALUE SPACES.
               88 ACTION-SET VALUE 'SET'.
               88 ACTION-PARENT VALUE 'PARENT'.
               88 ACTION-UNPARENT VALUE 'UNPARENT'.

      * The manners of accession - the same four words
      * king_succession.accession stores and 22_accession_summary
      * counts by century.
           01 W_ACCESSION PIC X(10) VALUE SPACES.
               88 ACCESSION-KNOWN VALUE 'HEREDITARY' 'ELECTED'
                                        'USURPED' 'RESTORED'.
               88 ACCESSION-RESTORED VALUE 'RESTORED'.

           01 W_SUCCESSION-VALID-SW PIC X(1) VALUE 'Y'.
               88 SUCCESSION-VALID VALUE 'Y'.
               88 SUCCESSION-INVALID VALUE 'N'.

           01 W_SUCCESSION-FOUND-SW PIC X(1) VALUE 'N'.
               88 SUCCESSION-FOUND VALUE 'Y'.

           01 W_UPDATE-ROWCOUNT PIC 9(9) VALUE 0.

      * Shared audit trail (see AUDIT-TRAIL.cpy).
           COPY 'AUDIT-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy).
           01 W_OPS-COUNT PIC 9(4) VALUE 0.
           COPY 'JOB-TRAILER-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM DB-CONNECT-SECTION.

           PERFORM SQL-CONNECT-WITH-RETRY-SECTION.
           PERFORM START-JOB-TIMER-SECTION.

           DISPLAY 'Action (SET/PARENT/UNPARENT): '.
           ACCEPT W_ACTION.

           EVALUATE TRUE
               WHEN ACTION-SET
                   PERFORM SET-SUCCESSION-SECTION
               WHEN ACTION-PARENT
                   PERFORM ADD-PARENT-SECTION
               WHEN ACTION-UNPARENT
                   PERFORM REMOVE-PARENT-SECTION
               WHEN OTHER
                   DISPLAY 'Unknown action "'W_ACTION'" - nothing '
                       'done'
                   MOVE 20 TO RETURN-CODE
           END-EVALUATE.

           IF RETURN-CODE = 0
               MOVE 'Y' TO SQLSTATE-RETRY-SW
               PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
                   MOVE 'N' TO SQLSTATE-RETRY-SW
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   PERFORM SQLSTATE-CHECK
               END-PERFORM
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-IF.

           EXEC SQL
               CONNECT RESET
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           MOVE '21_SUCCESSION_MAINT' TO W_TRAILER-PROGRAM.
           MOVE W_OPS-COUNT TO W_TRAILER-COUNT.
           IF RETURN-CODE = 0
               MOVE 'COMPLETE' TO W_TRAILER-STATUS
           ELSE
               MOVE 'FAILED' TO W_TRAILER-STATUS
           END-IF.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       SET-SUCCESSION-SECTION SECTION.
           PERFORM FIND-KING-SECTION.
           IF RETURN-CODE NOT = 0
               GO TO SET-SUCCESSION-EXIT
           END-IF.

           DISPLAY 'Term number: '.
           ACCEPT term-no.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   SELECT count(*) INTO :cnt-match
                   FROM king_reign_terms
                   WHERE king_id = :king-id
                     AND term_no = :term-no
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.
           IF cnt-match = 0
               DISPLAY 'No term 'term-no' for king 'king-id
                   ' - add it through 10_reign_terms first'
               MOVE 20 TO RETURN-CODE
               GO TO SET-SUCCESSION-EXIT
           END-IF.

           MOVE 'N' TO W_SUCCESSION-FOUND-SW.
           MOVE SPACES TO old-accession.
           MOVE 0 TO old-predecessor-id.
           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   SELECT count(*) INTO :cnt-match
                   FROM king_succession
                   WHERE king_id = :king-id
                     AND term_no = :term-no
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.
           IF cnt-match > 0
               MOVE 'Y' TO W_SUCCESSION-FOUND-SW
               MOVE 'Y' TO SQLSTATE-RETRY-SW
               PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
                   MOVE 'N' TO SQLSTATE-RETRY-SW
                   EXEC SQL
                       SELECT accession, predecessor_id
                       INTO :old-accession, :old-predecessor-id
                       FROM king_succession
                       WHERE king_id = :king-id
                         AND term_no = :term-no
                   END-EXEC
                   PERFORM SQLSTATE-CHECK
               END-PERFORM
               DISPLAY 'Now: 'old-accession', predecessor '
                   old-predecessor-id
           END-IF.

           DISPLAY 'Accession (HEREDITARY/ELECTED/USURPED/RESTORED): '.
           ACCEPT W_ACCESSION.
           MOVE FUNCTION UPPER-CASE(W_ACCESSION) TO W_ACCESSION.
           DISPLAY 'Predecessor king id (0 for none): '.
           ACCEPT predecessor-id.

           PERFORM VALIDATE-SUCCESSION-SECTION.
           IF SUCCESSION-INVALID
               MOVE 20 TO RETURN-CODE
               GO TO SET-SUCCESSION-EXIT
           END-IF.
           MOVE W_ACCESSION TO accession.

           IF SUCCESSION-FOUND
               MOVE 'Y' TO SQLSTATE-RETRY-SW
               PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
                   MOVE 'N' TO SQLSTATE-RETRY-SW
                   EXEC SQL
                       UPDATE king_succession
                       SET accession = :accession,
                           predecessor_id = :predecessor-id
                       WHERE king_id = :king-id
                         AND term_no = :term-no
                   END-EXEC
                   PERFORM SQLSTATE-CHECK
               END-PERFORM
               MOVE SQLERRD(3) TO W_UPDATE-ROWCOUNT
               IF W_UPDATE-ROWCOUNT = 0
                   DISPLAY 'Update matched no rows for king 'king-id
                       ' term 'term-no
                   MOVE 20 TO RETURN-CODE
                   GO TO SET-SUCCESSION-EXIT
               END-IF
           ELSE
               MOVE 'Y' TO SQLSTATE-RETRY-SW
               PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
                   MOVE 'N' TO SQLSTATE-RETRY-SW
                   EXEC SQL
                       INSERT INTO king_succession
                           (king_id, term_no, predecessor_id,
                            accession)
                       VALUES (:king-id, :term-no, :predecessor-id,
                               :accession)
                   END-EXEC
                   PERFORM SQLSTATE-CHECK
               END-PERFORM
           END-IF.

           ADD 1 TO W_OPS-COUNT.
           DISPLAY FUNCTION TRIM(king-name)' term 'term-no' set to '
               FUNCTION TRIM(accession)', predecessor '
               predecessor-id.
           PERFORM AUDIT-SUCCESSION-SECTION.

       SET-SUCCESSION-EXIT.
           EXIT.

      * A manner of accession the museum records, a predecessor who
      * is on file and is not the king himself, and RESTORED only
      * where the king has reigned before - a first term cannot be
      * a restoration.
       VALIDATE-SUCCESSION-SECTION SECTION.
           MOVE 'Y' TO W_SUCCESSION-VALID-SW.
           IF NOT ACCESSION-KNOWN
               DISPLAY 'Rejected - unknown accession "'W_ACCESSION'"'
               MOVE 'N' TO W_SUCCESSION-VALID-SW
               GO TO VALIDATE-SUCCESSION-EXIT
           END-IF.
           IF ACCESSION-RESTORED AND term-no < 2
               DISPLAY 'Rejected - term 'term-no' is the king''s '
                   'first, so it cannot be RESTORED'
               MOVE 'N' TO W_SUCCESSION-VALID-SW
               GO TO VALIDATE-SUCCESSION-EXIT
           END-IF.
           IF predecessor-id = 0
               GO TO VALIDATE-SUCCESSION-EXIT
           END-IF.
           IF predecessor-id = king-id
               DISPLAY 'Rejected - a king cannot be his own '
                   'predecessor'
               MOVE 'N' TO W_SUCCESSION-VALID-SW
               GO TO VALIDATE-SUCCESSION-EXIT
           END-IF.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   SELECT count(*) INTO :cnt-match
                   FROM kings_of_poland
                   WHERE id = :predecessor-id
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.
           IF cnt-match = 0
               DISPLAY 'Rejected - no king with id 'predecessor-id
                   ' to be the predecessor'
               MOVE 'N' TO W_SUCCESSION-VALID-SW
           END-IF.

       VALIDATE-SUCCESSION-EXIT.
           EXIT.

       ADD-PARENT-SECTION SECTION.
           PERFORM ACCEPT-PARENT-LINK-SECTION.
           IF RETURN-CODE NOT = 0
               GO TO ADD-PARENT-EXIT
           END-IF.

           IF cnt-match > 0
               DISPLAY FUNCTION TRIM(parent-name)' is already on '
                   'file as a parent of 'FUNCTION TRIM(king-name)
               MOVE 20 TO RETURN-CODE
               GO TO ADD-PARENT-EXIT
           END-IF.

      * The parent born before the child; where either birth year
      * is not on file (0), at least not the child recorded as the
      * parent's own parent.
           IF king-year_of_birth > 0 AND parent-year_of_birth > 0
               IF parent-year_of_birth NOT < king-year_of_birth
                   DISPLAY 'Rejected - parent born 'parent-year_of_birth
                       ', child born 'king-year_of_birth
                   MOVE 20 TO RETURN-CODE
                   GO TO ADD-PARENT-EXIT
               END-IF
           ELSE
               MOVE 'Y' TO SQLSTATE-RETRY-SW
               PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
                   MOVE 'N' TO SQLSTATE-RETRY-SW
                   EXEC SQL
                       SELECT count(*) INTO :cnt-match
                       FROM king_parents
                       WHERE child_id = :parent-id
                         AND parent_id = :king-id
                   END-EXEC
                   PERFORM SQLSTATE-CHECK
               END-PERFORM
               IF cnt-match > 0
                   DISPLAY 'Rejected - 'FUNCTION TRIM(king-name)
                       ' is on file as the parent of '
                       FUNCTION TRIM(parent-name)
                   MOVE 20 TO RETURN-CODE
                   GO TO ADD-PARENT-EXIT
               END-IF
           END-IF.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   INSERT INTO king_parents
                       (child_id, parent_id)
                   VALUES (:king-id, :parent-id)
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

           ADD 1 TO W_OPS-COUNT.
           DISPLAY FUNCTION TRIM(parent-name)' recorded as a parent '
               'of 'FUNCTION TRIM(king-name).
           MOVE SPACES TO W_AUDIT-BEFORE.
           MOVE SPACES TO W_AUDIT-AFTER.
           STRING 'child of ' DELIMITED BY SIZE
                  parent-id DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  parent-name DELIMITED BY '  '
               INTO W_AUDIT-AFTER
           END-STRING.
           PERFORM AUDIT-PARENT-SECTION.

       ADD-PARENT-EXIT.
           EXIT.

       REMOVE-PARENT-SECTION SECTION.
           PERFORM ACCEPT-PARENT-LINK-SECTION.
           IF RETURN-CODE NOT = 0
               GO TO REMOVE-PARENT-EXIT
           END-IF.

           IF cnt-match = 0
               DISPLAY FUNCTION TRIM(parent-name)' is not on file as '
                   'a parent of 'FUNCTION TRIM(king-name)
                   ' - nothing to take off'
               MOVE 20 TO RETURN-CODE
               GO TO REMOVE-PARENT-EXIT
           END-IF.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   DELETE FROM king_parents
                   WHERE child_id = :king-id
                     AND parent_id = :parent-id
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

           MOVE SQLERRD(3) TO W_UPDATE-ROWCOUNT.
           IF W_UPDATE-ROWCOUNT = 0
               DISPLAY 'Delete matched no rows for king 'king-id
               MOVE 20 TO RETURN-CODE
               GO TO REMOVE-PARENT-EXIT
           END-IF.

           ADD 1 TO W_OPS-COUNT.
           DISPLAY FUNCTION TRIM(parent-name)' no longer recorded as '
               'a parent of 'FUNCTION TRIM(king-name).
           MOVE SPACES TO W_AUDIT-BEFORE.
           MOVE SPACES TO W_AUDIT-AFTER.
           STRING 'child of ' DELIMITED BY SIZE
                  parent-id DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  parent-name DELIMITED BY '  '
               INTO W_AUDIT-BEFORE
           END-STRING.
           PERFORM AUDIT-PARENT-SECTION.

       REMOVE-PARENT-EXIT.
           EXIT.

      * Child and parent for PARENT and UNPARENT - both looked up
      * before anything is written, and cnt-match left holding how
      * many links of exactly this child and parent are on file
      * already (0 or 1).
       ACCEPT-PARENT-LINK-SECTION SECTION.
           DISPLAY 'Child - '.
           PERFORM FIND-KING-SECTION.
           IF RETURN-CODE NOT = 0
               GO TO ACCEPT-PARENT-LINK-EXIT
           END-IF.

           DISPLAY 'Parent king id: '.
           ACCEPT parent-id.
           IF parent-id = king-id
               DISPLAY 'Rejected - a king cannot be his own parent'
               MOVE 20 TO RETURN-CODE
               GO TO ACCEPT-PARENT-LINK-EXIT
           END-IF.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   SELECT count(*) INTO :cnt-match
                   FROM kings_of_poland
                   WHERE id = :parent-id
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.
           IF cnt-match = 0
               DISPLAY 'No king with id 'parent-id' found'
               MOVE 20 TO RETURN-CODE
               GO TO ACCEPT-PARENT-LINK-EXIT
           END-IF.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   SELECT name, year_of_birth
                   INTO :parent-name, :parent-year_of_birth
                   FROM kings_of_poland
                   WHERE id = :parent-id
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   SELECT count(*) INTO :cnt-match
                   FROM king_parents
                   WHERE child_id = :king-id
                     AND parent_id = :parent-id
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

       ACCEPT-PARENT-LINK-EXIT.
           EXIT.

       FIND-KING-SECTION SECTION.
           DISPLAY 'King id: '.
           ACCEPT king-id.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   SELECT count(*) INTO :cnt-match
                   FROM kings_of_poland
                   WHERE id = :king-id
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

           IF cnt-match = 0
               DISPLAY 'No king with id 'king-id' found'
               MOVE 20 TO RETURN-CODE
           ELSE
               MOVE 'Y' TO SQLSTATE-RETRY-SW
               PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
                   MOVE 'N' TO SQLSTATE-RETRY-SW
                   EXEC SQL
                       SELECT name, year_of_birth
                       INTO :king-name, :king-year_of_birth
                       FROM kings_of_poland
                       WHERE id = :king-id
                   END-EXEC
                   PERFORM SQLSTATE-CHECK
               END-PERFORM
           END-IF.

       AUDIT-SUCCESSION-SECTION SECTION.
           MOVE '21_SUCCESSION_MAINT' TO W_AUDIT-PROGRAM.
           MOVE 'SUCCESSION' TO W_AUDIT-OPERATION.
           MOVE SPACES TO W_AUDIT-KEY.
           STRING king-id DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  term-no DELIMITED BY SIZE
               INTO W_AUDIT-KEY
           END-STRING.
           MOVE SPACES TO W_AUDIT-BEFORE.
           IF SUCCESSION-FOUND
               STRING old-accession DELIMITED BY SPACE
                      ' after ' DELIMITED BY SIZE
                      old-predecessor-id DELIMITED BY SIZE
                   INTO W_AUDIT-BEFORE
               END-STRING
           END-IF.
           MOVE SPACES TO W_AUDIT-AFTER.
           STRING accession DELIMITED BY SPACE
                  ' after ' DELIMITED BY SIZE
                  predecessor-id DELIMITED BY SIZE
               INTO W_AUDIT-AFTER
           END-STRING.
           PERFORM WRITE-AUDIT-SECTION.

       AUDIT-PARENT-SECTION SECTION.
           MOVE '21_SUCCESSION_MAINT' TO W_AUDIT-PROGRAM.
           MOVE 'PARENT' TO W_AUDIT-OPERATION.
           MOVE king-id TO W_AUDIT-KEY.
           PERFORM WRITE-AUDIT-SECTION.

       COPY 'SQLSTATE-CHECK.cpy'.
       COPY 'DB-CONNECT.cpy'.
       COPY 'AUDIT-TRAIL.cpy'.
       COPY 'JOB-TRAILER.cpy'.
