      * Coronation and burial places, and where each king was born
      * and died - the visitor desk's most common question, kept
      * until now on a laminated sheet. This is the maintenance
      * console for places and king_places in the 11_consort_maintain
      * style: ACCEPT an action and its details, validate them (a
      * place name that is actually there and not already taken, a
      * role the museum records, a king and a place that exist), and
      * commit under the same audit-trail and COMMIT/ROLLBACK
      * discipline.
      *     ADD     a new place (next place id)
      *     CHANGE  an existing place's name or region
      *     LINK    a king to a place as CORONATION, BURIAL, BIRTH
      *             or DEATH
      *     UNLINK  take such a link off again
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 20_place_maintain.

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
               05 place-id             PIC 9(10).
               05 place-name           PIC X(50).
               05 place-region         PIC X(50).
               05 place-type           PIC X(10).
               05 old-place-name       PIC X(50).
               05 old-place-region     PIC X(50).
               05 max-place            PIC 9(10).
           EXEC SQL END DECLARE SECTION END-EXEC.
           COPY 'DB-CONNECT-FIELDS.cpy'.

           01 W_ACTION PIC X(10) VALUE SPACES.
               88 ACTION-ADD VALUE 'ADD'.
               88 ACTION-CHANGE VALUE 'CHANGE'.
               88 ACTION-LINK VALUE 'LINK'.
               88 ACTION-UNLINK VALUE 'UNLINK'.

      * The roles a king can hold at a place - the same four words
      * king_places.place_type stores and 20_places_report prints.
           01 W_PLACE-TYPE PIC X(10) VALUE SPACES.
               88 PLACE-TYPE-KNOWN VALUE 'CORONATION' 'BURIAL'
                                         'BIRTH' 'DEATH'.

           01 W_PLACE-VALID-SW PIC X(1) VALUE 'Y'.
               88 PLACE-VALID VALUE 'Y'.
               88 PLACE-INVALID VALUE 'N'.

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

           DISPLAY 'Action (ADD/CHANGE/LINK/UNLINK): '.
           ACCEPT W_ACTION.

           EVALUATE TRUE
               WHEN ACTION-ADD
                   PERFORM ADD-PLACE-SECTION
               WHEN ACTION-CHANGE
                   PERFORM CHANGE-PLACE-SECTION
               WHEN ACTION-LINK
                   PERFORM LINK-KING-SECTION
               WHEN ACTION-UNLINK
                   PERFORM UNLINK-KING-SECTION
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

           MOVE '20_PLACE_MAINTAIN' TO W_TRAILER-PROGRAM.
           MOVE W_OPS-COUNT TO W_TRAILER-COUNT.
           IF RETURN-CODE = 0
               MOVE 'COMPLETE' TO W_TRAILER-STATUS
           ELSE
               MOVE 'FAILED' TO W_TRAILER-STATUS
           END-IF.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       ADD-PLACE-SECTION SECTION.
           MOVE 0 TO place-id.
           PERFORM ACCEPT-PLACE-DETAILS-SECTION.
           PERFORM VALIDATE-PLACE-SECTION.
           IF PLACE-INVALID
               MOVE 20 TO RETURN-CODE
               GO TO ADD-PLACE-EXIT
           END-IF.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   SELECT COALESCE(MAX(place_id), 0)
                   INTO :max-place
                   FROM places
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.
           COMPUTE place-id = max-place + 1.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   INSERT INTO places
                       (place_id, name, region)
                   VALUES (:place-id, :place-name, :place-region)
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

           ADD 1 TO W_OPS-COUNT.
           DISPLAY FUNCTION TRIM(place-name)' added as place '
               place-id.
           MOVE SPACES TO W_AUDIT-BEFORE.
           PERFORM AUDIT-PLACE-SECTION.

       ADD-PLACE-EXIT.
           EXIT.

       CHANGE-PLACE-SECTION SECTION.
           DISPLAY 'Place id: '.
           ACCEPT place-id.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   SELECT count(*) INTO :cnt-match
                   FROM places
                   WHERE place_id = :place-id
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.
           IF cnt-match = 0
               DISPLAY 'No place with id 'place-id' found'
               MOVE 20 TO RETURN-CODE
               GO TO CHANGE-PLACE-EXIT
           END-IF.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   SELECT name, region
                   INTO :old-place-name, :old-place-region
                   FROM places
                   WHERE place_id = :place-id
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.
           DISPLAY 'Now: 'FUNCTION TRIM(old-place-name)', '
               FUNCTION TRIM(old-place-region).

           PERFORM ACCEPT-PLACE-DETAILS-SECTION.
           PERFORM VALIDATE-PLACE-SECTION.
           IF PLACE-INVALID
               MOVE 20 TO RETURN-CODE
               GO TO CHANGE-PLACE-EXIT
           END-IF.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   UPDATE places
                   SET name = :place-name,
                       region = :place-region
                   WHERE place_id = :place-id
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

           MOVE SQLERRD(3) TO W_UPDATE-ROWCOUNT.
           IF W_UPDATE-ROWCOUNT = 0
               DISPLAY 'Update matched no rows for place 'place-id
               MOVE 20 TO RETURN-CODE
               GO TO CHANGE-PLACE-EXIT
           END-IF.

           ADD 1 TO W_OPS-COUNT.
           DISPLAY 'Place 'place-id' changed'.
           MOVE SPACES TO W_AUDIT-BEFORE.
           STRING old-place-name DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  old-place-region DELIMITED BY '  '
               INTO W_AUDIT-BEFORE
           END-STRING.
           PERFORM AUDIT-PLACE-SECTION.

       CHANGE-PLACE-EXIT.
           EXIT.

       LINK-KING-SECTION SECTION.
           PERFORM ACCEPT-LINK-DETAILS-SECTION.
           IF RETURN-CODE NOT = 0
               GO TO LINK-KING-EXIT
           END-IF.

           IF cnt-match > 0
               DISPLAY FUNCTION TRIM(king-name)' is already linked '
                   'to place 'place-id' as 'W_PLACE-TYPE
               MOVE 20 TO RETURN-CODE
               GO TO LINK-KING-EXIT
           END-IF.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   INSERT INTO king_places
                       (king_id, place_type, place_id)
                   VALUES (:king-id, :place-type, :place-id)
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

           ADD 1 TO W_OPS-COUNT.
           DISPLAY FUNCTION TRIM(king-name)' linked to '
               FUNCTION TRIM(place-name)' as 'W_PLACE-TYPE.
           MOVE SPACES TO W_AUDIT-BEFORE.
           PERFORM AUDIT-LINK-SECTION.

       LINK-KING-EXIT.
           EXIT.

       UNLINK-KING-SECTION SECTION.
           PERFORM ACCEPT-LINK-DETAILS-SECTION.
           IF RETURN-CODE NOT = 0
               GO TO UNLINK-KING-EXIT
           END-IF.

           IF cnt-match = 0
               DISPLAY FUNCTION TRIM(king-name)' is not linked to '
                   'place 'place-id' as 'W_PLACE-TYPE' - nothing '
                   'to take off'
               MOVE 20 TO RETURN-CODE
               GO TO UNLINK-KING-EXIT
           END-IF.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   DELETE FROM king_places
                   WHERE king_id = :king-id
                     AND place_type = :place-type
                     AND place_id = :place-id
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

           MOVE SQLERRD(3) TO W_UPDATE-ROWCOUNT.
           IF W_UPDATE-ROWCOUNT = 0
               DISPLAY 'Delete matched no rows for king 'king-id
               MOVE 20 TO RETURN-CODE
               GO TO UNLINK-KING-EXIT
           END-IF.

           ADD 1 TO W_OPS-COUNT.
           DISPLAY FUNCTION TRIM(king-name)' no longer linked to '
               FUNCTION TRIM(place-name)' as 'W_PLACE-TYPE.
           MOVE SPACES TO W_AUDIT-BEFORE.
           STRING W_PLACE-TYPE DELIMITED BY SPACE
                  ' at ' DELIMITED BY SIZE
                  place-name DELIMITED BY '  '
               INTO W_AUDIT-BEFORE
           END-STRING.
           PERFORM AUDIT-LINK-SECTION.

       UNLINK-KING-EXIT.
           EXIT.

      * King, role and place for LINK and UNLINK - each one looked
      * up before anything is written, and cnt-match left holding
      * how many links of exactly this king, role and place are on
      * file already (0 or 1).
       ACCEPT-LINK-DETAILS-SECTION SECTION.
           PERFORM FIND-KING-SECTION.
           IF RETURN-CODE NOT = 0
               GO TO ACCEPT-LINK-DETAILS-EXIT
           END-IF.

           DISPLAY 'Role (CORONATION/BURIAL/BIRTH/DEATH): '.
           ACCEPT W_PLACE-TYPE.
           MOVE FUNCTION UPPER-CASE(W_PLACE-TYPE) TO W_PLACE-TYPE.
           IF NOT PLACE-TYPE-KNOWN
               DISPLAY 'Rejected - unknown role "'W_PLACE-TYPE'"'
               MOVE 20 TO RETURN-CODE
               GO TO ACCEPT-LINK-DETAILS-EXIT
           END-IF.
           MOVE W_PLACE-TYPE TO place-type.

           PERFORM FIND-PLACE-SECTION.
           IF RETURN-CODE NOT = 0
               GO TO ACCEPT-LINK-DETAILS-EXIT
           END-IF.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   SELECT count(*) INTO :cnt-match
                   FROM king_places
                   WHERE king_id = :king-id
                     AND place_type = :place-type
                     AND place_id = :place-id
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

       ACCEPT-LINK-DETAILS-EXIT.
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
                       SELECT name
                       INTO :king-name
                       FROM kings_of_poland
                       WHERE id = :king-id
                   END-EXEC
                   PERFORM SQLSTATE-CHECK
               END-PERFORM
           END-IF.

       FIND-PLACE-SECTION SECTION.
           DISPLAY 'Place id: '.
           ACCEPT place-id.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   SELECT count(*) INTO :cnt-match
                   FROM places
                   WHERE place_id = :place-id
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

           IF cnt-match = 0
               DISPLAY 'No place with id 'place-id' found'
               MOVE 20 TO RETURN-CODE
           ELSE
               MOVE 'Y' TO SQLSTATE-RETRY-SW
               PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
                   MOVE 'N' TO SQLSTATE-RETRY-SW
                   EXEC SQL
                       SELECT name, region
                       INTO :place-name, :place-region
                       FROM places
                       WHERE place_id = :place-id
                   END-EXEC
                   PERFORM SQLSTATE-CHECK
               END-PERFORM
           END-IF.

       ACCEPT-PLACE-DETAILS-SECTION SECTION.
           DISPLAY 'Place name: '.
           ACCEPT place-name.
           DISPLAY 'Town or region: '.
           ACCEPT place-region.

      * A name that is actually there, and not one another place
      * already carries - the by-location report groups on it, so
      * two "Wawel" rows would split one place's kings in two.
       VALIDATE-PLACE-SECTION SECTION.
           MOVE 'Y' TO W_PLACE-VALID-SW.
           IF place-name = SPACES
               DISPLAY 'Rejected - place name is empty'
               MOVE 'N' TO W_PLACE-VALID-SW
               GO TO VALIDATE-PLACE-EXIT
           END-IF.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   SELECT count(*) INTO :cnt-match
                   FROM places
                   WHERE name = :place-name
                     AND place_id <> :place-id
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.
           IF cnt-match > 0
               DISPLAY 'Rejected - a place named '
                   FUNCTION TRIM(place-name)' is already on file'
               MOVE 'N' TO W_PLACE-VALID-SW
           END-IF.

       VALIDATE-PLACE-EXIT.
           EXIT.

       AUDIT-PLACE-SECTION SECTION.
           MOVE '20_PLACE_MAINT' TO W_AUDIT-PROGRAM.
           MOVE 'PLACE' TO W_AUDIT-OPERATION.
           MOVE place-id TO W_AUDIT-KEY.
           MOVE SPACES TO W_AUDIT-AFTER.
           STRING place-name DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  place-region DELIMITED BY '  '
               INTO W_AUDIT-AFTER
           END-STRING.
           PERFORM WRITE-AUDIT-SECTION.

       AUDIT-LINK-SECTION SECTION.
           MOVE '20_PLACE_MAINT' TO W_AUDIT-PROGRAM.
           MOVE 'KINGPLACE' TO W_AUDIT-OPERATION.
           MOVE king-id TO W_AUDIT-KEY.
           MOVE SPACES TO W_AUDIT-AFTER.
           IF ACTION-LINK
               STRING W_PLACE-TYPE DELIMITED BY SPACE
                      ' at ' DELIMITED BY SIZE
                      place-name DELIMITED BY '  '
                   INTO W_AUDIT-AFTER
               END-STRING
           END-IF.
           PERFORM WRITE-AUDIT-SECTION.

       COPY 'SQLSTATE-CHECK.cpy'.
       COPY 'DB-CONNECT.cpy'.
       COPY 'AUDIT-TRAIL.cpy'.
       COPY 'JOB-TRAILER.cpy'.
