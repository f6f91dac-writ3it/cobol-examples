      * The historians deliver their corrections as a spreadsheet -
      * names, birth and death years, whole new kings - and until now
      * each row was keyed through 06_king_maintain by hand, with
      * 07_reign_fix only covering reign windows. This loads the
      * curator's fixed-width export of that spreadsheet
      * (kings_corrections.dat unless another file is named), one
      * king per line:
      *     cols   1- 10  king id - blank for a new king
      *     cols  11- 60  name
      *     cols  61- 64  year of birth
      *     cols  65- 68  year of death
      *     cols  69- 72  reign start year
      *     cols  73- 76  reign end year
      *     cols  77-126  dynasty
      * On an existing king a blank field leaves the value on file
      * alone; a new king needs the name and all four years (dynasty
      * defaults to Unknown) and must not already be on file under
      * that name.
      * Every line is checked and previewed before anything is
      * touched: INSERT or UPDATE, and field by field the value on
      * file against the corrected one. Each king's merged row must
      * pass the same reign-range validation 02_insert_update
      * applies. One bad line and nothing is applied. With a clean
      * preview the operator is asked to confirm; only YES applies
      * the file, all of it under one COMMIT/ROLLBACK boundary the
      * way 07_reign_fix does, with an audit entry per king. A king
      * changed by someone else between the preview and the
      * confirmation rolls the whole file back. A new king gets its
      * first king_reign_terms term from the reign years given, as
      * every king did when the terms table was seeded.
      * Run as: 19_kings_bulk_load [file] [PREVIEW]
      *   PREVIEW stops after the preview without asking.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 19_kings_bulk_load.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT CORRECTION-FILE ASSIGN TO W_LOAD-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_KC-STATUS.

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

           FD CORRECTION-FILE.
           01 KC_CORRECTION.
              02 KC_KING-ID PIC X(10).
              02 KC_NAME PIC X(50).
              02 KC_YEAR-OF-BIRTH PIC X(4).
              02 KC_YEAR-OF-DEATH PIC X(4).
              02 KC_REIGN-START PIC X(4).
              02 KC_REIGN-END PIC X(4).
              02 KC_DYNASTY PIC X(50).

           WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  HOSTVARS.
               05 BUFFER               PIC X(1024).
               05 cnt-match            PIC 9(4).
               05 king.
                   10 king-id              PIC 9(10).
                   10 filler               PIC XXX VALUE " | ".
                   10 king-name            PIC X(50).
                   10 filler               PIC XXX VALUE " | ".
                   10 king-year_of_birth   PIC 9(4).
                   10 filler               PIC XXX VALUE " | ".
                   10 king-year_of_death   PIC 9(4).
                   10 filler               PIC XXX VALUE " | ".
                   10 king-reign_year_start PIC 9(4).
                   10 filler               PIC XXX VALUE " | ".
                   10 king-reign_year_end  PIC 9(4).
                   10 filler               PIC XXX VALUE " | ".
                   10 king-dynasty         PIC X(50).
           EXEC SQL END DECLARE SECTION END-EXEC.
           COPY 'DB-CONNECT-FIELDS.cpy'.

           01 W_ARG-LINE PIC X(80) VALUE SPACES.
           01 W_ARG-1 PIC X(60) VALUE SPACES.
           01 W_ARG-2 PIC X(10) VALUE SPACES.
           01 W_LOAD-FILE PIC X(60) VALUE 'kings_corrections.dat'.
           01 W_KC-STATUS PIC X(2).
           01 W_PREVIEW-ONLY-SW PIC X(1) VALUE 'N'.
               88 PREVIEW-ONLY VALUE 'Y'.
           01 W_CONFIRM PIC X(10) VALUE SPACES.

           01 B_EOF PIC A(1) VALUE 'F'.
           01 W_LINE-COUNT PIC 9(4) VALUE 0.
           01 W_ERROR-COUNT PIC 9(4) VALUE 0.
           01 W_INSERT-COUNT PIC 9(4) VALUE 0.
           01 W_UPDATE-COUNT PIC 9(4) VALUE 0.
           01 W_SAME-COUNT PIC 9(4) VALUE 0.
           01 W_ERROR-TEXT PIC X(70) VALUE SPACES.

      * Every line read, kept from the preview for the apply - the
      * value on file when previewed (W_LR-OLD) and the corrected
      * row (W_LR-NEW).
           01 W_MAX-ROWS PIC 9(4) VALUE 200.
           01 W_ROW-COUNT PIC 9(4) VALUE 0.
           01 W_SUB PIC 9(4) VALUE 0.
           01 W_SUB2 PIC 9(4) VALUE 0.
           01 W_LOAD-TABLE.
               02 W_LOAD-ROW OCCURS 200 TIMES.
                   03 W_LR-LINE PIC 9(4).
                   03 W_LR-ACTION PIC X(1).
                       88 LR-INSERT VALUE 'I'.
                       88 LR-UPDATE VALUE 'U'.
                       88 LR-SAME VALUE 'N'.
                   03 W_LR-KING-ID PIC 9(10).
                   03 W_LR-OLD.
                       04 W_LR-OLD-NAME PIC X(50).
                       04 W_LR-OLD-BIRTH PIC 9(4).
                       04 W_LR-OLD-DEATH PIC 9(4).
                       04 W_LR-OLD-START PIC 9(4).
                       04 W_LR-OLD-END PIC 9(4).
                       04 W_LR-OLD-DYNASTY PIC X(50).
                   03 W_LR-NEW.
                       04 W_LR-NEW-NAME PIC X(50).
                       04 W_LR-NEW-BIRTH PIC 9(4).
                       04 W_LR-NEW-DEATH PIC 9(4).
                       04 W_LR-NEW-START PIC 9(4).
                       04 W_LR-NEW-END PIC 9(4).
                       04 W_LR-NEW-DYNASTY PIC X(50).

      * Same digits-and-trailing-spaces test 07_reign_fix uses for
      * its left-justified ids.
           01 W_CHECK-TOKEN PIC X(10) VALUE SPACES.
           01 W_TOKEN-DIGITS PIC 9(2) VALUE 0.
           01 W_TOKEN-SPACES PIC 9(2) VALUE 0.
           01 W_TOKEN-OK-SW PIC X(1) VALUE 'N'.
               88 TOKEN-NUMERIC VALUE 'Y'.

           01 W_REIGN-VALID-SW PIC X(1) VALUE 'Y'.
               88 REIGN-VALID VALUE 'Y'.
               88 REIGN-INVALID VALUE 'N'.

      * Affected-row count straight off the UPDATE (see SQLERRD(3)
      * in 03_delete.cbl).
           01 W_UPDATE-ROWCOUNT PIC 9(9) VALUE 0.

      * Shared audit trail (see AUDIT-TRAIL.cpy) - one entry per king
      * as each change lands; if the file later rolls back, the
      * FAILED trailer line is the record that none of them stuck.
           COPY 'AUDIT-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy) - counts the kings
      * inserted or updated; FAILED means nothing was applied.
           01 W_OPS-COUNT PIC 9(4) VALUE 0.
           COPY 'JOB-TRAILER-FIELDS.cpy'.

       PROCEDURE DIVISION.

           ACCEPT W_ARG-LINE FROM COMMAND-LINE.
           UNSTRING W_ARG-LINE DELIMITED BY ALL SPACE
               INTO W_ARG-1, W_ARG-2.
           IF W_ARG-1 = 'PREVIEW'
               MOVE 'Y' TO W_PREVIEW-ONLY-SW
           ELSE
               IF W_ARG-1 NOT = SPACES
                   MOVE W_ARG-1 TO W_LOAD-FILE
               END-IF
               IF W_ARG-2 = 'PREVIEW'
                   MOVE 'Y' TO W_PREVIEW-ONLY-SW
               END-IF
           END-IF.

           PERFORM DB-CONNECT-SECTION.

           PERFORM SQL-CONNECT-WITH-RETRY-SECTION.
           PERFORM START-JOB-TIMER-SECTION.

           OPEN INPUT CORRECTION-FILE.
           IF W_KC-STATUS NOT = '00'
               DISPLAY '** 'FUNCTION TRIM(W_LOAD-FILE)
                   ' will not open (status 'W_KC-STATUS
                   ') - nothing loaded'
               MOVE 20 TO RETURN-CODE
               PERFORM FINISH-RUN-SECTION
           END-IF.

           DISPLAY 'KINGS BULK LOAD - PREVIEW OF '
               FUNCTION TRIM(W_LOAD-FILE).

           PERFORM UNTIL B_EOF = 'T'
               READ CORRECTION-FILE
                   AT END MOVE 'T' TO B_EOF
                   NOT AT END
                       ADD 1 TO W_LINE-COUNT
                       IF KC_CORRECTION NOT = SPACES
                           PERFORM PREVIEW-ONE-ROW-SECTION
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CORRECTION-FILE.

           DISPLAY SPACES.
           DISPLAY W_INSERT-COUNT' insert(s), 'W_UPDATE-COUNT
               ' update(s), 'W_SAME-COUNT' unchanged, '
               W_ERROR-COUNT' line(s) in error'.

           IF W_ERROR-COUNT > 0
               DISPLAY 'Nothing applied - correct the file and run '
                   'it again'
               MOVE 20 TO RETURN-CODE
               PERFORM FINISH-RUN-SECTION
           END-IF.

           IF W_INSERT-COUNT = 0 AND W_UPDATE-COUNT = 0
               DISPLAY 'Nothing to apply'
               PERFORM FINISH-RUN-SECTION
           END-IF.

      * End the preview's read transaction before waiting on the
      * operator - the apply starts a fresh one and so sees anything
      * changed meanwhile, instead of the preview's snapshot.
           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   COMMIT
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

           IF PREVIEW-ONLY
               DISPLAY 'Preview only - nothing applied'
               PERFORM FINISH-RUN-SECTION
           END-IF.

           DISPLAY 'Type YES to apply these changes: '.
           ACCEPT W_CONFIRM.
           IF W_CONFIRM NOT = 'YES'
               DISPLAY 'Not confirmed - nothing applied'
               MOVE 4 TO RETURN-CODE
               PERFORM FINISH-RUN-SECTION
           END-IF.

           PERFORM VARYING W_SUB FROM 1 BY 1
                   UNTIL W_SUB > W_ROW-COUNT OR RETURN-CODE NOT = 0
               PERFORM APPLY-ONE-ROW-SECTION
           END-PERFORM.

      * One commit for the whole file - a king that failed on the way
      * has already set RETURN-CODE, and everything applied before it
      * is rolled back with it.
           IF RETURN-CODE = 0
               MOVE 'Y' TO SQLSTATE-RETRY-SW
               PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
                   MOVE 'N' TO SQLSTATE-RETRY-SW
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   PERFORM SQLSTATE-CHECK
               END-PERFORM
               DISPLAY W_OPS-COUNT' king(s) committed'
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               PERFORM SQLSTATE-CHECK
               DISPLAY 'File rolled back - nothing was applied'
               MOVE 0 TO W_OPS-COUNT
           END-IF.

           PERFORM FINISH-RUN-SECTION.

       FINISH-RUN-SECTION SECTION.
           EXEC SQL
               CONNECT RESET
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           MOVE '19_KINGS_BULK_LOAD' TO W_TRAILER-PROGRAM.
           MOVE W_OPS-COUNT TO W_TRAILER-COUNT.
           IF RETURN-CODE = 0 OR RETURN-CODE = 4
               MOVE 'COMPLETE' TO W_TRAILER-STATUS
           ELSE
               MOVE 'FAILED' TO W_TRAILER-STATUS
           END-IF.
           PERFORM WRITE-JOB-TRAILER-SECTION.

           STOP RUN.

      * Checks one line, merges it with the king on file and shows
      * what would change. Nothing is written to the database here.
       PREVIEW-ONE-ROW-SECTION SECTION.
           IF W_ROW-COUNT = W_MAX-ROWS
               MOVE 'more than 200 kings in one file - split it'
                   TO W_ERROR-TEXT
               PERFORM ROW-ERROR-SECTION
               GO TO PREVIEW-ONE-ROW-EXIT
           END-IF.

           ADD 1 TO W_ROW-COUNT.
           MOVE W_ROW-COUNT TO W_SUB.
           INITIALIZE W_LOAD-ROW(W_SUB).
           MOVE W_LINE-COUNT TO W_LR-LINE(W_SUB).

           IF (KC_YEAR-OF-BIRTH NOT = SPACES
                   AND KC_YEAR-OF-BIRTH IS NOT NUMERIC)
              OR (KC_YEAR-OF-DEATH NOT = SPACES
                   AND KC_YEAR-OF-DEATH IS NOT NUMERIC)
              OR (KC_REIGN-START NOT = SPACES
                   AND KC_REIGN-START IS NOT NUMERIC)
              OR (KC_REIGN-END NOT = SPACES
                   AND KC_REIGN-END IS NOT NUMERIC)
               MOVE 'a year is not four digits' TO W_ERROR-TEXT
               PERFORM ROW-ERROR-SECTION
               GO TO PREVIEW-ONE-ROW-EXIT
           END-IF.

           IF KC_KING-ID = SPACES
               PERFORM PREVIEW-NEW-KING-SECTION
           ELSE
               PERFORM PREVIEW-KING-ON-FILE-SECTION
           END-IF.
           IF W_LR-ACTION(W_SUB) = SPACE
               GO TO PREVIEW-ONE-ROW-EXIT
           END-IF.

      * Same check 02_insert_update applies before its INSERT, on
      * the row as it would stand after the correction.
           MOVE 'Y' TO W_REIGN-VALID-SW.
           IF W_LR-NEW-START(W_SUB) < W_LR-NEW-BIRTH(W_SUB)
               OR W_LR-NEW-END(W_SUB) > W_LR-NEW-DEATH(W_SUB)
               OR W_LR-NEW-START(W_SUB) > W_LR-NEW-END(W_SUB)
               MOVE 'N' TO W_REIGN-VALID-SW
           END-IF.
           IF REIGN-INVALID
               MOVE SPACES TO W_ERROR-TEXT
               STRING 'rejected - reign ' DELIMITED BY SIZE
                      W_LR-NEW-START(W_SUB) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      W_LR-NEW-END(W_SUB) DELIMITED BY SIZE
                      ' is outside birth/death ' DELIMITED BY SIZE
                      W_LR-NEW-BIRTH(W_SUB) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      W_LR-NEW-DEATH(W_SUB) DELIMITED BY SIZE
                   INTO W_ERROR-TEXT
               END-STRING
               PERFORM ROW-ERROR-SECTION
               GO TO PREVIEW-ONE-ROW-EXIT
           END-IF.

           PERFORM SHOW-ROW-SECTION.

       PREVIEW-ONE-ROW-EXIT.
           EXIT.

      * A new king - everything but the dynasty is required, and the
      * name must be new both to the table and to this file.
       PREVIEW-NEW-KING-SECTION SECTION.
           IF KC_NAME = SPACES
              OR KC_YEAR-OF-BIRTH = SPACES
              OR KC_YEAR-OF-DEATH = SPACES
              OR KC_REIGN-START = SPACES
              OR KC_REIGN-END = SPACES
               MOVE 'new king needs the name and all four years'
                   TO W_ERROR-TEXT
               PERFORM ROW-ERROR-SECTION
               GO TO PREVIEW-NEW-KING-EXIT
           END-IF.

           MOVE KC_NAME TO king-name.
           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   SELECT count(*) INTO :cnt-match
                   FROM kings_of_poland
                   WHERE name = :king-name
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.
           IF cnt-match > 0
               MOVE 'a king of that name is on file - give the id'
                   TO W_ERROR-TEXT
               PERFORM ROW-ERROR-SECTION
               GO TO PREVIEW-NEW-KING-EXIT
           END-IF.

           PERFORM VARYING W_SUB2 FROM 1 BY 1
                   UNTIL W_SUB2 >= W_SUB
               IF LR-INSERT(W_SUB2)
                  AND W_LR-NEW-NAME(W_SUB2) = KC_NAME
                   MOVE 'same new king twice in the file'
                       TO W_ERROR-TEXT
                   PERFORM ROW-ERROR-SECTION
                   GO TO PREVIEW-NEW-KING-EXIT
               END-IF
           END-PERFORM.

           MOVE 'I' TO W_LR-ACTION(W_SUB).
           MOVE KC_NAME TO W_LR-NEW-NAME(W_SUB).
           MOVE KC_YEAR-OF-BIRTH TO W_LR-NEW-BIRTH(W_SUB).
           MOVE KC_YEAR-OF-DEATH TO W_LR-NEW-DEATH(W_SUB).
           MOVE KC_REIGN-START TO W_LR-NEW-START(W_SUB).
           MOVE KC_REIGN-END TO W_LR-NEW-END(W_SUB).
           IF KC_DYNASTY = SPACES
               MOVE 'Unknown' TO W_LR-NEW-DYNASTY(W_SUB)
           ELSE
               MOVE KC_DYNASTY TO W_LR-NEW-DYNASTY(W_SUB)
           END-IF.

       PREVIEW-NEW-KING-EXIT.
           EXIT.

      * A correction to a king on file - the row as it stands now,
      * overlaid with every field the line fills in.
       PREVIEW-KING-ON-FILE-SECTION SECTION.
           MOVE KC_KING-ID TO W_CHECK-TOKEN.
           PERFORM CHECK-NUMERIC-TOKEN-SECTION.
           IF NOT TOKEN-NUMERIC
               MOVE 'king id is not a number' TO W_ERROR-TEXT
               PERFORM ROW-ERROR-SECTION
               GO TO PREVIEW-KING-ON-FILE-EXIT
           END-IF.
           COMPUTE king-id = FUNCTION NUMVAL(KC_KING-ID).

           PERFORM VARYING W_SUB2 FROM 1 BY 1
                   UNTIL W_SUB2 >= W_SUB
               IF W_LR-KING-ID(W_SUB2) = king-id
                  AND (LR-UPDATE(W_SUB2) OR LR-SAME(W_SUB2))
                   MOVE 'same king twice in the file' TO W_ERROR-TEXT
                   PERFORM ROW-ERROR-SECTION
                   GO TO PREVIEW-KING-ON-FILE-EXIT
               END-IF
           END-PERFORM.

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
               MOVE 'no king with that id' TO W_ERROR-TEXT
               PERFORM ROW-ERROR-SECTION
               GO TO PREVIEW-KING-ON-FILE-EXIT
           END-IF.

           PERFORM SELECT-KING-SECTION.
           MOVE king-id TO W_LR-KING-ID(W_SUB).
           MOVE king-name TO W_LR-OLD-NAME(W_SUB).
           MOVE king-year_of_birth TO W_LR-OLD-BIRTH(W_SUB).
           MOVE king-year_of_death TO W_LR-OLD-DEATH(W_SUB).
           MOVE king-reign_year_start TO W_LR-OLD-START(W_SUB).
           MOVE king-reign_year_end TO W_LR-OLD-END(W_SUB).
           MOVE king-dynasty TO W_LR-OLD-DYNASTY(W_SUB).
           MOVE W_LR-OLD(W_SUB) TO W_LR-NEW(W_SUB).

           IF KC_NAME NOT = SPACES
               MOVE KC_NAME TO W_LR-NEW-NAME(W_SUB)
           END-IF.
           IF KC_YEAR-OF-BIRTH NOT = SPACES
               MOVE KC_YEAR-OF-BIRTH TO W_LR-NEW-BIRTH(W_SUB)
           END-IF.
           IF KC_YEAR-OF-DEATH NOT = SPACES
               MOVE KC_YEAR-OF-DEATH TO W_LR-NEW-DEATH(W_SUB)
           END-IF.
           IF KC_REIGN-START NOT = SPACES
               MOVE KC_REIGN-START TO W_LR-NEW-START(W_SUB)
           END-IF.
           IF KC_REIGN-END NOT = SPACES
               MOVE KC_REIGN-END TO W_LR-NEW-END(W_SUB)
           END-IF.
           IF KC_DYNASTY NOT = SPACES
               MOVE KC_DYNASTY TO W_LR-NEW-DYNASTY(W_SUB)
           END-IF.

           IF W_LR-NEW(W_SUB) = W_LR-OLD(W_SUB)
               MOVE 'N' TO W_LR-ACTION(W_SUB)
           ELSE
               MOVE 'U' TO W_LR-ACTION(W_SUB)
           END-IF.

       PREVIEW-KING-ON-FILE-EXIT.
           EXIT.

      * The preview lines for one good row - every field of a new
      * king, only the changed fields of a correction.
       SHOW-ROW-SECTION SECTION.
           EVALUATE TRUE
               WHEN LR-INSERT(W_SUB)
                   ADD 1 TO W_INSERT-COUNT
                   DISPLAY 'Line 'W_LR-LINE(W_SUB)': INSERT '
                       W_LR-NEW-NAME(W_SUB)
                   DISPLAY '    year_of_birth     -> '
                       W_LR-NEW-BIRTH(W_SUB)
                   DISPLAY '    year_of_death     -> '
                       W_LR-NEW-DEATH(W_SUB)
                   DISPLAY '    reign_year_start  -> '
                       W_LR-NEW-START(W_SUB)
                   DISPLAY '    reign_year_end    -> '
                       W_LR-NEW-END(W_SUB)
                   DISPLAY '    dynasty           -> '
                       W_LR-NEW-DYNASTY(W_SUB)
               WHEN LR-SAME(W_SUB)
                   ADD 1 TO W_SAME-COUNT
                   DISPLAY 'Line 'W_LR-LINE(W_SUB)': king '
                       W_LR-KING-ID(W_SUB)' 'W_LR-OLD-NAME(W_SUB)
                       ' - no change'
               WHEN OTHER
                   ADD 1 TO W_UPDATE-COUNT
                   DISPLAY 'Line 'W_LR-LINE(W_SUB)': UPDATE king '
                       W_LR-KING-ID(W_SUB)' 'W_LR-OLD-NAME(W_SUB)
                   IF W_LR-NEW-NAME(W_SUB) NOT = W_LR-OLD-NAME(W_SUB)
                       DISPLAY '    name              '
                           W_LR-OLD-NAME(W_SUB)
                       DISPLAY '                   -> '
                           W_LR-NEW-NAME(W_SUB)
                   END-IF
                   IF W_LR-NEW-BIRTH(W_SUB)
                           NOT = W_LR-OLD-BIRTH(W_SUB)
                       DISPLAY '    year_of_birth     '
                           W_LR-OLD-BIRTH(W_SUB)' -> '
                           W_LR-NEW-BIRTH(W_SUB)
                   END-IF
                   IF W_LR-NEW-DEATH(W_SUB)
                           NOT = W_LR-OLD-DEATH(W_SUB)
                       DISPLAY '    year_of_death     '
                           W_LR-OLD-DEATH(W_SUB)' -> '
                           W_LR-NEW-DEATH(W_SUB)
                   END-IF
                   IF W_LR-NEW-START(W_SUB)
                           NOT = W_LR-OLD-START(W_SUB)
                       DISPLAY '    reign_year_start  '
                           W_LR-OLD-START(W_SUB)' -> '
                           W_LR-NEW-START(W_SUB)
                   END-IF
                   IF W_LR-NEW-END(W_SUB) NOT = W_LR-OLD-END(W_SUB)
                       DISPLAY '    reign_year_end    '
                           W_LR-OLD-END(W_SUB)' -> '
                           W_LR-NEW-END(W_SUB)
                   END-IF
                   IF W_LR-NEW-DYNASTY(W_SUB)
                           NOT = W_LR-OLD-DYNASTY(W_SUB)
                       DISPLAY '    dynasty           '
                           W_LR-OLD-DYNASTY(W_SUB)
                       DISPLAY '                   -> '
                           W_LR-NEW-DYNASTY(W_SUB)
                   END-IF
           END-EVALUATE.

       ROW-ERROR-SECTION SECTION.
           ADD 1 TO W_ERROR-COUNT.
           DISPLAY 'Line 'W_LINE-COUNT': ** 'W_ERROR-TEXT.
           MOVE SPACES TO W_ERROR-TEXT.

      * Applies one previewed row inside the file's transaction. A
      * king whose row no longer matches what the preview showed, or
      * a new king's name taken meanwhile, fails the whole file.
       APPLY-ONE-ROW-SECTION SECTION.
           EVALUATE TRUE
               WHEN LR-UPDATE(W_SUB)
                   PERFORM APPLY-UPDATE-SECTION
               WHEN LR-INSERT(W_SUB)
                   PERFORM APPLY-INSERT-SECTION
           END-EVALUATE.

       APPLY-UPDATE-SECTION SECTION.
           MOVE W_LR-KING-ID(W_SUB) TO king-id.
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
               DISPLAY 'Line 'W_LR-LINE(W_SUB)': king 'king-id
                   ' has gone since the preview'
               MOVE 20 TO RETURN-CODE
               GO TO APPLY-UPDATE-EXIT
           END-IF.

           PERFORM SELECT-KING-SECTION.
           IF king-name NOT = W_LR-OLD-NAME(W_SUB)
              OR king-year_of_birth NOT = W_LR-OLD-BIRTH(W_SUB)
              OR king-year_of_death NOT = W_LR-OLD-DEATH(W_SUB)
              OR king-reign_year_start NOT = W_LR-OLD-START(W_SUB)
              OR king-reign_year_end NOT = W_LR-OLD-END(W_SUB)
              OR king-dynasty NOT = W_LR-OLD-DYNASTY(W_SUB)
               DISPLAY 'Line 'W_LR-LINE(W_SUB)': king 'king-id
                   ' was changed since the preview'
               MOVE 20 TO RETURN-CODE
               GO TO APPLY-UPDATE-EXIT
           END-IF.

           MOVE W_LR-NEW-NAME(W_SUB) TO king-name.
           MOVE W_LR-NEW-BIRTH(W_SUB) TO king-year_of_birth.
           MOVE W_LR-NEW-DEATH(W_SUB) TO king-year_of_death.
           MOVE W_LR-NEW-START(W_SUB) TO king-reign_year_start.
           MOVE W_LR-NEW-END(W_SUB) TO king-reign_year_end.
           MOVE W_LR-NEW-DYNASTY(W_SUB) TO king-dynasty.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   UPDATE kings_of_poland
                   SET name = :king-name,
                       year_of_birth = :king-year_of_birth,
                       year_of_death = :king-year_of_death,
                       reign_year_start = :king-reign_year_start,
                       reign_year_end = :king-reign_year_end,
                       dynasty = :king-dynasty
                   WHERE id = :king-id
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

           MOVE SQLERRD(3) TO W_UPDATE-ROWCOUNT.
           IF W_UPDATE-ROWCOUNT = 0
               DISPLAY 'Line 'W_LR-LINE(W_SUB)': update matched no '
                   'rows for king 'king-id
               MOVE 20 TO RETURN-CODE
               GO TO APPLY-UPDATE-EXIT
           END-IF.

           ADD 1 TO W_OPS-COUNT.
           MOVE '19_KINGS_BULK_LOAD' TO W_AUDIT-PROGRAM.
           MOVE 'UPDATE' TO W_AUDIT-OPERATION.
           MOVE king-id TO W_AUDIT-KEY.
           MOVE SPACES TO W_AUDIT-BEFORE.
           STRING W_LR-OLD-NAME(W_SUB) DELIMITED BY '  '
                  ' born ' DELIMITED BY SIZE
                  W_LR-OLD-BIRTH(W_SUB) DELIMITED BY SIZE
                  ' died ' DELIMITED BY SIZE
                  W_LR-OLD-DEATH(W_SUB) DELIMITED BY SIZE
                  ' reign ' DELIMITED BY SIZE
                  W_LR-OLD-START(W_SUB) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  W_LR-OLD-END(W_SUB) DELIMITED BY SIZE
               INTO W_AUDIT-BEFORE
           END-STRING.
           PERFORM BUILD-AFTER-IMAGE-SECTION.
           PERFORM WRITE-AUDIT-SECTION.

       APPLY-UPDATE-EXIT.
           EXIT.

       APPLY-INSERT-SECTION SECTION.
           MOVE W_LR-NEW-NAME(W_SUB) TO king-name.
           MOVE W_LR-NEW-BIRTH(W_SUB) TO king-year_of_birth.
           MOVE W_LR-NEW-DEATH(W_SUB) TO king-year_of_death.
           MOVE W_LR-NEW-START(W_SUB) TO king-reign_year_start.
           MOVE W_LR-NEW-END(W_SUB) TO king-reign_year_end.
           MOVE W_LR-NEW-DYNASTY(W_SUB) TO king-dynasty.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   SELECT count(*) INTO :cnt-match
                   FROM kings_of_poland
                   WHERE name = :king-name
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.
           IF cnt-match > 0
               DISPLAY 'Line 'W_LR-LINE(W_SUB)': 'king-name
                   ' was added by someone else since the preview'
               MOVE 20 TO RETURN-CODE
               GO TO APPLY-INSERT-EXIT
           END-IF.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   INSERT INTO kings_of_poland (name,
                                               year_of_birth,
                                               year_of_death,
                                               reign_year_start,
                                               reign_year_end,
                                               dynasty)
                   VALUES (:king-name,
                           :king-year_of_birth,
                           :king-year_of_death,
                           :king-reign_year_start,
                           :king-reign_year_end,
                           :king-dynasty)
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

      * The name was unique a moment ago, inside this transaction,
      * so it finds exactly the row just added - and confirms the
      * INSERT landed the way 06_king_maintain's row count does.
           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   SELECT count(*) INTO :cnt-match
                   FROM kings_of_poland
                   WHERE name = :king-name
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.
           IF cnt-match NOT = 1
               DISPLAY 'Line 'W_LR-LINE(W_SUB)': INSERT of '
                   king-name' did not land'
               MOVE 20 TO RETURN-CODE
               GO TO APPLY-INSERT-EXIT
           END-IF.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   SELECT id INTO :king-id
                   FROM kings_of_poland
                   WHERE name = :king-name
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   INSERT INTO king_reign_terms
                       (king_id, term_no, reign_year_start,
                        reign_year_end)
                   VALUES (:king-id, 1, :king-reign_year_start,
                           :king-reign_year_end)
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

           ADD 1 TO W_OPS-COUNT.
           MOVE '19_KINGS_BULK_LOAD' TO W_AUDIT-PROGRAM.
           MOVE 'INSERT' TO W_AUDIT-OPERATION.
           MOVE king-id TO W_AUDIT-KEY.
           MOVE SPACES TO W_AUDIT-BEFORE.
           PERFORM BUILD-AFTER-IMAGE-SECTION.
           PERFORM WRITE-AUDIT-SECTION.

       APPLY-INSERT-EXIT.
           EXIT.

       BUILD-AFTER-IMAGE-SECTION SECTION.
           MOVE SPACES TO W_AUDIT-AFTER.
           STRING king-name DELIMITED BY '  '
                  ' born ' DELIMITED BY SIZE
                  king-year_of_birth DELIMITED BY SIZE
                  ' died ' DELIMITED BY SIZE
                  king-year_of_death DELIMITED BY SIZE
                  ' reign ' DELIMITED BY SIZE
                  king-reign_year_start DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  king-reign_year_end DELIMITED BY SIZE
               INTO W_AUDIT-AFTER
           END-STRING.

      * FOR UPDATE, so a king checked against its preview stays as
      * checked until the file commits.
       SELECT-KING-SECTION SECTION.
           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   SELECT name, year_of_birth, year_of_death,
                          reign_year_start, reign_year_end, dynasty
                   INTO :king-name, :king-year_of_birth,
                        :king-year_of_death, :king-reign_year_start,
                        :king-reign_year_end, :king-dynasty
                   FROM kings_of_poland
                   WHERE id = :king-id
                   FOR UPDATE
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

       COPY 'SQLSTATE-CHECK.cpy'.
       COPY 'DB-CONNECT.cpy'.
       COPY 'AUDIT-TRAIL.cpy'.
       COPY 'JOB-TRAILER.cpy'.

      * A token is numeric when it holds at least one digit and
      * nothing but digits and the field's trailing spaces.
       CHECK-NUMERIC-TOKEN-SECTION SECTION.
           MOVE 0 TO W_TOKEN-DIGITS W_TOKEN-SPACES.
           INSPECT W_CHECK-TOKEN TALLYING W_TOKEN-DIGITS
               FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
                   ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'.
           INSPECT W_CHECK-TOKEN TALLYING W_TOKEN-SPACES
               FOR ALL SPACE.
           IF W_TOKEN-DIGITS > 0
               AND W_TOKEN-DIGITS + W_TOKEN-SPACES = 10
               MOVE 'Y' TO W_TOKEN-OK-SW
           ELSE
               MOVE 'N' TO W_TOKEN-OK-SW
           END-IF.
