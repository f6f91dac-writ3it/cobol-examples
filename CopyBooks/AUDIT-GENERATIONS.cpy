      * Walks the whole audit trail, oldest first: every closed-out
      * year listed on audit_generations.ctl (see
      * AUDIT-GENERATION-FILE.cpy) in the order 80_AUDIT_ROTATE
      * catalogued them, then the live audit_trail.log last. Used by
      * anything that must find a person's history whatever year it
      * was written in - 13_RECONSTRUCT, 33_SAR_DOSSIER,
      * 35_PERSON360 and 42_AUDIT_INDEX's REBUILD.
      * No catalogue at all (35) means nothing has been rotated yet
      * and the walk is the live log alone.
      *
      * Caller declares AUDIT-GENERATIONS-FIELDS.cpy in
      * WORKING-STORAGE, the FD from AUDIT-GENERATION-FILE.cpy and
      *     SELECT AUDIT-GENERATION-FILE ASSIGN TO
      *             'audit_generations.ctl'
      *         ORGANIZATION IS LINE SEQUENTIAL
      *         FILE STATUS IS W_AG-STATUS.
      * with its own audit SELECT ASSIGNed TO W_AG-LOG-FILENAME, and
      * loops:
      *     PERFORM FIRST-AUDIT-FILE-SECTION
      *     PERFORM UNTIL NO-MORE-AUDIT-FILES
      *         (open, read and close W_AG-LOG-FILENAME)
      *         PERFORM NEXT-AUDIT-FILE-SECTION
      *     END-PERFORM
      * A generation that will not open (moved off to tape) is the
      * caller's to report - the walk carries on to the next.
       FIRST-AUDIT-FILE-SECTION SECTION.
           MOVE 0 TO W_AG-GENERATION-COUNT.
           OPEN INPUT AUDIT-GENERATION-FILE.
           IF W_AG-STATUS = '00'
               MOVE 'G' TO W_AG-WALK-SW
           ELSE
               IF W_AG-STATUS NOT = '35'
                   DISPLAY '** audit_generations.ctl will not open '
                       '(status 'W_AG-STATUS') - searching the live '
                       'audit_trail.log only'
               END-IF
               MOVE 'L' TO W_AG-WALK-SW
           END-IF.
           PERFORM NEXT-AUDIT-FILE-SECTION.

       NEXT-AUDIT-FILE-SECTION SECTION.
           IF AUDIT-WALK-CATALOGUE
               READ AUDIT-GENERATION-FILE
                   AT END
                       CLOSE AUDIT-GENERATION-FILE
                       MOVE 'L' TO W_AG-WALK-SW
                   NOT AT END
                       MOVE AG_FILE TO W_AG-LOG-FILENAME
                       ADD 1 TO W_AG-GENERATION-COUNT
                       GO TO NEXT-AUDIT-FILE-EXIT
               END-READ
           END-IF.

           IF AUDIT-WALK-LIVE-NEXT
               MOVE 'audit_trail.log' TO W_AG-LOG-FILENAME
               MOVE 'C' TO W_AG-WALK-SW
               GO TO NEXT-AUDIT-FILE-EXIT
           END-IF.

           MOVE 'D' TO W_AG-WALK-SW.

       NEXT-AUDIT-FILE-EXIT.
           EXIT.
