      * Person provenance shared by every program that brings a
      * person onto the master or changes one - 02_WRITE (with the
      * CSV and partner converters' hand-off), 29_APPLY_DELTA,
      * 09_MAINTAIN, 34_APPROVAL_QUEUE, 38_RESTORE_PERSON and
      * 14_MERGE_PERSON - one keyed record per person (see
      * PROVENANCE-RECORD.cpy). RECORD-ORIGIN-SECTION is for an
      * arrival and only ever writes a person's first record; a
      * person already on file keeps the origin they have.
      * RECORD-TOUCH-SECTION is for a change and moves only the
      * last-changed-by fields, creating an UNKNOWN-origin record
      * for a person who predates the file. Provenance is a
      * by-product: a run whose provenance.dat cannot be opened
      * says so and still does its work.
      *
      * Caller declares, alongside PROVENANCE-FIELDS.cpy and
      * AUDIT-FIELDS.cpy (WORKING-STORAGE) and an FD copying
      * PROVENANCE-RECORD.cpy with the PV_ names:
      *     SELECT PROVENANCE-FILE ASSIGN TO 'provenance.dat'
      *         ORGANIZATION IS INDEXED
      *         ACCESS IS DYNAMIC
      *         RECORD KEY IS PV_PERSON-ID
      *         FILE STATUS IS W_PV-STATUS.
      * and PERFORMs either section straight after the
      * WRITE-AUDIT-SECTION for the same change, so W_AUDIT-PROGRAM
      * and W_AUDIT-OPERATOR already say who did it.
      * First run ever has no provenance.dat yet - created empty and
      * reopened, the same status-35 dance as 09_MAINTAIN.
       OPEN-PROVENANCE-SECTION SECTION.
           ACCEPT W_PV-TODAY FROM DATE YYYYMMDD.
           OPEN I-O PROVENANCE-FILE.
           IF W_PV-STATUS = '35'
               OPEN OUTPUT PROVENANCE-FILE
               CLOSE PROVENANCE-FILE
               OPEN I-O PROVENANCE-FILE
           END-IF.
           IF W_PV-STATUS = '00'
               MOVE 'Y' TO W_PV-OPEN-SW
           ELSE
               DISPLAY '** provenance.dat open failed (status '
                   W_PV-STATUS') - this run is not recorded in the '
                   'person provenance'
           END-IF.

       RECORD-ORIGIN-SECTION SECTION.
           MOVE 'N' TO W_PV-CREATED-SW.
           IF NOT PROVENANCE-OPEN
               GO TO RECORD-ORIGIN-EXIT
           END-IF.
           MOVE W_PV-PERSON-ID TO PV_PERSON-ID.
           READ PROVENANCE-FILE KEY IS PV_PERSON-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO RECORD-ORIGIN-EXIT
           END-READ.

           MOVE W_PV-PERSON-ID TO PV_PERSON-ID.
           MOVE W_PV-SOURCE TO PV_SOURCE.
           MOVE W_PV-TODAY TO PV_LOAD-DATE.
           MOVE W_PV-FEED-NAME TO PV_FEED-NAME.
           MOVE W_PV-FEED-SEQ TO PV_FEED-SEQ.
           MOVE W_AUDIT-PROGRAM TO PV_LAST-PROGRAM.
           MOVE W_AUDIT-OPERATOR TO PV_LAST-OPERATOR.
           MOVE W_PV-TODAY TO PV_LAST-DATE.
           WRITE PV_PROVENANCE
               INVALID KEY
                   DISPLAY '** provenance for 'W_PV-PERSON-ID
                       ' not written (status 'W_PV-STATUS')'
               NOT INVALID KEY
                   MOVE 'Y' TO W_PV-CREATED-SW
                   ADD 1 TO W_PV-CREATED-COUNT
           END-WRITE.

       RECORD-ORIGIN-EXIT.
           EXIT.

       RECORD-TOUCH-SECTION SECTION.
           IF NOT PROVENANCE-OPEN
               GO TO RECORD-TOUCH-EXIT
           END-IF.
           MOVE W_PV-PERSON-ID TO PV_PERSON-ID.
           READ PROVENANCE-FILE KEY IS PV_PERSON-ID
               INVALID KEY
                   MOVE W_PV-PERSON-ID TO PV_PERSON-ID
                   MOVE 'UNKNOWN' TO PV_SOURCE
                   MOVE 0 TO PV_LOAD-DATE
                   MOVE SPACES TO PV_FEED-NAME
                   MOVE 0 TO PV_FEED-SEQ
                   MOVE W_AUDIT-PROGRAM TO PV_LAST-PROGRAM
                   MOVE W_AUDIT-OPERATOR TO PV_LAST-OPERATOR
                   MOVE W_PV-TODAY TO PV_LAST-DATE
                   WRITE PV_PROVENANCE
                       INVALID KEY
                           DISPLAY '** provenance for '
                               W_PV-PERSON-ID' not written (status '
                               W_PV-STATUS')'
                       NOT INVALID KEY
                           ADD 1 TO W_PV-TOUCHED-COUNT
                   END-WRITE
                   GO TO RECORD-TOUCH-EXIT
           END-READ.

           MOVE W_AUDIT-PROGRAM TO PV_LAST-PROGRAM.
           MOVE W_AUDIT-OPERATOR TO PV_LAST-OPERATOR.
           MOVE W_PV-TODAY TO PV_LAST-DATE.
           REWRITE PV_PROVENANCE
               INVALID KEY
                   DISPLAY '** provenance for 'W_PV-PERSON-ID
                       ' not rewritten (status 'W_PV-STATUS')'
               NOT INVALID KEY
                   ADD 1 TO W_PV-TOUCHED-COUNT
           END-REWRITE.

       RECORD-TOUCH-EXIT.
           EXIT.

       CLOSE-PROVENANCE-SECTION SECTION.
           IF PROVENANCE-OPEN
               CLOSE PROVENANCE-FILE
               MOVE 'N' TO W_PV-OPEN-SW
           END-IF.
