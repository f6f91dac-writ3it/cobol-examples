      * can't age it off a stale date, the retired_ids.dat entry
      * removed (the ID is in use again, not retired), and a
      * RESTORE line on audit_trail.log.
      * The person's provenance record (see PROVENANCE.cpy) normally
      * outlives the purge and keeps its first origin, the restore
      * showing as the last change; a person purged before
      * provenance was kept is given one with source RESTORE and the
      * archive generation they came back from.
      * Archives cut before the full birth date existed are shorter
      * records - the tail reads as spaces and is defaulted to
      * year-only, the same defaulting every load applies.
                   RECORD KEY IS RT_PERSON-ID
                   FILE STATUS IS W_RT-STATUS.

      * Person provenance - see PROVENANCE.cpy.
               SELECT PROVENANCE-FILE ASSIGN TO 'provenance.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS PV_PERSON-ID
                   FILE STATUS IS W_PV-STATUS.

               SELECT AUDIT-LOG ASSIGN TO 'audit_trail.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

                             DT_PERSON-DEACTIVATED-ON
                         PREFIX BY DT_PERSON.

           FD PROVENANCE-FILE.
           COPY 'PROVENANCE-RECORD.cpy'
               REPLACING PREFIX-ID BY PV_PERSON-ID
                         PREFIX-SOURCE BY PV_SOURCE
                         PREFIX-LOAD-DATE BY PV_LOAD-DATE
                         PREFIX-FEED-NAME BY PV_FEED-NAME
                         PREFIX-FEED-SEQ BY PV_FEED-SEQ
                         PREFIX-LAST-PROGRAM BY PV_LAST-PROGRAM
                         PREFIX-LAST-OPERATOR BY PV_LAST-OPERATOR
                         PREFIX-LAST-DATE BY PV_LAST-DATE
                         PREFIX BY PV_PROVENANCE.

           FD RETIRED-IDS.
           COPY 'RETIRED-ID-RECORD.cpy'
               REPLACING PREFIX-ID BY RT_PERSON-ID
      * Integrity control fields (see PERSON-CONTROL.cpy).
               COPY 'PERSON-CONTROL-FIELDS.cpy'.

      * Person provenance (see PROVENANCE.cpy).
               COPY 'PROVENANCE-FIELDS.cpy'.


       PROCEDURE DIVISION.

                   MOVE SPACES TO W_AUDIT-BEFORE
                   MOVE FIO_PERSON TO W_AUDIT-AFTER
                   PERFORM WRITE-AUDIT-SECTION
                   PERFORM RECORD-RESTORE-PROVENANCE-SECTION

                   DISPLAY 'Person 'W_QUERY-ID' restored from '
                       'output-'W_FOUND-YEAR'.dat'
       COPY 'JOB-TRAILER.cpy'.
       COPY 'PERSON-LOCK.cpy'.
       COPY 'PERSON-CONTROL.cpy'.
       COPY 'PROVENANCE.cpy'.

       RECORD-RESTORE-PROVENANCE-SECTION SECTION.
           PERFORM OPEN-PROVENANCE-SECTION.
           MOVE FIO_PERSON-ID TO W_PV-PERSON-ID.
           MOVE 'RESTORE' TO W_PV-SOURCE.
           MOVE SPACES TO W_PV-FEED-NAME.
           STRING 'output-' W_FOUND-YEAR '.dat' DELIMITED BY SIZE
               INTO W_PV-FEED-NAME
           END-STRING.
           MOVE 0 TO W_PV-FEED-SEQ.
           PERFORM RECORD-ORIGIN-SECTION.
           IF NOT PROVENANCE-CREATED
               PERFORM RECORD-TOUCH-SECTION
           END-IF.
           PERFORM CLOSE-PROVENANCE-SECTION.

      * One output-YYYY.dat generation, scanned for the requested ID
      * - a missing year file is simply a year 10_ARCHIVE never ran.
