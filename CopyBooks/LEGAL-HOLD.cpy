      * Legal-hold test shared by every process that removes or
      * rewrites a person's record wholesale - 03_REWRITE (the RODO
      * erasure), 06_PURGE, 10_ARCHIVE, 14_MERGE_PERSON and
      * 27_ARCHIVE_RETENTION - and by the changes that reach a
      * person by rule or by audit line rather than by an operator
      * at the record: 101_MASS_UPDATE and 102_REVERSE_CHANGE. A
      * person with an active record on legal_hold.dat (see
      * LEGAL-HOLD-RECORD.cpy) is left exactly as they are, and the
      * caller reports the skip.
      * The file is opened on first use and stays open for the run.
      * No legal_hold.dat at all (35) means nobody has ever been
      * held. A file that is there but will not open holds EVERYONE
      * - a hold silently going unhonoured is the one failure this
      * exists to prevent, so the run leaves everything in place
      * until the file is put right.
      *
      * Caller declares LEGAL-HOLD-FIELDS.cpy in WORKING-STORAGE and
      * an FD copying LEGAL-HOLD-RECORD.cpy with the LH_ names:
      *     SELECT LEGAL-HOLD-FILE ASSIGN TO 'legal_hold.dat'
      *         ORGANIZATION IS INDEXED
      *         ACCESS IS RANDOM
      *         RECORD KEY IS LH_PERSON-ID
      *         FILE STATUS IS W_LH-STATUS.
      * and PERFORMs CLOSE-LEGAL-HOLD-SECTION before it ends.
       CHECK-LEGAL-HOLD-SECTION SECTION.
           MOVE 'N' TO W_LH-HELD-SW.
           MOVE SPACES TO W_LH-CASE-REF.
           IF LEGAL-HOLD-NOT-TRIED
               OPEN INPUT LEGAL-HOLD-FILE
               EVALUATE W_LH-STATUS
                   WHEN '00'
                       MOVE 'O' TO W_LH-FILE-SW
                   WHEN '35'
                       MOVE 'N' TO W_LH-FILE-SW
                   WHEN OTHER
                       MOVE 'U' TO W_LH-FILE-SW
                       DISPLAY '** legal_hold.dat will not open '
                           '(status 'W_LH-STATUS') - every person '
                           'is treated as held this run'
               END-EVALUATE
           END-IF.

           IF LEGAL-HOLD-UNREADABLE
               MOVE 'Y' TO W_LH-HELD-SW
               MOVE 'HOLD FILE UNREADABLE' TO W_LH-CASE-REF
               ADD 1 TO W_LH-HELD-COUNT
               GO TO CHECK-LEGAL-HOLD-EXIT
           END-IF.
           IF NOT LEGAL-HOLD-OPEN
               GO TO CHECK-LEGAL-HOLD-EXIT
           END-IF.

           MOVE W_LH-PERSON-ID TO LH_PERSON-ID.
           READ LEGAL-HOLD-FILE
               INVALID KEY
                   GO TO CHECK-LEGAL-HOLD-EXIT
           END-READ.
           IF LH_ACTIVE
               MOVE 'Y' TO W_LH-HELD-SW
               MOVE LH_CASE-REF TO W_LH-CASE-REF
               ADD 1 TO W_LH-HELD-COUNT
           END-IF.

       CHECK-LEGAL-HOLD-EXIT.
           EXIT.

       CLOSE-LEGAL-HOLD-SECTION SECTION.
           IF LEGAL-HOLD-OPEN
               CLOSE LEGAL-HOLD-FILE
           END-IF.
           MOVE SPACE TO W_LH-FILE-SW.
