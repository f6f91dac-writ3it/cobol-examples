      * One PESEL onto pesel.dat for one person - the single door
      * every capture path (09_MAINTAIN's PESEL action,
      * 29_APPLY_DELTA, the converter hand-off 02_WRITE consumes)
      * goes through, so the checksum, the birth-date cross-check and
      * the shared-PESEL check are applied the same way whichever
      * path the number arrived by. 12_PESEL_CHECK owns the rules;
      * this owns the file. The record is kept current, not
      * appended - the audit line (operation PESEL) is the history.
      *
      * Caller declares, alongside PESEL-CAPTURE-FIELDS.cpy and
      * AUDIT-FIELDS.cpy (WORKING-STORAGE) and AUDIT-TRAIL.cpy:
      *     SELECT PESEL-FILE ASSIGN TO 'pesel.dat'
      *         ORGANIZATION IS INDEXED
      *         ACCESS IS DYNAMIC
      *         RECORD KEY IS PX_PERSON-ID
      *         ALTERNATE RECORD KEY IS PX_PESEL WITH DUPLICATES
      *         FILE STATUS IS W_PESEL-FS.
      * with the FD laid out by PESEL-RECORD.cpy under the PX_
      * prefix, and fills W_PESEL-PROGRAM, W_PESEL-PERSON-ID,
      * W_PESEL-VALUE, W_PESEL-SOURCE, W_PESEL-BIRTH-DATE,
      * W_PESEL-BIRTH-QUALITY and W_PESEL-STRICT-SW before the
      * PERFORM. pesel.dat is opened and closed in here, so the
      * caller never holds it open across the call.
       STORE-PESEL-SECTION SECTION.
           MOVE 'N' TO W_PESEL-STORED-SW.
           MOVE 'N' TO W_PESEL-SHARED-SW.
           ACCEPT W_PESEL-TODAY FROM DATE YYYYMMDD.

           CALL '12_PESEL_CHECK' USING W_PESEL-VALUE,
               W_PESEL-BIRTH-DATE, W_PESEL-BIRTH-QUALITY,
               W_PESEL-DECODED-DATE, W_PESEL-SEX, W_PESEL-REASON,
               W_PESEL-CHECK-STATUS.
           IF PESEL-INVALID
               GO TO STORE-PESEL-EXIT
           END-IF.
           IF PESEL-DATE-CONFLICT AND PESEL-STRICT
               GO TO STORE-PESEL-EXIT
           END-IF.

      * First PESEL ever captured has no pesel.dat yet - the usual
      * status-35 create-and-reopen dance.
           OPEN I-O PESEL-FILE.
           IF W_PESEL-FS = '35'
               OPEN OUTPUT PESEL-FILE
               CLOSE PESEL-FILE
               OPEN I-O PESEL-FILE
           END-IF.
           IF W_PESEL-FS NOT = '00'
               MOVE '1' TO W_PESEL-CHECK-STATUS
               MOVE SPACES TO W_PESEL-REASON
               STRING 'could not open pesel.dat (status '
                          DELIMITED BY SIZE
                      W_PESEL-FS DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                   INTO W_PESEL-REASON
               END-STRING
               GO TO STORE-PESEL-EXIT
           END-IF.

      * Anyone else already holding this PESEL? Walk the alternate
      * key from the first holder for as long as the PESEL matches.
           MOVE W_PESEL-VALUE TO PX_PESEL.
           MOVE 'N' TO B_PESEL-EOF.
           START PESEL-FILE KEY IS = PX_PESEL
               INVALID KEY
                   MOVE 'Y' TO B_PESEL-EOF
           END-START.
           PERFORM UNTIL B_PESEL-EOF = 'Y'
               READ PESEL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO B_PESEL-EOF
                   NOT AT END
                       IF PX_PESEL NOT = W_PESEL-VALUE
                           MOVE 'Y' TO B_PESEL-EOF
                       ELSE
                           IF PX_PERSON-ID NOT = W_PESEL-PERSON-ID
                               MOVE 'Y' TO W_PESEL-SHARED-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF PESEL-SHARED
               MOVE 'PESEL already held by another person'
                   TO W_PESEL-REASON
               IF PESEL-STRICT
                   MOVE '1' TO W_PESEL-CHECK-STATUS
                   CLOSE PESEL-FILE
                   GO TO STORE-PESEL-EXIT
               END-IF
           END-IF.

           MOVE W_PESEL-PROGRAM TO W_AUDIT-PROGRAM.
           MOVE 'PESEL' TO W_AUDIT-OPERATION.
           MOVE W_PESEL-PERSON-ID TO W_AUDIT-KEY.
           MOVE SPACES TO W_AUDIT-BEFORE.
           MOVE W_PESEL-PERSON-ID TO PX_PERSON-ID.
           READ PESEL-FILE KEY IS PX_PERSON-ID
               INVALID KEY
                   MOVE W_PESEL-PERSON-ID TO PX_PERSON-ID
                   MOVE W_PESEL-VALUE TO PX_PESEL
                   MOVE W_PESEL-SOURCE TO PX_SOURCE
                   MOVE W_PESEL-TODAY TO PX_CAPTURED-ON
                   WRITE PX_PESEL-REC
                       INVALID KEY
                           MOVE '1' TO W_PESEL-CHECK-STATUS
                           MOVE 'could not write pesel.dat'
                               TO W_PESEL-REASON
                       NOT INVALID KEY
                           MOVE 'Y' TO W_PESEL-STORED-SW
                   END-WRITE
               NOT INVALID KEY
                   IF PX_PESEL = W_PESEL-VALUE
      * Same number the file already holds - nothing to change,
      * and nothing worth an audit line on every nightly feed.
                       CLOSE PESEL-FILE
                       GO TO STORE-PESEL-EXIT
                   END-IF
                   MOVE PX_PESEL-REC TO W_PESEL-BEFORE
                   MOVE W_PESEL-BEFORE TO W_AUDIT-BEFORE
                   MOVE W_PESEL-VALUE TO PX_PESEL
                   MOVE W_PESEL-SOURCE TO PX_SOURCE
                   MOVE W_PESEL-TODAY TO PX_CAPTURED-ON
                   REWRITE PX_PESEL-REC
                       INVALID KEY
                           MOVE '1' TO W_PESEL-CHECK-STATUS
                           MOVE 'could not rewrite pesel.dat'
                               TO W_PESEL-REASON
                       NOT INVALID KEY
                           MOVE 'Y' TO W_PESEL-STORED-SW
                   END-REWRITE
           END-READ.
           CLOSE PESEL-FILE.

           IF PESEL-STORED
               MOVE PX_PESEL-REC TO W_AUDIT-AFTER
               PERFORM WRITE-AUDIT-SECTION
           END-IF.

       STORE-PESEL-EXIT.
           EXIT.
