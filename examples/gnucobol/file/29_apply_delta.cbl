      * a record already Inactive) is DROPPED as already posted,
      * never suspended - otherwise every resume would breed 30
      * days of false suspense exceptions.
      * A registry that knows the person's PESEL sends it in columns
      * 63-73, after the person image; an A or C that posts has it
      * recorded on pesel.dat through the shared STORE-PESEL-SECTION
      * (non-strict - a contradiction with the birth date or another
      * holder is stored and left for 64_PESEL_CONFLICTS to report).
      * A PESEL that fails its checksum is not stored and does not
      * hold up the person transaction it rode in on; it goes onto
      * pesel_rejects.dat (see PESEL-REJECT.cpy) for
      * 64_PESEL_CONFLICTS to report as INVALID.
      * A posted A gives the person their provenance record (see
      * PROVENANCE.cpy) - source DELTA, person_delta.txt and its
      * sequence number, or delta_suspense.dat for an add that only
      * posted on a later night's recycle; a posted C or D moves the
      * record's last-changed-by fields.
      * Before anything is posted the feed is read through once
      * against its header/trailer and the feed register (see
      * FEED-CONTROL.cpy); a refused feed stops the run with
      * output.dat and the suspense file untouched and the feed left
      * in place for the upstream to replace.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 29_APPLY_DELTA.

                   RECORD KEY IS CS_PERSON-ID
                   FILE STATUS IS W_CS-STATUS.

      * PESEL cross-reference - see PESEL-CAPTURE.cpy.
               SELECT PESEL-FILE ASSIGN TO 'pesel.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS PX_PERSON-ID
                   ALTERNATE RECORD KEY IS PX_PESEL WITH DUPLICATES
                   FILE STATUS IS W_PESEL-FS.

      * PESELs that could not be recorded, for 64_PESEL_CONFLICTS -
      * see PESEL-REJECT.cpy.
               SELECT PESEL-REJECT-LOG ASSIGN TO 'pesel_rejects.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_PJ-STATUS.

      * Person provenance - see PROVENANCE.cpy.
               SELECT PROVENANCE-FILE ASSIGN TO 'provenance.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS PV_PERSON-ID
                   FILE STATUS IS W_PV-STATUS.

      * Inbound feed-sequence register - see FEED-CONTROL.cpy.
               SELECT FEED-REGISTER ASSIGN TO 'feed_register.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS FR_KEY
                   FILE STATUS IS W_FR-STATUS.

       DATA DIVISION.
           FILE SECTION.
           COPY 'AUDIT-LOG.cpy'.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'PERSON-LOCK-FILE.cpy'.
           COPY 'FEED-REGISTER-FILE.cpy'.

           COPY 'PERSON-CONTROL-FILE.cpy'.

           01 DL_DELTA-REC.
              02 DL_ACTION PIC X(1).
              02 DL_PERSON-IMAGE PIC X(61).
              02 DL_PESEL PIC X(11).

           FD SUSPENSE-FILE.
           01 SU_SUSPENSE-REC.
              02 SU_FIRST-SEEN PIC 9(8).
              02 SU_REASON PIC X(40).
              02 SU_DELTA PIC X(73).

           FD SUSPENSE-OVERFLOW.
           01 OV_OVERFLOW-REC PIC X(121).

           FD AGED-OUT-FILE.
           01 AG_AGED-REC PIC X(121).

           FD PESEL-FILE.
           COPY 'PESEL-RECORD.cpy'
               REPLACING PREFIX-ID BY PX_PERSON-ID
                         PREFIX-PESEL BY PX_PESEL
                         PREFIX-SOURCE BY PX_SOURCE
                         PREFIX-CAPTURED-ON BY PX_CAPTURED-ON
                         PREFIX BY PX_PESEL-REC.

           FD PESEL-REJECT-LOG.
           COPY 'PESEL-REJECT-RECORD.cpy'
               REPLACING PREFIX-ID BY PJ_PERSON-ID
                         PREFIX-PESEL BY PJ_PESEL
                         PREFIX-SOURCE BY PJ_SOURCE
                         PREFIX-REFUSED-ON BY PJ_REFUSED-ON
                         PREFIX-REASON BY PJ_REASON
                         PREFIX BY PJ_PESEL-REJECT.

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

           FD DEACTIVATION-TRACKING.
           COPY 'DEACTIVATION-TRACKING-RECORD.cpy'
               01 W_AGED-FILENAME PIC X(40) VALUE SPACES.

      * The transaction being posted right now - its action byte,
      * its raw image with the PESEL behind it (kept for a suspense
      * write), and the date it first failed (today for a fresh feed
      * line, the carried date for a recycled suspense item).
               01 W_CURR-ACTION PIC X(1) VALUE SPACE.
               01 W_CURR-DELTA PIC X(73) VALUE SPACES.
               01 W_CURR-PESEL PIC X(11) VALUE SPACES.
               01 W_CURR-FIRST-SEEN PIC 9(8) VALUE 0.

      * How this transaction came out - posted, or suspended with
      * fresh - the same read-it-all-first approach 04_DUP_CHECK
      * takes with its soundex table.
               01 W_RECYCLE-TABLE.
                   02 W_RECYCLE-ENTRY PIC X(121) OCCURS 500 TIMES.
               01 W_RECYCLE-COUNT PIC 9(4) VALUE 0.
               01 W_RECYCLE-SUB PIC 9(4) VALUE 0.
               01 W_RECYCLE-OVERFLOW-SW PIC X(1) VALUE 'N'.
               01 W_RECYCLE-ITEM.
                   02 W_RI-FIRST-SEEN PIC 9(8).
                   02 W_RI-REASON PIC X(40).
                   02 W_RI-DELTA PIC X(73).

      * Suspense items older than this many days stop recycling and
      * go to the dated aged-out file instead.
               01 W_SUSPENDED-COUNT PIC 9(6) VALUE 0.
               01 W_AGED-OUT-COUNT PIC 9(6) VALUE 0.
               01 W_ALREADY-POSTED-COUNT PIC 9(6) VALUE 0.
               01 W_PESEL-STORED-COUNT PIC 9(6) VALUE 0.
               01 W_PESEL-REFUSED-COUNT PIC 9(6) VALUE 0.
               01 W_DROPPED-SW PIC X(1) VALUE 'N'.
                   88 ALREADY-POSTED VALUE 'Y'.
               01 W_FEED-PRESENT-SW PIC X(1) VALUE 'N'.
                   88 VALIDATE-OK VALUE '0'.
               01 W_TARGET-STATUS PIC X(1) VALUE SPACE.

      * Membership card routine linkage (see 13_CARD_FILE.cbl) -
      * a D transaction takes the live card with the membership.
               01 W_CARD-REQUEST PIC X(8) VALUE 'CANCEL'.
               01 W_CARD-NUMBER PIC 9(9) VALUE 0.
               01 W_CARD-REASON PIC X(20) VALUE 'DEACTIVATED'.
               01 W_CARD-REJECT PIC X(40) VALUE SPACES.
               01 W_CARD-STATUS PIC X(1) VALUE '0'.

      * Shared audit trail (see AUDIT-TRAIL.cpy).
               COPY 'AUDIT-FIELDS.cpy'.

      * Integrity control fields (see PERSON-CONTROL.cpy).
               COPY 'PERSON-CONTROL-FIELDS.cpy'.

      * PESEL capture fields (see PESEL-CAPTURE.cpy).
               COPY 'PESEL-CAPTURE-FIELDS.cpy'.

      * Feed header/trailer control (see FEED-CONTROL.cpy).
               COPY 'FEED-CONTROL-FIELDS.cpy'.

      * Person provenance (see PROVENANCE.cpy).
               COPY 'PROVENANCE-FIELDS.cpy'.


       PROCEDURE DIVISION.

           MOVE '29_APPLY_DELTA' TO W_LOCK-PROGRAM.
           PERFORM ACQUIRE-PERSON-LOCK-SECTION.

           PERFORM START-JOB-TIMER-SECTION.
           PERFORM CHECK-FEED-CONTROL-SECTION.

           OPEN I-O PERSON-IO.
           PERFORM OPEN-PROVENANCE-SECTION.
           MOVE 'DELTA' TO W_PV-SOURCE.

           PERFORM LOAD-SUSPENSE-TABLE-SECTION.


      * Recycled suspense items first, oldest debt first, then
      * tonight's fresh feed.
           MOVE 'delta_suspense.dat' TO W_PV-FEED-NAME.
           MOVE 0 TO W_PV-FEED-SEQ.
           PERFORM VARYING W_RECYCLE-SUB FROM 1 BY 1
                   UNTIL W_RECYCLE-SUB > W_RECYCLE-COUNT
               MOVE W_RECYCLE-ENTRY(W_RECYCLE-SUB) TO W_RECYCLE-ITEM
               PERFORM RECYCLE-ONE-ITEM-SECTION
           END-PERFORM.

           MOVE 'person_delta.txt' TO W_PV-FEED-NAME.
           MOVE W_FC-SEQ TO W_PV-FEED-SEQ.
           PERFORM APPLY-FRESH-FEED-SECTION.

           IF W_RECYCLE-OVERFLOW-SW = 'Y'
           CLOSE SUSPENSE-FILE.
           CLOSE AGED-OUT-FILE.
           CLOSE PERSON-IO.
           PERFORM CLOSE-PROVENANCE-SECTION.

      * Mutations all on disk - recompute the control
      * record so the next opener can verify against it.
           PERFORM UPDATE-PERSON-CONTROL-SECTION.

           IF FEED-PRESENT
               PERFORM FEED-REGISTER-SECTION
               PERFORM CONSUME-FEED-SECTION
               PERFORM ADVANCE-MARKER-SECTION
           END-IF.
               W_ALREADY-POSTED-COUNT.
           DISPLAY 'Written to suspense      : 'W_SUSPENDED-COUNT.
           DISPLAY 'Aged out of suspense     : 'W_AGED-OUT-COUNT.
           DISPLAY 'PESELs recorded          : 'W_PESEL-STORED-COUNT.
           DISPLAY 'PESELs refused           : '
               W_PESEL-REFUSED-COUNT.
           IF W_RECYCLE-OVERFLOW-SW = 'Y'
               DISPLAY 'Carried over (table full): 'W_CARRIED-COUNT
           END-IF.
       COPY 'JOB-TRAILER.cpy'.
       COPY 'PERSON-LOCK.cpy'.
       COPY 'PERSON-CONTROL.cpy'.
       COPY 'PESEL-CAPTURE.cpy'.
       COPY 'PESEL-REJECT.cpy'.
       COPY 'FEED-CONTROL.cpy'.
       COPY 'PROVENANCE.cpy'.

      * The pre-pass over person_delta.txt - read through once,
      * nothing posted. No feed tonight leaves nothing to check; a
      * refused one stops the run before the suspense file is
      * rebuilt, so tomorrow's recycle still finds every item.
       CHECK-FEED-CONTROL-SECTION SECTION.
           MOVE 'person_delta.txt' TO W_FC-FEED-NAME.
           MOVE '29_APPLY_DELTA' TO W_FC-PROGRAM.
           PERFORM FEED-CHECK-START-SECTION.

           OPEN INPUT DELTA-IN.
           IF W_DELTA-STATUS NOT = '00'
               GO TO CHECK-FEED-CONTROL-EXIT
           END-IF.
           PERFORM UNTIL B_DELTA-EOF = 'Y'
               READ DELTA-IN
                   AT END MOVE 'Y' TO B_DELTA-EOF
                   NOT AT END
                       MOVE DL_DELTA-REC(1:40) TO W_FC-CONTROL-LINE
                       MOVE 0 TO W_FC-RECORD-ID
                       IF DL_DELTA-REC = SPACES
                           MOVE 'Y' TO W_FC-LINE-SKIP-SW
                       ELSE
                           MOVE 'N' TO W_FC-LINE-SKIP-SW
                           IF DL_PERSON-IMAGE(1:6) IS NUMERIC
                               MOVE DL_PERSON-IMAGE(1:6)
                                   TO W_FC-RECORD-ID
                           END-IF
                       END-IF
                       PERFORM FEED-CHECK-LINE-SECTION
               END-READ
           END-PERFORM.
           CLOSE DELTA-IN.
           MOVE 'N' TO B_DELTA-EOF.

           PERFORM FEED-CHECK-END-SECTION.
           IF FEED-LOADABLE
               GO TO CHECK-FEED-CONTROL-EXIT
           END-IF.

           DISPLAY '** nothing posted - person_delta.txt left in '
               'place for the upstream to replace'.
           MOVE 16 TO RETURN-CODE.
           MOVE '29_APPLY_DELTA' TO W_TRAILER-PROGRAM.
           MOVE 0 TO W_TRAILER-COUNT.
           MOVE 'FAILED' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.
           PERFORM RELEASE-PERSON-LOCK-SECTION.
           STOP RUN.

       CHECK-FEED-CONTROL-EXIT.
           EXIT.

      * Reads the prior run's whole suspense file into the recycle
      * table - a missing file (first run ever, or a clean night)
               MOVE W_RI-DELTA TO W_CURR-DELTA
               MOVE W_RI-DELTA(1:1) TO W_CURR-ACTION
               MOVE W_RI-DELTA(2:61) TO S_PERSON
               MOVE W_RI-DELTA(63:11) TO W_CURR-PESEL
               MOVE W_RI-FIRST-SEEN TO W_CURR-FIRST-SEEN
               PERFORM POST-ONE-DELTA-SECTION
           END-IF.
               READ DELTA-IN
                   AT END MOVE 'Y' TO B_DELTA-EOF
                   NOT AT END
                       MOVE DL_DELTA-REC(1:40) TO W_FC-CONTROL-LINE
                       IF DL_DELTA-REC NOT = SPACES
                          AND NOT (FEED-CONTROLLED
                              AND (FEED-HEADER-TAG OR FEED-TRAILER-TAG))
                           ADD 1 TO W_FEED-COUNT
                           MOVE DL_DELTA-REC TO W_CURR-DELTA
                           MOVE DL_ACTION TO W_CURR-ACTION
                           MOVE DL_PERSON-IMAGE TO S_PERSON
                           MOVE DL_PESEL TO W_CURR-PESEL
                           MOVE W_TODAY TO W_CURR-FIRST-SEEN
                           PERFORM POST-ONE-DELTA-SECTION
                       END-IF
                       S_PERSON-ID' - 'W_SUSPEND-REASON
           END-EVALUATE.

           IF POST-OK AND W_CURR-PESEL NOT = SPACES
               AND (W_CURR-ACTION = 'A' OR W_CURR-ACTION = 'C')
               PERFORM CAPTURE-DELTA-PESEL-SECTION
           END-IF.

      * The PESEL riding on a posted A or C - checked against the
      * birth date just posted, stored non-strict. A rerun that
      * dropped the transaction as already posted still comes
      * through here; STORE-PESEL-SECTION leaves an unchanged
      * PESEL alone.
       CAPTURE-DELTA-PESEL-SECTION SECTION.
           MOVE '29_APPLY_DELTA' TO W_PESEL-PROGRAM.
           MOVE S_PERSON-ID TO W_PESEL-PERSON-ID.
           MOVE W_CURR-PESEL TO W_PESEL-VALUE.
           MOVE 'DELTA' TO W_PESEL-SOURCE.
           MOVE S_PERSON-BIRTH-DATE TO W_PESEL-BIRTH-DATE.
           MOVE S_PERSON-BIRTH-QUALITY TO W_PESEL-BIRTH-QUALITY.
           MOVE 'N' TO W_PESEL-STRICT-SW.
           PERFORM STORE-PESEL-SECTION.
           IF PESEL-INVALID
               ADD 1 TO W_PESEL-REFUSED-COUNT
               DISPLAY '** PESEL not recorded for 'S_PERSON-ID' - '
                   W_PESEL-REASON
               PERFORM WRITE-PESEL-REJECT-SECTION
           ELSE
               IF PESEL-STORED
                   ADD 1 TO W_PESEL-STORED-COUNT
               END-IF
           END-IF.

      * ADD: same validation gate as 02_WRITE, then a keyed WRITE -
      * a collision never overwrites: byte-identical means already
      * posted (dropped), anything else suspends as a duplicate.
                   MOVE SPACES TO W_AUDIT-BEFORE
                   MOVE FIO_PERSON TO W_AUDIT-AFTER
                   PERFORM WRITE-AUDIT-SECTION
                   MOVE FIO_PERSON-ID TO W_PV-PERSON-ID
                   PERFORM RECORD-ORIGIN-SECTION
           END-WRITE.

       POST-ADD-EXIT.
                   MOVE B_PERSON TO W_AUDIT-BEFORE
                   MOVE FIO_PERSON TO W_AUDIT-AFTER
                   PERFORM WRITE-AUDIT-SECTION
                   MOVE FIO_PERSON-ID TO W_PV-PERSON-ID
                   PERFORM RECORD-TOUCH-SECTION
           END-REWRITE.

       POST-CHANGE-EXIT.
           MOVE 'I' TO W_TARGET-STATUS.
           CALL '06_STATUS_TRANSITION' USING FIO_PERSON-STATUS,
               W_TARGET-STATUS, W_REJECT-REASON,
               W_VALIDATE-STATUS, FIO_PERSON-ID.
           IF NOT VALIDATE-OK
      * Already Inactive means this D already landed (a rerun) -
      * dropped. Any other refusal (a Deceased record, feed
           MOVE B_PERSON TO W_AUDIT-BEFORE.
           MOVE FIO_PERSON TO W_AUDIT-AFTER.
           PERFORM WRITE-AUDIT-SECTION.
           MOVE FIO_PERSON-ID TO W_PV-PERSON-ID.
           PERFORM RECORD-TOUCH-SECTION.

           CALL '13_CARD_FILE' USING W_CARD-REQUEST, FIO_PERSON-ID,
               W_CARD-NUMBER, W_CARD-REASON, W_CARD-REJECT,
               W_CARD-STATUS
           IF W_CARD-STATUS NOT = '0'
               DISPLAY '** card not cancelled for 'FIO_PERSON-ID' - '
                   W_CARD-REJECT
           END-IF.

       POST-DELETE-EXIT.
           EXIT.
