      *    26-41   given name     X(16)
      *    42-45   birth year     9(4)
      *    46-53   date of death  9(8) YYYYMMDD
      *    54-64   PESEL          X(11), blank when not given
      * A notice carrying a valid PESEL is matched on that first,
      * through pesel.dat's alternate key: exactly one holder is the
      * match, with no name guessing at all; a PESEL two of our IDs
      * share is routed to the worklist like any other ambiguity;
      * a PESEL nobody holds (or a notice without one) falls back
      * to the name matching below.
      * Matching: candidates are found on the surname alternate key
      * plus birth year; when the exact surname finds nothing, a
      * soundex sweep (through the shared 09_SOUNDEX, which folds
      * kill the wrong Kowalski.
      * A mutator of output.dat: advisory lock held, integrity
      * control verified at the door and recomputed on the way out.
      * A registry file bracketed by control records (see
      * FEED-CONTROL.cpy) is checked against them and the feed
      * register before a single person is touched; a refused file
      * flags nobody.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 63_DEATH_MATCH.

                   RECORD KEY IS CS_PERSON-ID
                   FILE STATUS IS W_CS-STATUS.

      * PESEL cross-reference (see PESEL-RECORD.cpy) - read only.
               SELECT PESEL-FILE ASSIGN TO 'pesel.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS PX_PERSON-ID
                   ALTERNATE RECORD KEY IS PX_PESEL WITH DUPLICATES
                   FILE STATUS IS W_PESEL-FS.

      * Inbound feed-sequence register - see FEED-CONTROL.cpy.
               SELECT FEED-REGISTER ASSIGN TO 'feed_register.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS FR_KEY
                   FILE STATUS IS W_FR-STATUS.

       DATA DIVISION.
           FILE SECTION.
           COPY 'AUDIT-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'PERSON-LOCK-FILE.cpy'.
           COPY 'PERSON-CONTROL-FILE.cpy'.
           COPY 'FEED-REGISTER-FILE.cpy'.

           FD CONTROL-SCAN.
               COPY 'PERSON-RECORD.cpy'
              02 DN_NAME PIC X(16).
              02 DN_BIRTH-YEAR PIC 9(4).
              02 DN_DEATH-DATE PIC 9(8).
              02 DN_PESEL PIC X(11).

           FD EXCEPTIONS-OUT.
           01 EX_EXCEPTION-REC PIC X(100).

           FD PESEL-FILE.
           COPY 'PESEL-RECORD.cpy'
               REPLACING PREFIX-ID BY PX_PERSON-ID
                         PREFIX-PESEL BY PX_PESEL
                         PREFIX-SOURCE BY PX_SOURCE
                         PREFIX-CAPTURED-ON BY PX_CAPTURED-ON
                         PREFIX BY PX_PESEL-REC.

           FD PERSON-IO.
               COPY 'PERSON-RECORD.cpy'
                   REPLACING PREFIX-ID BY FIO_PERSON-ID
               01 W_NOTICE-SOUNDEX PIC X(4) VALUE SPACES.
               01 W_RECORD-SOUNDEX PIC X(4) VALUE SPACES.

      * The PESEL pass - pesel.dat is opened once for the run; a
      * missing file just means every notice goes by name.
               01 W_PESEL-FS PIC X(2).
               01 W_PESEL-AVAILABLE-SW PIC X(1) VALUE 'N'.
                   88 PESEL-AVAILABLE VALUE 'Y'.
               01 B_PESEL-EOF PIC X(1) VALUE 'N'.
               01 W_PESEL-HOLDERS PIC 9(3) VALUE 0.
               01 W_PESEL-HOLDER-ID PIC 9(6) VALUE 0.
               01 W_PESEL-MATCH-COUNT PIC 9(6) VALUE 0.
               01 W_PESEL-CHECK-DATE PIC 9(8) VALUE 0.
               01 W_PESEL-CHECK-QUALITY PIC X(1) VALUE SPACE.
               01 W_PESEL-DATE PIC 9(8) VALUE 0.
               01 W_PESEL-SEX PIC X(1) VALUE SPACE.
               01 W_PESEL-REASON PIC X(40) VALUE SPACES.
               01 W_PESEL-STATUS PIC X(1) VALUE '0'.
                   88 PESEL-OK VALUE '0'.

      * Shared lifecycle rules (see 06_STATUS_TRANSITION.cbl).
               01 W_TARGET-STATUS PIC X(1) VALUE 'D'.
               01 W_TRANS-REASON PIC X(40) VALUE SPACES.
               01 W_TRANS-STATUS PIC X(1) VALUE '0'.
                   88 TRANSITION-OK VALUE '0'.

      * Membership card routine linkage (see 13_CARD_FILE.cbl) -
      * a deceased member's live card is cancelled the moment
      * they are flagged.
               01 W_CARD-REQUEST PIC X(8) VALUE 'CANCEL'.
               01 W_CARD-NUMBER PIC 9(9) VALUE 0.
               01 W_CARD-REASON PIC X(20) VALUE 'DECEASED'.
               01 W_CARD-REJECT PIC X(40) VALUE SPACES.
               01 W_CARD-STATUS PIC X(1) VALUE '0'.

      * Shared audit trail (see AUDIT-TRAIL.cpy).
               COPY 'AUDIT-FIELDS.cpy'.

      * Integrity control fields (see PERSON-CONTROL.cpy).
               COPY 'PERSON-CONTROL-FIELDS.cpy'.

      * Feed header/trailer control (see FEED-CONTROL.cpy).
               COPY 'FEED-CONTROL-FIELDS.cpy'.

       PROCEDURE DIVISION.

           ACCEPT W_TODAY FROM DATE YYYYMMDD.
               STOP RUN
           END-IF.

           PERFORM START-JOB-TIMER-SECTION.
           PERFORM CHECK-FEED-CONTROL-SECTION.

           OPEN I-O PERSON-IO.
           OPEN OUTPUT EXCEPTIONS-OUT.
           OPEN INPUT PESEL-FILE.
           IF W_PESEL-FS = '00'
               MOVE 'Y' TO W_PESEL-AVAILABLE-SW
           ELSE
               DISPLAY 'No pesel.dat on file - notices are matched '
                   'by name only'
           END-IF.

           PERFORM UNTIL B_DN-EOF = 'Y'
               READ DEATHS-IN
                   AT END MOVE 'Y' TO B_DN-EOF
                   NOT AT END
                       MOVE DN_DEATH-REC(1:40) TO W_FC-CONTROL-LINE
                       IF DN_DEATH-REC NOT = SPACES
                          AND NOT (FEED-CONTROLLED
                              AND (FEED-HEADER-TAG OR FEED-TRAILER-TAG))
                           ADD 1 TO W_NOTICE-COUNT
                           PERFORM MATCH-ONE-NOTICE-SECTION
                       END-IF
           CLOSE DEATHS-IN.
           CLOSE EXCEPTIONS-OUT.
           CLOSE PERSON-IO.
           IF PESEL-AVAILABLE
               CLOSE PESEL-FILE
           END-IF.

      * Mutations all on disk - recompute the control record so
      * the next opener can verify against it.
               W_FLAGGED-COUNT' marked deceased, '
               W_AMBIGUOUS-COUNT' routed to the worklist, '
               W_ALREADY-COUNT' already deceased'.
           DISPLAY W_PESEL-MATCH-COUNT' notification(s) matched by '
               'PESEL'.

           MOVE '63_DEATH_MATCH' TO W_TRAILER-PROGRAM.
           MOVE W_FLAGGED-COUNT TO W_TRAILER-COUNT.
               MOVE 'COMPLETE' TO W_TRAILER-STATUS
           END-IF.
           PERFORM WRITE-JOB-TRAILER-SECTION.
           PERFORM FEED-REGISTER-SECTION.

           PERFORM RELEASE-PERSON-LOCK-SECTION.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'PERSON-LOCK.cpy'.
       COPY 'PERSON-CONTROL.cpy'.
       COPY 'FEED-CONTROL.cpy'.

      * The pre-pass over the open notifications file - read
      * through once, nothing matched, then reopened for the
      * matching pass. A notice's PESEL is its ID in the hash
      * total, zero when it carries none.
       CHECK-FEED-CONTROL-SECTION SECTION.
           MOVE 'death_notifications.txt' TO W_FC-FEED-NAME.
           MOVE '63_DEATH_MATCH' TO W_FC-PROGRAM.
           PERFORM FEED-CHECK-START-SECTION.

           PERFORM UNTIL B_DN-EOF = 'Y'
               READ DEATHS-IN
                   AT END MOVE 'Y' TO B_DN-EOF
                   NOT AT END
                       MOVE DN_DEATH-REC(1:40) TO W_FC-CONTROL-LINE
                       MOVE 0 TO W_FC-RECORD-ID
                       IF DN_DEATH-REC = SPACES
                           MOVE 'Y' TO W_FC-LINE-SKIP-SW
                       ELSE
                           MOVE 'N' TO W_FC-LINE-SKIP-SW
                           IF DN_PESEL IS NUMERIC
                               MOVE DN_PESEL TO W_FC-RECORD-ID
                           END-IF
                       END-IF
                       PERFORM FEED-CHECK-LINE-SECTION
               END-READ
           END-PERFORM.
           CLOSE DEATHS-IN.
           MOVE 'N' TO B_DN-EOF.

           PERFORM FEED-CHECK-END-SECTION.
           IF NOT FEED-LOADABLE
               DISPLAY '** nobody flagged - '
                   'death_notifications.txt left for the registry '
                   'to replace'
               MOVE 16 TO RETURN-CODE
               MOVE '63_DEATH_MATCH' TO W_TRAILER-PROGRAM
               MOVE 0 TO W_TRAILER-COUNT
               MOVE 'FAILED' TO W_TRAILER-STATUS
               PERFORM WRITE-JOB-TRAILER-SECTION
               PERFORM RELEASE-PERSON-LOCK-SECTION
               STOP RUN
           END-IF.
           OPEN INPUT DEATHS-IN.

      * One notification: the exact surname-key pass first, the
      * given name as the narrower when several share surname and
      * year, the soundex sweep only when the exact pass came up
      * empty - and only ever ONE unambiguous candidate acts.
       MATCH-ONE-NOTICE-SECTION SECTION.
           PERFORM PESEL-PASS-SECTION.
           EVALUATE TRUE
               WHEN W_PESEL-HOLDERS = 1
                   ADD 1 TO W_PESEL-MATCH-COUNT
                   MOVE W_PESEL-HOLDER-ID TO FIO_PERSON-ID
                   PERFORM FLAG-DECEASED-SECTION
                   GO TO MATCH-ONE-NOTICE-EXIT
               WHEN W_PESEL-HOLDERS > 1
                   ADD 1 TO W_AMBIGUOUS-COUNT
                   PERFORM WRITE-PESEL-SHARED-SECTION
                   GO TO MATCH-ONE-NOTICE-EXIT
           END-EVALUATE.

           PERFORM EXACT-CANDIDATE-PASS-SECTION.

           EVALUATE TRUE
                   END-IF
           END-EVALUATE.

       MATCH-ONE-NOTICE-EXIT.
           EXIT.

      * Holders of the notice's PESEL on the alternate key - only a
      * PESEL that passes its own checksum is looked up at all, so
      * a mistyped one on the registry's side cannot land on a
      * stranger who happens to hold the mistyped number.
       PESEL-PASS-SECTION SECTION.
           MOVE 0 TO W_PESEL-HOLDERS W_PESEL-HOLDER-ID.
           IF NOT PESEL-AVAILABLE OR DN_PESEL = SPACES
               GO TO PESEL-PASS-EXIT
           END-IF.
           MOVE 0 TO W_PESEL-CHECK-DATE.
           MOVE SPACE TO W_PESEL-CHECK-QUALITY.
           CALL '12_PESEL_CHECK' USING DN_PESEL, W_PESEL-CHECK-DATE,
               W_PESEL-CHECK-QUALITY, W_PESEL-DATE, W_PESEL-SEX,
               W_PESEL-REASON, W_PESEL-STATUS.
           IF NOT PESEL-OK
               DISPLAY '** notice for 'DN_SURNAME' carries a bad '
                   'PESEL ('W_PESEL-REASON') - matching by name'
               GO TO PESEL-PASS-EXIT
           END-IF.

           MOVE DN_PESEL TO PX_PESEL.
           MOVE 'N' TO B_PESEL-EOF.
           START PESEL-FILE KEY IS = PX_PESEL
               INVALID KEY
                   MOVE 'Y' TO B_PESEL-EOF
           END-START.
           PERFORM UNTIL B_PESEL-EOF = 'Y'
               READ PESEL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_PESEL-EOF
                   NOT AT END
                       IF PX_PESEL NOT = DN_PESEL
                           MOVE 'Y' TO B_PESEL-EOF
                       ELSE
                           ADD 1 TO W_PESEL-HOLDERS
                           MOVE PX_PERSON-ID TO W_PESEL-HOLDER-ID
                       END-IF
               END-READ
           END-PERFORM.

       PESEL-PASS-EXIT.
           EXIT.

      * Everyone on the surname key with the notified surname and
      * birth year - counted, with the given-name narrowing
      * tallied alongside.
           END-READ.

           CALL '06_STATUS_TRANSITION' USING FIO_PERSON-STATUS,
               W_TARGET-STATUS, W_TRANS-REASON, W_TRANS-STATUS,
               FIO_PERSON-ID.
           IF NOT TRANSITION-OK
               IF FIO_PERSON-DECEASED
                   ADD 1 TO W_ALREADY-COUNT
                   DISPLAY 'Person 'FIO_PERSON-ID' ('
                       FIO_PERSON-SURNAME') marked deceased per '
                       'registry notice of 'DN_DEATH-DATE
                   CALL '13_CARD_FILE' USING W_CARD-REQUEST,
                       FIO_PERSON-ID, W_CARD-NUMBER, W_CARD-REASON,
                       W_CARD-REJECT, W_CARD-STATUS
                   IF W_CARD-STATUS NOT = '0'
                       DISPLAY '** card not cancelled for '
                           FIO_PERSON-ID' - 'W_CARD-REJECT
                   END-IF
           END-REWRITE.

       FLAG-DECEASED-EXIT.
           END-STRING.
           WRITE EX_EXCEPTION-REC.

       WRITE-PESEL-SHARED-SECTION SECTION.
           MOVE SPACES TO EX_EXCEPTION-REC.
           STRING 'DEATH NOTICE PESEL SHARED: ' DELIMITED BY SIZE
                  DN_PESEL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(DN_SURNAME) DELIMITED BY SIZE
                  ' died ' DELIMITED BY SIZE
                  DN_DEATH-DATE DELIMITED BY SIZE
                  ' - held by ' DELIMITED BY SIZE
                  W_PESEL-HOLDERS DELIMITED BY SIZE
                  ' IDs' DELIMITED BY SIZE
               INTO EX_EXCEPTION-REC
           END-STRING.
           WRITE EX_EXCEPTION-REC.

       WRITE-NO-MATCH-SECTION SECTION.
           MOVE SPACES TO EX_EXCEPTION-REC.
           STRING 'DEATH NOTICE UNMATCHED: ' DELIMITED BY SIZE
