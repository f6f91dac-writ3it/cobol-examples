      * Header/trailer control for the inbound feeds. None of the
      * senders used to tell us how many records they sent or which
      * file in their series this was, so a file that went missing,
      * arrived twice or was cut short looked exactly like a quiet
      * day. A converted sender now brackets the file with a header
      * (sender, feed date, sequence number) and a trailer (record
      * count, ID hash total) - see FEED-CONTROL-FIELDS.cpy - and
      * every loader reads the whole file once BEFORE it touches
      * anything, refusing it when
      *   - the trailer is missing or records follow it (truncated
      *     or run together),
      *   - the count or hash total does not balance,
      *   - the sequence number was already received (a duplicate)
      *     or is not the next one from that sender (out of
      *     sequence - a file in between never arrived).
      * A file without a header still loads, with a warning, until
      * its sender converts; once any file on that feed has come
      * headed, an unheaded one is refused as well. The same file
      * presented again the same day by the same program is a
      * rerun of tonight's load, not a duplicate.
      *
      * Caller declares, alongside FEED-CONTROL-FIELDS.cpy
      * (WORKING-STORAGE):
      *     SELECT FEED-REGISTER ASSIGN TO 'feed_register.dat'
      *         ORGANIZATION IS INDEXED
      *         ACCESS IS DYNAMIC
      *         RECORD KEY IS FR_KEY
      *         FILE STATUS IS W_FR-STATUS.
      * with the FD from FEED-REGISTER-FILE.cpy, and runs its own
      * pre-pass over the feed:
      *     PERFORM FEED-CHECK-START-SECTION
      *     for each line: fill W_FC-CONTROL-LINE, W_FC-RECORD-ID
      *         and W_FC-LINE-SKIP-SW, PERFORM FEED-CHECK-LINE-SECTION
      *     PERFORM FEED-CHECK-END-SECTION
      * then loads only when FEED-LOADABLE, passing over the header
      * and trailer lines (FEED-CONTROLLED with FEED-HEADER-TAG or
      * FEED-TRAILER-TAG), and PERFORMs FEED-REGISTER-SECTION once
      * the load is safely on file.
       FEED-CHECK-START-SECTION SECTION.
           ACCEPT W_FC-TODAY FROM DATE YYYYMMDD.
           MOVE SPACE TO W_FC-MODE-SW W_FC-RESULT.
           MOVE 'N' TO W_FC-TRAILER-SW.
           MOVE SPACES TO W_FC-SENDER W_FC-REASON.
           MOVE 0 TO W_FC-LINE-NO W_FC-FEED-DATE W_FC-SEQ
                     W_FC-COUNT W_FC-HASH W_FC-STATED-COUNT
                     W_FC-STATED-HASH W_FC-AFTER-TRAILER
                     W_FC-OUT-COUNT W_FC-OUT-HASH.

      * One line of the pre-pass. The first line decides the mode:
      * a header makes the feed controlled, anything else leaves it
      * unheaded and every line after is simply counted.
       FEED-CHECK-LINE-SECTION SECTION.
           ADD 1 TO W_FC-LINE-NO.
           IF W_FC-LINE-NO = 1
               IF FEED-HEADER-TAG
                   MOVE 'C' TO W_FC-MODE-SW
                   PERFORM FEED-NOTE-HEADER-SECTION
                   GO TO FEED-CHECK-LINE-EXIT
               END-IF
               MOVE 'L' TO W_FC-MODE-SW
           END-IF.

           IF FEED-CONTROLLED
               IF FEED-TRAILER-SEEN
                   IF NOT FEED-LINE-SKIP
                       ADD 1 TO W_FC-AFTER-TRAILER
                   END-IF
                   GO TO FEED-CHECK-LINE-EXIT
               END-IF
               IF FEED-TRAILER-TAG
                   MOVE 'Y' TO W_FC-TRAILER-SW
                   IF W_FC-TRL-COUNT IS NUMERIC
                      AND W_FC-TRL-HASH IS NUMERIC
                       MOVE W_FC-TRL-COUNT TO W_FC-STATED-COUNT
                       MOVE W_FC-TRL-HASH TO W_FC-STATED-HASH
                   ELSE
                       IF W_FC-REASON = SPACES
                           MOVE 'trailer record is not numeric'
                               TO W_FC-REASON
                       END-IF
                   END-IF
                   GO TO FEED-CHECK-LINE-EXIT
               END-IF
               IF FEED-HEADER-TAG
                   IF W_FC-REASON = SPACES
                       MOVE 'a second header record inside the file'
                           TO W_FC-REASON
                   END-IF
                   GO TO FEED-CHECK-LINE-EXIT
               END-IF
           END-IF.

           IF FEED-LINE-SKIP
               GO TO FEED-CHECK-LINE-EXIT
           END-IF.
           ADD 1 TO W_FC-COUNT.
           COMPUTE W_FC-HASH = FUNCTION MOD(W_FC-HASH + W_FC-RECORD-ID,
               1000000000000000).

       FEED-CHECK-LINE-EXIT.
           EXIT.

       FEED-NOTE-HEADER-SECTION SECTION.
           IF W_FC-HDR-SENDER = SPACES
              OR W_FC-HDR-FEED-DATE IS NOT NUMERIC
              OR W_FC-HDR-SEQ IS NOT NUMERIC
               MOVE 'header record is malformed' TO W_FC-REASON
               GO TO FEED-NOTE-HEADER-EXIT
           END-IF.
           MOVE W_FC-HDR-SENDER TO W_FC-SENDER.
           MOVE W_FC-HDR-FEED-DATE TO W_FC-FEED-DATE.
           MOVE W_FC-HDR-SEQ TO W_FC-SEQ.

       FEED-NOTE-HEADER-EXIT.
           EXIT.

      * The verdict on the whole file, against its own trailer and
      * against the register.
       FEED-CHECK-END-SECTION SECTION.
           MOVE 'N' TO W_FC-CONVERTED-SW.
           MOVE W_FC-FEED-NAME TO FR_FEED.
           MOVE SPACES TO FR_SENDER.
           PERFORM FEED-READ-REGISTER-SECTION.
           IF FEED-REGISTER-FOUND AND FR_FEED-CONVERTED
               MOVE 'Y' TO W_FC-CONVERTED-SW
           END-IF.

           IF W_FC-LINE-NO = 0
               MOVE 'L' TO W_FC-MODE-SW
           END-IF.

           IF FEED-UNHEADED
               IF FEED-SENDER-CONVERTED
                   MOVE 'no header record - this feed has converted '
                       TO W_FC-REASON
                   MOVE 'to control records' TO W_FC-REASON(44:)
                   MOVE 'X' TO W_FC-RESULT
               ELSE
                   MOVE 'L' TO W_FC-RESULT
                   IF W_FC-LINE-NO > 0
                       DISPLAY '** warning: 'FUNCTION TRIM(
                           W_FC-FEED-NAME)' has no header/trailer - '
                           'loaded unchecked until the sender converts'
                   END-IF
               END-IF
               GO TO FEED-CHECK-END-DONE
           END-IF.

           MOVE 'X' TO W_FC-RESULT.
           IF W_FC-REASON NOT = SPACES
               GO TO FEED-CHECK-END-DONE
           END-IF.
           IF NOT FEED-TRAILER-SEEN
               MOVE 'no trailer record - the file is truncated'
                   TO W_FC-REASON
               GO TO FEED-CHECK-END-DONE
           END-IF.
           IF W_FC-AFTER-TRAILER > 0
               MOVE 'records follow the trailer record'
                   TO W_FC-REASON
               GO TO FEED-CHECK-END-DONE
           END-IF.
           IF W_FC-COUNT NOT = W_FC-STATED-COUNT
               STRING 'record count ' DELIMITED BY SIZE
                      W_FC-COUNT DELIMITED BY SIZE
                      ' but the trailer says ' DELIMITED BY SIZE
                      W_FC-STATED-COUNT DELIMITED BY SIZE
                   INTO W_FC-REASON
               END-STRING
               GO TO FEED-CHECK-END-DONE
           END-IF.
           IF W_FC-HASH NOT = W_FC-STATED-HASH
               MOVE 'ID hash total does not balance with the trailer'
                   TO W_FC-REASON
               GO TO FEED-CHECK-END-DONE
           END-IF.

           MOVE W_FC-FEED-NAME TO FR_FEED.
           MOVE W_FC-SENDER TO FR_SENDER.
           PERFORM FEED-READ-REGISTER-SECTION.
           IF NOT FEED-REGISTER-FOUND
               MOVE 'A' TO W_FC-RESULT
               GO TO FEED-CHECK-END-DONE
           END-IF.

           IF W_FC-SEQ = FR_LAST-SEQ
              AND W_FC-FEED-DATE = FR_LAST-FEED-DATE
              AND W_FC-COUNT = FR_LAST-COUNT
              AND W_FC-HASH = FR_LAST-HASH
              AND FR_LAST-RECEIVED = W_FC-TODAY
              AND FR_LAST-PROGRAM = W_FC-PROGRAM
               MOVE 'R' TO W_FC-RESULT
               DISPLAY FUNCTION TRIM(W_FC-FEED-NAME)' sequence '
                   W_FC-SEQ' already loaded today - treated as a '
                   'rerun'
               GO TO FEED-CHECK-END-DONE
           END-IF.

           IF FR_LAST-SEQ = 999999
               MOVE 1 TO W_FC-EXPECTED-SEQ
           ELSE
               COMPUTE W_FC-EXPECTED-SEQ = FR_LAST-SEQ + 1
           END-IF.
           EVALUATE TRUE
               WHEN W_FC-SEQ = W_FC-EXPECTED-SEQ
                   MOVE 'A' TO W_FC-RESULT
               WHEN W_FC-SEQ <= FR_LAST-SEQ
                   STRING 'duplicate - sequence ' DELIMITED BY SIZE
                          W_FC-SEQ DELIMITED BY SIZE
                          ' already received, last on '
                              DELIMITED BY SIZE
                          FR_LAST-RECEIVED DELIMITED BY SIZE
                       INTO W_FC-REASON
                   END-STRING
               WHEN OTHER
                   STRING 'out of sequence - expected '
                              DELIMITED BY SIZE
                          W_FC-EXPECTED-SEQ DELIMITED BY SIZE
                          ', file is ' DELIMITED BY SIZE
                          W_FC-SEQ DELIMITED BY SIZE
                       INTO W_FC-REASON
                   END-STRING
           END-EVALUATE.

       FEED-CHECK-END-DONE.
           EVALUATE TRUE
               WHEN FEED-REFUSED
                   DISPLAY '** 'FUNCTION TRIM(W_FC-FEED-NAME)
                       ' REFUSED - 'W_FC-REASON
               WHEN FEED-ACCEPTED
                   DISPLAY FUNCTION TRIM(W_FC-FEED-NAME)' from '
                       W_FC-SENDER' sequence 'W_FC-SEQ' of '
                       W_FC-FEED-DATE' balances: 'W_FC-COUNT
                       ' record(s)'
           END-EVALUATE.

      * The register record under FR_KEY into FR_REGISTER-REC, the
      * file opened and closed in here. No register yet is simply
      * nothing on it.
       FEED-READ-REGISTER-SECTION SECTION.
           MOVE 'N' TO W_FC-FOUND-SW.
           OPEN INPUT FEED-REGISTER.
           IF W_FR-STATUS NOT = '00'
               GO TO FEED-READ-REGISTER-EXIT
           END-IF.
           READ FEED-REGISTER
               NOT INVALID KEY
                   MOVE 'Y' TO W_FC-FOUND-SW
           END-READ.
           CLOSE FEED-REGISTER.

       FEED-READ-REGISTER-EXIT.
           EXIT.

      * The load is on file - record it. A controlled file moves its
      * sender's sequence on; every file, headed or not, stamps the
      * feed's arrival date for 82_FEED_REGISTER's missing-file
      * check. A rerun was recorded the first time round.
       FEED-REGISTER-SECTION SECTION.
           IF NOT (FEED-ACCEPTED OR FEED-LEGACY)
               GO TO FEED-REGISTER-EXIT
           END-IF.
           IF W_FC-LINE-NO = 0
               GO TO FEED-REGISTER-EXIT
           END-IF.
           OPEN I-O FEED-REGISTER.
           IF W_FR-STATUS = '35'
               OPEN OUTPUT FEED-REGISTER
               CLOSE FEED-REGISTER
               OPEN I-O FEED-REGISTER
           END-IF.
           IF W_FR-STATUS NOT = '00'
               DISPLAY '** feed_register.dat not writable (status '
                   W_FR-STATUS') - 'FUNCTION TRIM(W_FC-FEED-NAME)
                   ' arrival not recorded'
               GO TO FEED-REGISTER-EXIT
           END-IF.

           IF FEED-CONTROLLED
               MOVE W_FC-FEED-NAME TO FR_FEED
               MOVE W_FC-SENDER TO FR_SENDER
               MOVE 'Y' TO W_FC-FOUND-SW
               READ FEED-REGISTER
                   INVALID KEY
                       MOVE 'N' TO W_FC-FOUND-SW
               END-READ
               MOVE W_FC-FEED-NAME TO FR_FEED
               MOVE W_FC-SENDER TO FR_SENDER
               MOVE W_FC-SEQ TO FR_LAST-SEQ
               MOVE W_FC-FEED-DATE TO FR_LAST-FEED-DATE
               MOVE W_FC-COUNT TO FR_LAST-COUNT
               MOVE W_FC-HASH TO FR_LAST-HASH
               MOVE W_FC-TODAY TO FR_LAST-RECEIVED
               MOVE W_FC-PROGRAM TO FR_LAST-PROGRAM
               MOVE 'Y' TO FR_CONVERTED
               MOVE 'N' TO FR_EXPECTED
               MOVE 0 TO FR_ALERTED-ON
               IF FEED-REGISTER-FOUND
                   REWRITE FR_REGISTER-REC
               ELSE
                   WRITE FR_REGISTER-REC
               END-IF
           END-IF.

           MOVE W_FC-FEED-NAME TO FR_FEED.
           MOVE SPACES TO FR_SENDER.
           MOVE 'Y' TO W_FC-FOUND-SW.
           READ FEED-REGISTER
               INVALID KEY
                   MOVE 'N' TO W_FC-FOUND-SW
                   MOVE W_FC-FEED-NAME TO FR_FEED
                   MOVE SPACES TO FR_SENDER
                   MOVE 0 TO FR_LAST-SEQ FR_LAST-FEED-DATE
                             FR_LAST-COUNT FR_LAST-HASH
                   MOVE 'N' TO FR_CONVERTED
                   MOVE 'N' TO FR_EXPECTED
           END-READ.
           MOVE W_FC-TODAY TO FR_LAST-RECEIVED.
           MOVE W_FC-PROGRAM TO FR_LAST-PROGRAM.
           MOVE 0 TO FR_ALERTED-ON.
           IF FEED-CONTROLLED
               MOVE 'Y' TO FR_CONVERTED
               MOVE W_FC-SEQ TO FR_LAST-SEQ
               MOVE W_FC-FEED-DATE TO FR_LAST-FEED-DATE
           END-IF.
           MOVE W_FC-COUNT TO FR_LAST-COUNT.
           MOVE W_FC-HASH TO FR_LAST-HASH.
           IF FEED-REGISTER-FOUND
               REWRITE FR_REGISTER-REC
           ELSE
               WRITE FR_REGISTER-REC
           END-IF.
           CLOSE FEED-REGISTER.

       FEED-REGISTER-EXIT.
           EXIT.

      * A converter passing a controlled feed on in our own layout
      * heads its output with the sender's own header, so the
      * converted file stays in that sender's sequence on the feed
      * it is loaded through, and closes it with a trailer over
      * what it actually wrote (W_FC-OUT-COUNT, W_FC-OUT-HASH).
       FEED-FORMAT-HEADER-SECTION SECTION.
           MOVE SPACES TO W_FC-CONTROL-LINE.
           MOVE 'HDR' TO W_FC-HDR-TAG.
           MOVE W_FC-SENDER TO W_FC-HDR-SENDER.
           MOVE W_FC-FEED-DATE TO W_FC-HDR-FEED-DATE.
           MOVE W_FC-SEQ TO W_FC-HDR-SEQ.

       FEED-FORMAT-TRAILER-SECTION SECTION.
           MOVE SPACES TO W_FC-CONTROL-LINE.
           MOVE 'TRL' TO W_FC-TRL-TAG.
           MOVE W_FC-OUT-COUNT TO W_FC-TRL-COUNT.
           MOVE W_FC-OUT-HASH TO W_FC-TRL-HASH.
