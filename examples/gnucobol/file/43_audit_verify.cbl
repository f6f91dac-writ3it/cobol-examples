      * the same way by naming it on the command line - archived
      * generations carry their chain segment with them, so each
      * file verifies on its own links.
      * A log opened by the year-end rotation (80_AUDIT_ROTATE)
      * starts with a ROTATE line naming the closed-out generation
      * and the final SEQ=/CHK= link it ended on. That link seeds
      * the running check value, so the new file's first line is
      * proved like any other, and the generation itself is opened
      * to confirm it really does end on that link - the chain is
      * provable across the year boundary, not just inside each
      * file. A generation moved off to tape is only noted.
      * Lines from before the chain existed (no SEQ= tail) are
      * accepted as a legacy prefix at the top of the file only -
      * an unchained line appearing AFTER chained ones is itself a
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_AL-STATUS.

      * The closed-out generation a ROTATE line names.
               SELECT PRIOR-IN ASSIGN TO W_PRIOR-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_PR-STATUS.

               SELECT AUDIT-CHAIN ASSIGN TO 'audit_chain.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_CHAIN-STATUS.
           FD AUDIT-IN.
           01 A_AUDIT-LINE PIC X(320).

           FD PRIOR-IN.
           01 P_PRIOR-LINE PIC X(320).

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_AL-STATUS PIC X(2).
               01 W_BYTE-SUM PIC 9(9) VALUE 0.
               01 W_BYTE-SUB PIC 9(3) VALUE 0.

      * Carry-forward off a ROTATE opening line - BEFORE=[ holds
      * PREV-SEQ=nnnnnnnnn PREV-CHK=nnnnnnnnn ], KEY= the name of
      * the generation it was carried from.
               01 W_ROTATE-SW PIC X(1) VALUE 'N'.
                   88 ROTATED-LOG VALUE 'Y'.
               01 W_RT-HEADER PIC X(60) VALUE SPACES.
               01 W_RT-REMAINDER PIC X(260) VALUE SPACES.
               01 W_RT-STAMP PIC X(17) VALUE SPACES.
               01 W_RT-PROGRAM PIC X(20) VALUE SPACES.
               01 W_RT-OPERATION PIC X(10) VALUE SPACES.
               01 W_RT-FRONT PIC X(320) VALUE SPACES.
               01 W_RT-LINK PIC X(40) VALUE SPACES.
               01 W_PREV-SEQ PIC 9(9) VALUE 0.
               01 W_PREV-CHK PIC 9(9) VALUE 0.

      * The named generation's own last link, read off its tail.
               01 W_PR-STATUS PIC X(2).
               01 W_PRIOR-FILENAME PIC X(30) VALUE SPACES.
               01 B_PRIOR-EOF PIC X(1) VALUE 'N'.
               01 W_PRIOR-TAIL PIC X(40) VALUE SPACES.
               01 W_PRIOR-SEQ-X PIC X(9) VALUE SPACES.
               01 W_PRIOR-CHK-TAIL PIC X(20) VALUE SPACES.
               01 W_PRIOR-LAST-SEQ PIC 9(9) VALUE 0.
               01 W_PRIOR-LAST-CHK PIC 9(9) VALUE 0.

      * Job-level run trailer (see JOB-TRAILER.cpy) - FAILED on a
      * broken chain, so the alert file fires.
               COPY 'JOB-TRAILER-FIELDS.cpy'.
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY 'Chain verifies end to end - no link broken'
               IF ROTATED-LOG
                   DISPLAY 'Carried forward from '
                       FUNCTION TRIM(W_PRIOR-FILENAME)
                       ' at sequence 'W_PREV-SEQ
               END-IF
           END-IF.

           MOVE '43_AUDIT_VERIFY' TO W_TRAILER-PROGRAM.

      * First chained link has no recomputable predecessor inside
      * this file - it anchors the running check value; every link
      * after it must recompute exactly. A ROTATE opening line
      * brings its predecessor with it, so it is recomputed too.
           IF W_CHAINED-COUNT = 1 AND W_LINE-SEQ NOT = 1
               PERFORM CHECK-ROTATE-LINE-SECTION
               IF CHAIN-BROKEN
                   GO TO VERIFY-ONE-LINE-EXIT
               END-IF
               IF NOT ROTATED-LOG
                   MOVE W_LINE-CHK TO W_RUN-CHK
                   GO TO VERIFY-ONE-LINE-EXIT
               END-IF
           END-IF.

           MOVE 0 TO W_BYTE-SUM.
       VERIFY-ONE-LINE-EXIT.
           EXIT.

      * Is the file's first chained line the opening line of a
      * rotated log? If so its carried link must sit exactly one
      * sequence behind it, becomes the running check value the
      * line is recomputed from, and is checked against the tail of
      * the generation it names.
       CHECK-ROTATE-LINE-SECTION SECTION.
           MOVE SPACES TO W_RT-HEADER W_RT-REMAINDER W_RT-STAMP
               W_RT-PROGRAM W_RT-OPERATION.
           UNSTRING W_CONTENT DELIMITED BY ' KEY='
               INTO W_RT-HEADER W_RT-REMAINDER
           END-UNSTRING.
           UNSTRING W_RT-HEADER DELIMITED BY ALL SPACE
               INTO W_RT-STAMP W_RT-PROGRAM W_RT-OPERATION
           END-UNSTRING.
           IF W_RT-OPERATION NOT = 'ROTATE'
               GO TO CHECK-ROTATE-LINE-EXIT
           END-IF.

           MOVE 'Y' TO W_ROTATE-SW.
           MOVE W_RT-REMAINDER(1:20) TO W_PRIOR-FILENAME.
           MOVE SPACES TO W_RT-FRONT W_RT-LINK.
           UNSTRING W_RT-REMAINDER DELIMITED BY 'PREV-SEQ='
               INTO W_RT-FRONT W_RT-LINK
           END-UNSTRING.
           IF W_RT-LINK(1:9) IS NOT NUMERIC
               OR W_RT-LINK(11:9) NOT = 'PREV-CHK='
               OR W_RT-LINK(20:9) IS NOT NUMERIC
               MOVE 'Y' TO W_BROKEN-SW
               DISPLAY '** CHAIN BROKEN at line 'W_LINE-NO
                   ' - ROTATE line carries no readable PREV-SEQ/'
                   'PREV-CHK link'
               GO TO CHECK-ROTATE-LINE-EXIT
           END-IF.
           MOVE W_RT-LINK(1:9) TO W_PREV-SEQ.
           MOVE W_RT-LINK(20:9) TO W_PREV-CHK.

           IF W_PREV-SEQ + 1 NOT = W_LINE-SEQ
               MOVE 'Y' TO W_BROKEN-SW
               DISPLAY '** CHAIN BROKEN at line 'W_LINE-NO
                   ' - ROTATE line at sequence 'W_LINE-SEQ
                   ' carries forward from 'W_PREV-SEQ
               GO TO CHECK-ROTATE-LINE-EXIT
           END-IF.
           MOVE W_PREV-CHK TO W_RUN-CHK.

           PERFORM CHECK-PRIOR-GENERATION-SECTION.

       CHECK-ROTATE-LINE-EXIT.
           EXIT.

      * The named generation must end on the very link the ROTATE
      * line carried - a generation trimmed or extended after it
      * was closed out breaks the chain here.
       CHECK-PRIOR-GENERATION-SECTION SECTION.
           OPEN INPUT PRIOR-IN.
           IF W_PR-STATUS NOT = '00'
               DISPLAY 'Note: 'FUNCTION TRIM(W_PRIOR-FILENAME)
                   ' is not on disk (status 'W_PR-STATUS') - the '
                   'carried link is taken from the ROTATE line alone'
               GO TO CHECK-PRIOR-GENERATION-EXIT
           END-IF.

           MOVE 0 TO W_PRIOR-LAST-SEQ W_PRIOR-LAST-CHK.
           MOVE 'N' TO B_PRIOR-EOF.
           PERFORM UNTIL B_PRIOR-EOF = 'Y'
               READ PRIOR-IN
                   AT END MOVE 'Y' TO B_PRIOR-EOF
                   NOT AT END
                       MOVE SPACES TO W_RT-FRONT W_PRIOR-TAIL
                           W_PRIOR-SEQ-X W_PRIOR-CHK-TAIL
                       UNSTRING P_PRIOR-LINE DELIMITED BY ' SEQ='
                           INTO W_RT-FRONT W_PRIOR-TAIL
                       END-UNSTRING
                       UNSTRING W_PRIOR-TAIL DELIMITED BY ' CHK='
                           INTO W_PRIOR-SEQ-X W_PRIOR-CHK-TAIL
                       END-UNSTRING
                       IF W_PRIOR-SEQ-X IS NUMERIC
                           AND W_PRIOR-CHK-TAIL(1:9) IS NUMERIC
                           MOVE W_PRIOR-SEQ-X TO W_PRIOR-LAST-SEQ
                           MOVE W_PRIOR-CHK-TAIL(1:9)
                               TO W_PRIOR-LAST-CHK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRIOR-IN.

           IF W_PRIOR-LAST-SEQ NOT = W_PREV-SEQ
               OR W_PRIOR-LAST-CHK NOT = W_PREV-CHK
               MOVE 'Y' TO W_BROKEN-SW
               DISPLAY '** CHAIN BROKEN at line 'W_LINE-NO
                   ' - 'FUNCTION TRIM(W_PRIOR-FILENAME)
                   ' ends at sequence 'W_PRIOR-LAST-SEQ
                   ' but the ROTATE line carries 'W_PREV-SEQ
                   ' (generation altered after it was closed)'
           END-IF.

       CHECK-PRIOR-GENERATION-EXIT.
           EXIT.

       CHECK-FINAL-LINK-SECTION SECTION.
           OPEN INPUT AUDIT-CHAIN.
           IF W_CHAIN-STATUS NOT = '00'
