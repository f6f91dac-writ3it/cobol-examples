      * Run as: 80_audit_rotate [YYYY]
      * audit_trail.log has only ever grown - every line since the
      * trail began sits in one file that every verify, index
      * rebuild and fallback search reads end to end. This is the
      * year-end rotation: the live log is closed out into a dated
      * generation, audit_trail_YYYY.log (YYYY defaults to last
      * year - the job runs in the first days of January, from
      * 47_MONTH_END_RUN's December close), and a new live log is
      * opened whose first line is a ROTATE line carrying the old
      * file's final SEQ=/CHK= link. The chain itself runs on
      * unbroken through audit_chain.ctl, so the ROTATE line is
      * simply the next link, and 43_AUDIT_VERIFY proves it against
      * the generation it names - the trail stays provable across
      * files, not just inside each one.
      * Every generation is entered on audit_generations.ctl (see
      * AUDIT-GENERATION-FILE.cpy) with its first and last links;
      * anything that searches the whole trail walks that catalogue
      * oldest first and the live log last (AUDIT-GENERATIONS.cpy).
      * Nothing is truncated until the log has verified, the index
      * holds every line of it, the copy matches audit_chain.ctl,
      * the copy verifies on its own and the catalogue has it. A
      * generation already on disk for the year refuses the run;
      * should a run die after the catalogue entry but before the
      * new log is opened, the live log still holds every line and
      * the generation file is removed by hand before the re-run.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 80_AUDIT_ROTATE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT AUDIT-LOG ASSIGN TO 'audit_trail.log'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_AL-STATUS.

      * Chain-state companion of the audit trail - see
      * AUDIT-CHAIN-FILE.cpy.
               SELECT AUDIT-CHAIN ASSIGN TO 'audit_chain.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_CHAIN-STATUS.

               SELECT GENERATION-OUT ASSIGN TO W_GENERATION-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_GO-STATUS.

      * Generation catalogue - see AUDIT-GENERATION-FILE.cpy.
               SELECT AUDIT-GENERATION-FILE ASSIGN TO
                       'audit_generations.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_AG-STATUS.

      * 42_AUDIT_INDEX's position in the live log - back to the
      * top once the new log is opened.
               SELECT CHECKPOINT-FILE ASSIGN TO 'audit_index.ckpt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_CKPT-STATUS.

      * Advisory lock shared by every output.dat-mutating program -
      * see PERSON-LOCK.cpy. Holding it keeps the mutating programs,
      * and the audit lines they write, out while the log moves.
               SELECT PERSON-LOCK-FILE ASSIGN TO 'person_file.lock'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_LOCK-STATUS.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           COPY 'AUDIT-LOG.cpy'.
           COPY 'AUDIT-CHAIN-FILE.cpy'.
           COPY 'AUDIT-GENERATION-FILE.cpy'.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'PERSON-LOCK-FILE.cpy'.

           FD GENERATION-OUT.
           01 G_GENERATION-LINE PIC X(320).

           FD CHECKPOINT-FILE.
           01 CKPT-REC PIC 9(9).

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_AL-STATUS PIC X(2).
               01 W_GO-STATUS PIC X(2).
               01 W_AG-STATUS PIC X(2).
               01 W_CKPT-STATUS PIC X(2).

               01 W_ARG-1 PIC X(10) VALUE SPACES.
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_ROTATE-YEAR PIC 9(4) VALUE 0.
               01 W_GENERATION-FILENAME PIC X(30) VALUE SPACES.
               01 W_COMMAND PIC X(60) VALUE SPACES.
               01 W_COMMAND-RC PIC 9(9) VALUE 0.
               01 W_DELETE-RC PIC 9(9) VALUE 0.
               01 W_FAIL-REASON PIC X(60) VALUE SPACES.

      * The closing log as it is copied out - its line count and
      * the first and last links of its chain segment.
               01 W_LINE-COUNT PIC 9(9) VALUE 0.
               01 W_FIRST-SEQ PIC 9(9) VALUE 0.
               01 W_LAST-SEQ PIC 9(9) VALUE 0.
               01 W_LAST-CHK PIC 9(9) VALUE 0.
               01 W_CONTENT PIC X(320) VALUE SPACES.
               01 W_TAIL PIC X(40) VALUE SPACES.
               01 W_SEQ-X PIC X(9) VALUE SPACES.
               01 W_CHK-TAIL PIC X(20) VALUE SPACES.

      * Shared audit trail (see AUDIT-TRAIL.cpy) - the new log's
      * opening ROTATE line.
               COPY 'AUDIT-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Advisory lock fields (see PERSON-LOCK.cpy).
               COPY 'PERSON-LOCK-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.

           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           ACCEPT W_ARG-1 FROM COMMAND-LINE.
           IF W_ARG-1(1:4) IS NUMERIC
               MOVE W_ARG-1(1:4) TO W_ROTATE-YEAR
           ELSE
               MOVE W_TODAY(1:4) TO W_ROTATE-YEAR
               SUBTRACT 1 FROM W_ROTATE-YEAR
           END-IF.
           STRING 'audit_trail_' W_ROTATE-YEAR '.log'
               DELIMITED BY SIZE
               INTO W_GENERATION-FILENAME.

      * A year is closed out once - a generation already on disk
      * means this year has been rotated.
           OPEN INPUT GENERATION-OUT.
           IF W_GO-STATUS = '00'
               CLOSE GENERATION-OUT
               DISPLAY '** Refused - 'FUNCTION TRIM(
                   W_GENERATION-FILENAME)' is already on disk - '
                   W_ROTATE-YEAR' has been rotated'
               MOVE 'generation already on disk' TO W_FAIL-REASON
               GO TO ROTATE-REFUSED
           END-IF.

           MOVE '80_AUDIT_ROTATE' TO W_LOCK-PROGRAM.
           PERFORM ACQUIRE-PERSON-LOCK-SECTION.

      * The log must verify before it is closed out - a broken
      * chain is carried into a generation nobody will look at
      * again otherwise.
           MOVE '43_audit_verify' TO W_COMMAND.
           PERFORM RUN-COMMAND-SECTION.
           IF W_COMMAND-RC NOT = 0
               MOVE 'audit_trail.log does not verify'
                   TO W_FAIL-REASON
               GO TO ROTATE-FAILED
           END-IF.

      * ... and the index must hold every line of it, since the
      * nightly run only reads the live log once it is reopened.
           MOVE '42_audit_index' TO W_COMMAND.
           PERFORM RUN-COMMAND-SECTION.
           IF W_COMMAND-RC NOT = 0
               MOVE 'audit index could not be brought up to date'
                   TO W_FAIL-REASON
               GO TO ROTATE-FAILED
           END-IF.

           OPEN INPUT AUDIT-LOG.
           IF W_AL-STATUS NOT = '00'
               MOVE 'audit_trail.log will not open'
                   TO W_FAIL-REASON
               GO TO ROTATE-FAILED
           END-IF.
           OPEN OUTPUT GENERATION-OUT.
           IF W_GO-STATUS NOT = '00'
               CLOSE AUDIT-LOG
               MOVE 'generation file could not be created'
                   TO W_FAIL-REASON
               GO TO ROTATE-FAILED
           END-IF.

           PERFORM UNTIL B_EOF = 'Y'
               READ AUDIT-LOG
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE L_AUDIT-LOG-REC TO G_GENERATION-LINE
                       WRITE G_GENERATION-LINE
                       ADD 1 TO W_LINE-COUNT
                       PERFORM NOTE-CHAIN-LINK-SECTION
               END-READ
           END-PERFORM.
           CLOSE GENERATION-OUT.
           CLOSE AUDIT-LOG.

      * The copy must end on the link audit_chain.ctl holds - a
      * line written by a program outside the lock since the
      * verify would otherwise be lost with the truncation.
           OPEN INPUT AUDIT-CHAIN.
           IF W_CHAIN-STATUS = '00'
               READ AUDIT-CHAIN
                   AT END MOVE 0 TO CH_SEQ CH_CHK
               END-READ
               CLOSE AUDIT-CHAIN
           ELSE
               MOVE 0 TO CH_SEQ
               MOVE 0 TO CH_CHK
           END-IF.
           IF CH_SEQ NOT = W_LAST-SEQ OR CH_CHK NOT = W_LAST-CHK
               PERFORM REMOVE-GENERATION-SECTION
               MOVE 'copy does not end on the audit_chain.ctl link'
                   TO W_FAIL-REASON
               GO TO ROTATE-FAILED
           END-IF.

      * The generation must verify on its own links before the
      * original goes.
           MOVE SPACES TO W_COMMAND.
           STRING '43_audit_verify ' DELIMITED BY SIZE
                  W_GENERATION-FILENAME DELIMITED BY SPACE
               INTO W_COMMAND
           END-STRING.
           PERFORM RUN-COMMAND-SECTION.
           IF W_COMMAND-RC NOT = 0
               PERFORM REMOVE-GENERATION-SECTION
               MOVE 'generation copy does not verify'
                   TO W_FAIL-REASON
               GO TO ROTATE-FAILED
           END-IF.

           OPEN EXTEND AUDIT-GENERATION-FILE.
           IF W_AG-STATUS = '35'
               OPEN OUTPUT AUDIT-GENERATION-FILE
           END-IF.
           IF W_AG-STATUS NOT = '00'
               PERFORM REMOVE-GENERATION-SECTION
               MOVE 'audit_generations.ctl will not open'
                   TO W_FAIL-REASON
               GO TO ROTATE-FAILED
           END-IF.
           MOVE SPACES TO AG_GENERATION-REC.
           MOVE W_GENERATION-FILENAME TO AG_FILE.
           MOVE W_ROTATE-YEAR TO AG_YEAR.
           MOVE W_FIRST-SEQ TO AG_FIRST-SEQ.
           MOVE W_LAST-SEQ TO AG_LAST-SEQ.
           MOVE W_LAST-CHK TO AG_LAST-CHK.
           MOVE W_LINE-COUNT TO AG_LINES.
           MOVE W_TODAY TO AG_ROTATED-ON.
           MOVE W_AUDIT-OPERATOR TO AG_ROTATED-BY.
           WRITE AG_GENERATION-REC.
           CLOSE AUDIT-GENERATION-FILE.

      * Now the live log starts over - empty, then its ROTATE line
      * as the next link of the same chain, naming the generation
      * and the link it closed on.
           OPEN OUTPUT AUDIT-LOG.
           CLOSE AUDIT-LOG.

           MOVE '80_AUDIT_ROTATE' TO W_AUDIT-PROGRAM.
           MOVE 'ROTATE' TO W_AUDIT-OPERATION.
           MOVE W_GENERATION-FILENAME TO W_AUDIT-KEY.
           MOVE SPACES TO W_AUDIT-BEFORE W_AUDIT-AFTER.
           STRING 'PREV-SEQ=' DELIMITED BY SIZE
                  W_LAST-SEQ DELIMITED BY SIZE
                  ' PREV-CHK=' DELIMITED BY SIZE
                  W_LAST-CHK DELIMITED BY SIZE
               INTO W_AUDIT-BEFORE
           END-STRING.
           STRING 'LINES=' DELIMITED BY SIZE
                  W_LINE-COUNT DELIMITED BY SIZE
                  ' FIRST-SEQ=' DELIMITED BY SIZE
                  W_FIRST-SEQ DELIMITED BY SIZE
               INTO W_AUDIT-AFTER
           END-STRING.
           PERFORM WRITE-AUDIT-SECTION.

           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE 0 TO CKPT-REC.
           WRITE CKPT-REC.
           CLOSE CHECKPOINT-FILE.

           PERFORM RELEASE-PERSON-LOCK-SECTION.

           DISPLAY W_LINE-COUNT' line(s) closed out to '
               FUNCTION TRIM(W_GENERATION-FILENAME)
               ' - sequence 'W_FIRST-SEQ' to 'W_LAST-SEQ.
           DISPLAY 'audit_trail.log reopened, chained on from '
               'sequence 'W_LAST-SEQ.

           MOVE '80_AUDIT_ROTATE' TO W_TRAILER-PROGRAM.
           MOVE W_LINE-COUNT TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       ROTATE-FAILED.
           PERFORM RELEASE-PERSON-LOCK-SECTION.

       ROTATE-REFUSED.
           DISPLAY '** Audit rotation for 'W_ROTATE-YEAR
               ' not done - 'FUNCTION TRIM(W_FAIL-REASON)
               '. audit_trail.log is unchanged.'.
           MOVE '80_AUDIT_ROTATE' TO W_TRAILER-PROGRAM.
           MOVE 0 TO W_TRAILER-COUNT.
           MOVE 'FAILED' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       COPY 'AUDIT-TRAIL.cpy'.
       COPY 'JOB-TRAILER.cpy'.
       COPY 'PERSON-LOCK.cpy'.

      * Same SYSTEM dispatch the batch drivers use - the return
      * code is taken and cleared so it does not leak into this
      * program's own.
       RUN-COMMAND-SECTION SECTION.
           DISPLAY 'Running 'FUNCTION TRIM(W_COMMAND).
           CALL 'SYSTEM' USING W_COMMAND.
           MOVE RETURN-CODE TO W_COMMAND-RC.
           MOVE 0 TO RETURN-CODE.

      * One line's SEQ=/CHK= tail - the first chained line read
      * gives the segment's first sequence, the last one read its
      * closing link. Pre-chain legacy lines carry no tail.
       NOTE-CHAIN-LINK-SECTION SECTION.
           MOVE SPACES TO W_CONTENT W_TAIL W_SEQ-X W_CHK-TAIL.
           UNSTRING L_AUDIT-LOG-REC DELIMITED BY ' SEQ='
               INTO W_CONTENT W_TAIL
           END-UNSTRING.
           UNSTRING W_TAIL DELIMITED BY ' CHK='
               INTO W_SEQ-X W_CHK-TAIL
           END-UNSTRING.
           IF W_SEQ-X IS NUMERIC AND W_CHK-TAIL(1:9) IS NUMERIC
               MOVE W_SEQ-X TO W_LAST-SEQ
               MOVE W_CHK-TAIL(1:9) TO W_LAST-CHK
               IF W_FIRST-SEQ = 0
                   MOVE W_LAST-SEQ TO W_FIRST-SEQ
               END-IF
           END-IF.

      * A generation that failed its checks is taken back off the
      * disk, so the re-run is not refused as already rotated.
       REMOVE-GENERATION-SECTION SECTION.
           CALL 'CBL_DELETE_FILE' USING W_GENERATION-FILENAME.
           MOVE RETURN-CODE TO W_DELETE-RC.
           MOVE 0 TO RETURN-CODE.
