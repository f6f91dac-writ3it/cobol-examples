      * Lines whose KEY= is not a person ID (king maintenance, the
      * merge summary keys) are counted past but not indexed - the
      * index answers person-history questions only.
      * Once 80_AUDIT_ROTATE has closed a year out, the nightly run
      * carries on from the start of the new live log (the rotation
      * puts the checkpoint back to zero), and the lines already
      * indexed from the closed year stay in the index. REBUILD
      * reads every catalogued generation first and the live log
      * last (see AUDIT-GENERATIONS.cpy), so a rebuilt index still
      * answers for years that are no longer in audit_trail.log.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 42_AUDIT_INDEX.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT AUDIT-IN ASSIGN TO W_AG-LOG-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_AL-STATUS.

                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_CKPT-STATUS.

      * Closed-out years of the log - see AUDIT-GENERATIONS.cpy.
               SELECT AUDIT-GENERATION-FILE ASSIGN TO
                       'audit_generations.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_AG-STATUS.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

           FILE SECTION.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'AUDIT-GENERATION-FILE.cpy'.

           FD AUDIT-IN.
           01 A_AUDIT-LINE PIC X(320).
               01 W_LINES-SEEN PIC 9(9) VALUE 0.
               01 W_INDEXED-COUNT PIC 9(6) VALUE 0.
               01 W_SKIPPED-COUNT PIC 9(6) VALUE 0.
               01 W_LIVE-READ-SW PIC X(1) VALUE 'N'.
                   88 LIVE-LOG-READ VALUE 'Y'.

      * One log line split the same way 13_RECONSTRUCT splits it -
      * the stamp in front, the KEY= value behind.
      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Generation walk (see AUDIT-GENERATIONS.cpy).
               COPY 'AUDIT-GENERATIONS-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.
               STOP RUN
           END-IF.

      * REBUILD walks every closed-out generation before the live
      * log; the nightly run starts the walk at the live log.
           IF REBUILD-MODE
               PERFORM FIRST-AUDIT-FILE-SECTION
           ELSE
               MOVE 'L' TO W_AG-WALK-SW
               PERFORM NEXT-AUDIT-FILE-SECTION
           END-IF.
           PERFORM UNTIL NO-MORE-AUDIT-FILES
               PERFORM INDEX-ONE-FILE-SECTION
               PERFORM NEXT-AUDIT-FILE-SECTION
           END-PERFORM.
           CLOSE AUDIT-INDEX.

           IF NOT LIVE-LOG-READ
               DISPLAY 'No audit_trail.log on file - nothing to '
                   'index'
               PERFORM WRITE-INDEX-TRAILER-SECTION
               STOP RUN
           END-IF.

           MOVE W_LINES-SEEN TO W_LINES-DONE.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CKPT-REC FROM W_LINES-DONE.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'AUDIT-GENERATIONS.cpy'.

      * One file of the walk. The checkpoint counts lines of the
      * live log only - a closed-out generation is only ever read
      * by REBUILD, and then every line of it is indexed.
       INDEX-ONE-FILE-SECTION SECTION.
           OPEN INPUT AUDIT-IN.
           IF W_AL-STATUS NOT = '00'
               IF NOT AUDIT-WALK-ON-LIVE
                   DISPLAY '** generation '
                       FUNCTION TRIM(W_AG-LOG-FILENAME)
                       ' will not open (status 'W_AL-STATUS
                       ') - not indexed'
                   MOVE 16 TO RETURN-CODE
               END-IF
               GO TO INDEX-ONE-FILE-EXIT
           END-IF.

           MOVE 0 TO W_LINES-SEEN.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ AUDIT-IN
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       ADD 1 TO W_LINES-SEEN
                       IF W_LINES-SEEN > W_LINES-DONE
                           OR NOT AUDIT-WALK-ON-LIVE
                           PERFORM INDEX-ONE-LINE-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-IN.

           IF AUDIT-WALK-ON-LIVE
               MOVE 'Y' TO W_LIVE-READ-SW
           END-IF.

       INDEX-ONE-FILE-EXIT.
           EXIT.

      * One new log line into the index - the key is the person ID
      * off KEY= plus the line's own date/time stamp; two lines in
