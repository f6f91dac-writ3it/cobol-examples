      * walk reads only the requested person's entries by key
      * instead of the whole log; with no index the original full
      * scan still works, so the index can be dropped and rebuilt
      * without breaking reconstruction. The fallback scan reads
      * every year 80_AUDIT_ROTATE has closed out of the log as
      * well as the live one (see AUDIT-GENERATIONS.cpy), oldest
      * first, so a rotation never hides history from it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 13_RECONSTRUCT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AUDIT-LOG ASSIGN TO W_AG-LOG-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_AL-STATUS.

               SELECT AUDIT-GENERATION-FILE ASSIGN TO
                       'audit_generations.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_AG-STATUS.

               SELECT AUDIT-INDEX ASSIGN TO 'audit_index.dat'
                   ORGANIZATION IS INDEXED
       DATA DIVISION.
           FILE SECTION.
           COPY 'AUDIT-LOG.cpy'.
           COPY 'AUDIT-GENERATION-FILE.cpy'.

           FD AUDIT-INDEX.
           COPY 'AUDIT-INDEX-RECORD.cpy'
           WORKING-STORAGE SECTION.
               01 B_LOG-EOF PIC X(1) VALUE 'N'.
               01 W_AX-STATUS PIC X(2).
               01 W_AL-STATUS PIC X(2).
               01 W_CURR-LINE PIC X(320) VALUE SPACES.

      * Command-line request - person ID and as-of date, space
                   02 RC_PERSON-BIRTH-DATE PIC X(8).
                   02 RC_PERSON-BIRTH-QUALITY PIC X(1).

      * Generation walk for the fallback scan (see
      * AUDIT-GENERATIONS.cpy).
               COPY 'AUDIT-GENERATIONS-FIELDS.cpy'.

       PROCEDURE DIVISION.
           ACCEPT W_ARG-LINE FROM COMMAND-LINE.
           UNSTRING W_ARG-LINE DELIMITED BY ALL SPACE
               PERFORM WALK-INDEX-SECTION
               CLOSE AUDIT-INDEX
           ELSE
               PERFORM FIRST-AUDIT-FILE-SECTION
               PERFORM UNTIL NO-MORE-AUDIT-FILES
                   PERFORM SCAN-LOG-FILE-SECTION
                   PERFORM NEXT-AUDIT-FILE-SECTION
               END-PERFORM
           END-IF.

           IF RECORD-FOUND
       RECONSTRUCT-EXIT.
       STOP RUN.

       COPY 'AUDIT-GENERATIONS.cpy'.

      * One file of the fallback scan - a generation no longer on
      * disk is reported and passed over, since the answer may
      * still be found in a later one.
       SCAN-LOG-FILE-SECTION SECTION.
           OPEN INPUT AUDIT-LOG.
           IF W_AL-STATUS NOT = '00'
               IF NOT AUDIT-WALK-ON-LIVE
                   DISPLAY '** generation '
                       FUNCTION TRIM(W_AG-LOG-FILENAME)
                       ' will not open (status 'W_AL-STATUS
                       ') - not searched'
               END-IF
               GO TO SCAN-LOG-FILE-EXIT
           END-IF.
           MOVE 'N' TO B_LOG-EOF.
           PERFORM UNTIL B_LOG-EOF = 'Y'
               READ AUDIT-LOG
                   AT END MOVE 'Y' TO B_LOG-EOF
                   NOT AT END
                       MOVE L_AUDIT-LOG-REC TO W_CURR-LINE
                       PERFORM EVALUATE-LOG-LINE-SECTION
               END-READ
           END-PERFORM.
           CLOSE AUDIT-LOG.

       SCAN-LOG-FILE-EXIT.
           EXIT.

      * Pulls one log line apart and, if it is for the requested
      * person ID and dated on or before the requested date, keeps
      * its AFTER image as the running answer - the log is append
      * only, so the last qualifying line read is the latest one.
      * Only INSERT, REWRITE and REVERSAL (102_REVERSE_CHANGE
      * putting an earlier image back) entries qualify: HOUSEHOLD,
      * ADDRESS, MERGE and the kings-table entries share the log (and
      * can share the same numeric key) but their AFTER images are
      * not PERSON-RECORD layouts, so unpacking one would produce a
      * garbage reconstruction. As a second guard the AFTER image

           IF W_LOG-KEY = W_QUERY-ID AND W_LOG-DATE <= W_QUERY-DATE
               AND (W_LOG-OPERATION = 'INSERT'
                   OR W_LOG-OPERATION = 'REWRITE'
                   OR W_LOG-OPERATION = 'REVERSAL')
               AND W_LOG-AFTER-ID = W_QUERY-ID
               MOVE 'Y' TO W_FOUND-SW
               MOVE W_LOG-AFTER TO W_AS-OF-AFTER
