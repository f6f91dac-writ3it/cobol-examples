      * 01_SORT applies to its work files. A RETAIN-ONLY argument
      * after the year count lists what would go without deleting
      * anything - the same preview idea as 04_START_AND_DELETE's
      * DRYRUN. A generation due to go is read through first, and
      * is kept if it holds anyone under legal hold (see
      * LEGAL-HOLD.cpy) - the archived record may be the only copy
      * left of what the hold protects.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 27_ARCHIVE_RETENTION.

                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_PROBE-STATUS.

      * Legal-hold register (see LEGAL-HOLD.cpy) - a generation
      * holding anyone under hold is kept whatever its age.
               SELECT LEGAL-HOLD-FILE ASSIGN TO 'legal_hold.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS LH_PERSON-ID
                   FILE STATUS IS W_LH-STATUS.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

           FILE SECTION.
           FD ARCHIVE-PROBE.
           01 P_ARCHIVE-REC PIC X(52).
           01 P_ARCHIVE-KEY-VIEW REDEFINES P_ARCHIVE-REC.
              02 P_ARCHIVE-ID PIC X(6).
              02 FILLER PIC X(46).

           FD LEGAL-HOLD-FILE.
           COPY 'LEGAL-HOLD-RECORD.cpy'
               REPLACING PREFIX-ID BY LH_PERSON-ID
                         PREFIX-STATE BY LH_STATE
                         PREFIX-ACTIVE BY LH_ACTIVE
                         PREFIX-RELEASED BY LH_RELEASED
                         PREFIX-REASON BY LH_REASON
                         PREFIX-CASE-REF BY LH_CASE-REF
                         PREFIX-RELEASE-ON BY LH_RELEASE-ON
                         PREFIX-PLACED-BY BY LH_PLACED-BY
                         PREFIX-PLACED-ON BY LH_PLACED-ON
                         PREFIX-APPROVED-BY BY LH_APPROVED-BY
                         PREFIX-LIFTED-BY BY LH_LIFTED-BY
                         PREFIX-LIFTED-ON BY LH_LIFTED-ON
                         PREFIX BY LH_HOLD.

           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
               01 W_KEPT-COUNT PIC 9(2) VALUE 0.
               01 W_DELETED-COUNT PIC 9(2) VALUE 0.
               01 W_DELETE-RC PIC 9(9) VALUE 0.
               01 W_HELD-GEN-COUNT PIC 9(2) VALUE 0.
               01 B_PROBE-EOF PIC X(1) VALUE 'N'.

      * Legal-hold test fields (see LEGAL-HOLD.cpy).
               COPY 'LEGAL-HOLD-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy) - the count is
      * the generations removed; the keep-0 refusal goes FAILED.
               ADD 1 TO W_SCAN-YEAR
           END-PERFORM.

           PERFORM CLOSE-LEGAL-HOLD-SECTION.

           DISPLAY SPACES.
           DISPLAY W_FOUND-COUNT' generation(s) on disk, '
               W_KEPT-COUNT' kept, 'W_DELETED-COUNT' removed'.
           DISPLAY W_HELD-GEN-COUNT' generation(s) past the window '
               'kept under legal hold'.

           PERFORM WRITE-RETENTION-TRAILER-SECTION.

           PERFORM WRITE-JOB-TRAILER-SECTION.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'LEGAL-HOLD.cpy'.

      * Probes for output-YYYY.dat by opening it - status 35 means
      * that year-end never produced one (or it is already gone).
           IF W_SCAN-YEAR >= W_CUTOFF-YEAR
               ADD 1 TO W_KEPT-COUNT
               DISPLAY W_ARCHIVE-FILENAME' - inside the window, kept'
               GO TO CHECK-ONE-GENERATION-EXIT
           END-IF.

           PERFORM SCAN-GENERATION-FOR-HOLDS-SECTION.
           IF PERSON-ON-HOLD
               ADD 1 TO W_KEPT-COUNT
               ADD 1 TO W_HELD-GEN-COUNT
               DISPLAY W_ARCHIVE-FILENAME' - outside the window, '
                   'kept: 'W_LH-PERSON-ID' under legal hold ('
                   FUNCTION TRIM(W_LH-CASE-REF)')'
           ELSE
               IF DRY-RUN-MODE
                   ADD 1 TO W_KEPT-COUNT

       CHECK-ONE-GENERATION-EXIT.
           EXIT.

      * Reads the generation up to the first person under hold. A
      * line without a numeric ID in columns 1-6 is no person and
      * is passed over.
       SCAN-GENERATION-FOR-HOLDS-SECTION SECTION.
           MOVE 'N' TO W_LH-HELD-SW.
           MOVE 'N' TO B_PROBE-EOF.
           OPEN INPUT ARCHIVE-PROBE.
           IF W_PROBE-STATUS NOT = '00'
               GO TO SCAN-GENERATION-FOR-HOLDS-EXIT
           END-IF.
           PERFORM UNTIL B_PROBE-EOF = 'Y' OR PERSON-ON-HOLD
               READ ARCHIVE-PROBE
                   AT END MOVE 'Y' TO B_PROBE-EOF
                   NOT AT END
                       IF P_ARCHIVE-ID IS NUMERIC
                           MOVE P_ARCHIVE-ID TO W_LH-PERSON-ID
                           PERFORM CHECK-LEGAL-HOLD-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-PROBE.

       SCAN-GENERATION-FOR-HOLDS-EXIT.
           EXIT.
