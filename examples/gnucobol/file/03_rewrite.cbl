      * erasure_ids.txt (one ID per line) - this is how a GDPR/RODO
      * erasure request is actually applied, one batch of named IDs
      * at a time, instead of scrubbing the whole file every run.
      * An ID under legal hold (see LEGAL-HOLD.cpy) is not touched:
      * it is reported, and confirmed back to the requesting system
      * as HELD rather than ERASED, so the request can be made
      * again once the hold is released.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 03_REWRITE.

                       'outbound_manifest.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

      * Legal-hold register (see LEGAL-HOLD.cpy) - a held person is
      * never anonymized - the erasure waits for the release.
               SELECT LEGAL-HOLD-FILE ASSIGN TO 'legal_hold.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS LH_PERSON-ID
                   FILE STATUS IS W_LH-STATUS.

      * Advisory lock shared by every output.dat-mutating program -
      * see PERSON-LOCK.cpy.
               SELECT PERSON-LOCK-FILE ASSIGN TO 'person_file.lock'
           FD CHECKPOINT-FILE.
           01 CKPT-REC PIC 9(6).

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

           FD PERSON-IN.
           COPY 'PERSON-RECORD.cpy'
               REPLACING PREFIX-ID BY FI_PERSON-ID
      * Integrity control fields (see PERSON-CONTROL.cpy).
               COPY 'PERSON-CONTROL-FIELDS.cpy'.

      * Legal-hold test fields (see LEGAL-HOLD.cpy).
               COPY 'LEGAL-HOLD-FIELDS.cpy'.


       PROCEDURE DIVISION.

                               ADD 1 TO W_NOT_FOUND_COUNT
                       END-READ

                       IF W_FOUND_SW = 'Y' THEN
                           MOVE FI_PERSON-ID TO W_LH-PERSON-ID
                           PERFORM CHECK-LEGAL-HOLD-SECTION
                           IF PERSON-ON-HOLD
                               MOVE 'N' TO W_FOUND_SW
                               PERFORM REPORT-HELD-ERASURE-SECTION
                           END-IF
                       END-IF

                       IF W_FOUND_SW = 'Y' THEN
                           MOVE FI_PERSON-SURNAME TO
                               W_AUDIT-BEFORE-SURNAME
               CLOSE FORMER-SURNAME-FILE
           END-IF.
           CLOSE ERASURE-CONFIRM.
           PERFORM CLOSE-LEGAL-HOLD-SECTION.

      * Mutations all on disk - recompute the control
      * record so the next opener can verify against it.
           DISPLAY "Anonymized "COUNTER" person record(s) this run, "
               W_NOT_FOUND_COUNT" ID(s) not found, "
               W_LINES_SKIPPED" line(s) skipped as already done".
           DISPLAY W_LH-HELD-COUNT" ID(s) under legal hold - not "
               "anonymized, confirmed as HELD".
           DISPLAY "Erasure confirmations written to "
               W_CONFIRM-FILENAME.

           MOVE W_CONFIRM-FILENAME TO W_MANIFEST-FILENAME.
           COMPUTE W_MANIFEST-COUNT = COUNTER + W_LH-HELD-COUNT.
           MOVE W_ERASED-ID-SUM TO W_MANIFEST-ID-SUM.
           PERFORM WRITE-MANIFEST-SECTION.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'PERSON-LOCK.cpy'.
       COPY 'PERSON-CONTROL.cpy'.
       COPY 'LEGAL-HOLD.cpy'.

      * A held ID stays exactly as it is; the requesting system is
      * told so on the same confirmation feed.
       REPORT-HELD-ERASURE-SECTION SECTION.
           DISPLAY "Erasure of "FI_PERSON-ID" not applied - under "
               "legal hold ("FUNCTION TRIM(W_LH-CASE-REF)")".
           MOVE SPACES TO EC_CONFIRM-REC.
           STRING 'ID=' DELIMITED BY SIZE
                  FI_PERSON-ID DELIMITED BY SIZE
                  ' HELD=' DELIMITED BY SIZE
                  W_TODAY DELIMITED BY SIZE
               INTO EC_CONFIRM-REC
           END-STRING.
           WRITE EC_CONFIRM-REC
           END-WRITE.


       
