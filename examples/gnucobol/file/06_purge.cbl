                   FILE STATUS IS W_RT-STATUS.


      * Legal-hold register (see LEGAL-HOLD.cpy) - a held person is
      * never removed, however long inactive.
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

           FD DEACTIVATION-TRACKING.
           COPY 'DEACTIVATION-TRACKING-RECORD.cpy'
               REPLACING PREFIX-ID BY DT_PERSON-ID
                   88 BD-OK VALUE '0'.
               01 W_SKIPPED-COUNT PIC 9(6) VALUE 0.

      * Membership card routine linkage (see 13_CARD_FILE.cbl) -
      * the card was cancelled at deactivation, but anything
      * still live goes with the record.
               01 W_CARD-REQUEST PIC X(8) VALUE 'CANCEL'.
               01 W_CARD-NUMBER PIC 9(9) VALUE 0.
               01 W_CARD-REASON PIC X(20) VALUE 'PURGED'.
               01 W_CARD-REJECT PIC X(40) VALUE SPACES.
               01 W_CARD-STATUS PIC X(1) VALUE '0'.

      * Job-level run trailer (see JOB-TRAILER.cpy) - this is the one
      * remaining mutating batch program in the person-file set that
      * never closed out a run with a trailer line, even though it
      * Integrity control fields (see PERSON-CONTROL.cpy).
               COPY 'PERSON-CONTROL-FIELDS.cpy'.

      * Legal-hold test fields (see LEGAL-HOLD.cpy).
               COPY 'LEGAL-HOLD-FIELDS.cpy'.


       PROCEDURE DIVISION.

           IF NOTICE-FILE-USABLE
               CLOSE NOTICE-FILE
           END-IF.
           PERFORM CLOSE-LEGAL-HOLD-SECTION.

      * Mutations all on disk - recompute the control
      * record so the next opener can verify against it.
           DISPLAY W_UNNOTICED-COUNT
               " eligible record(s) held back awaiting a prior "
               "purge notice".
           DISPLAY W_LH-HELD-COUNT
               " eligible record(s) left in place under legal hold".

           MOVE '06_PURGE' TO W_TRAILER-PROGRAM.
           MOVE COUNTER TO W_TRAILER-COUNT.
       COPY 'JOB-TRAILER.cpy'.
       COPY 'PERSON-LOCK.cpy'.
       COPY 'PERSON-CONTROL.cpy'.
       COPY 'LEGAL-HOLD.cpy'.

      * The one record now being purged: dated history line, the
      * physical DELETE, and the retired-ID registration - pulled
      * out of the loop so the notice gate reads as one IF. A
      * person under legal hold goes no further than the check.
       PURGE-ONE-SECTION SECTION.
           MOVE FI_PERSON-ID TO W_LH-PERSON-ID.
           PERFORM CHECK-LEGAL-HOLD-SECTION.
           IF PERSON-ON-HOLD
               DISPLAY "Skipping "FI_PERSON-ID" - under legal hold ("
                   FUNCTION TRIM(W_LH-CASE-REF)"), not purged"
               GO TO PURGE-ONE-EXIT
           END-IF.

           DISPLAY "Purging"FI_PERSON.

           MOVE FI_PERSON-ID TO H_PERSON-ID.
           END-DELETE.
           ADD 1 TO COUNTER.

           CALL '13_CARD_FILE' USING W_CARD-REQUEST, FI_PERSON-ID,
               W_CARD-NUMBER, W_CARD-REASON, W_CARD-REJECT,
               W_CARD-STATUS
           IF W_CARD-STATUS NOT = '0'
               DISPLAY "** card not cancelled for "FI_PERSON-ID" - "
                   W_CARD-REJECT
           END-IF.

      * Register the ID as retired the moment the DELETE lands -
      * the allocator must never hand this ID out again.
           MOVE FI_PERSON-ID TO RT_PERSON-ID.
                   CONTINUE
           END-WRITE.

       PURGE-ONE-EXIT.
           EXIT.

      * Is there a 57_PURGE_NOTICE entry for this ID dated before
      * today? Only then may the removal proceed - notice must
      * PRECEDE removal, same-day notice does not count as a
