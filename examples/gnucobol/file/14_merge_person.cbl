      * the duplicate's deactivation_tracking.dat, address.dat and
      * household.dat entries (see DEACTIVATION-TRACKING-RECORD.cpy,
      * ADDRESS-RECORD.cpy and HOUSEHOLD-RECORD.cpy) over onto the
      * surviving ID, copies the duplicate's case notes across (see
      * CASE-NOTE-RECORD.cpy), flags the
      * duplicate inactive the same way 04_START_AND_DELETE does, and
      * writes one MERGE entry through WRITE-AUDIT-SECTION naming
      * both IDs. A merge is refused while either ID is under legal
      * hold (see LEGAL-HOLD.cpy) - the held record must stay as it
      * stood when the hold was placed. Both IDs must be on the same
      * person file - with COBOLFILE_BRANCH set the merge runs on
      * that branch's set (see BRANCH-PROFILE.cpy); a pair that
      * 91_BRANCH_DUPLICATES found across two branches is moved into
      * one branch first.
      * Both IDs keep their own origin on provenance.dat (see
      * PROVENANCE.cpy) - the duplicate's says where the second copy
      * came from - and both show the merge as their last change.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 14_MERGE_PERSON.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PERSON-IO ASSIGN TO W_BRANCH-PERSON-FILE
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS FIO_PERSON-ID.
                   RECORD KEY IS HH_PERSON-ID
                   FILE STATUS IS W_HH-STATUS.

      * Legal-hold register (see LEGAL-HOLD.cpy) - a held person is
      * never merged away, nor merged into.
               SELECT LEGAL-HOLD-FILE ASSIGN TO 'legal_hold.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS LH_PERSON-ID
                   FILE STATUS IS W_LH-STATUS.

      * Advisory lock shared by every output.dat-mutating program -
      * see PERSON-LOCK.cpy.
               SELECT PERSON-LOCK-FILE ASSIGN TO 'person_file.lock'
      * Integrity control record for output.dat - see
      * PERSON-CONTROL.cpy.
               SELECT PERSON-CONTROL-FILE ASSIGN TO
                       W_BRANCH-CONTROL-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_PC-STATUS.

               SELECT CONTROL-SCAN ASSIGN TO W_BRANCH-PERSON-FILE
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS CS_PERSON-ID
                   FILE STATUS IS W_CS-STATUS.

      * Operator case notes - see CASE-NOTE.cpy.
               SELECT CASE-NOTE-FILE ASSIGN TO 'case_notes.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS NT_KEY
                   FILE STATUS IS W_NT-STATUS.

      * Person provenance - see PROVENANCE.cpy.
               SELECT PROVENANCE-FILE ASSIGN TO 'provenance.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS PV_PERSON-ID
                   FILE STATUS IS W_PV-STATUS.

               SELECT AUDIT-LOG ASSIGN TO 'audit_trail.log'
                   ORGANIZATION IS LINE SEQUENTIAL.


           COPY 'PERSON-LOCK-FILE.cpy'.

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


           COPY 'PERSON-CONTROL-FILE.cpy'.

                             PREFIX-DECEASED BY CS_PERSON-DECEASED
                             PREFIX BY CS_PERSON.

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

           FD HOUSEHOLD-LINK.
           COPY 'HOUSEHOLD-RECORD.cpy'
               REPLACING PREFIX-ID BY HH_PERSON-ID
                         PREFIX-CITY BY AD_CITY
                         PREFIX-POSTAL-CODE BY AD_POSTAL-CODE
                         PREFIX-PHONE BY AD_PHONE
                         PREFIX-MAIL-STATE BY AD_MAIL-STATE
                         PREFIX-DELIVERABLE BY AD_DELIVERABLE
                         PREFIX-UNDELIVERABLE BY AD_UNDELIVERABLE
                         PREFIX-RETURNED-ON BY AD_RETURNED-ON
                         PREFIX-RETURN-REASON BY AD_RETURN-REASON
                         PREFIX BY AD_ADDRESS.

           FD CASE-NOTE-FILE.
           COPY 'CASE-NOTE-RECORD.cpy'
               REPLACING PREFIX-KEY BY NT_KEY
                         PREFIX-ID BY NT_PERSON-ID
                         PREFIX-DATE BY NT_DATE
                         PREFIX-TIME BY NT_TIME
                         PREFIX-SEQ BY NT_SEQ
                         PREFIX-OPERATOR BY NT_OPERATOR
                         PREFIX-MERGED-FROM BY NT_MERGED-FROM
                         PREFIX-TEXT BY NT_TEXT
                         PREFIX BY NT_NOTE.

           FD PERSON-IO.
           COPY 'PERSON-RECORD.cpy'
               REPLACING PREFIX-ID BY FIO_PERSON-ID
                             PREFIX-CITY BY SA_CITY
                             PREFIX-POSTAL-CODE BY SA_POSTAL-CODE
                             PREFIX-PHONE BY SA_PHONE
                             PREFIX-MAIL-STATE BY SA_MAIL-STATE
                             PREFIX-DELIVERABLE BY SA_DELIVERABLE
                             PREFIX-UNDELIVERABLE BY SA_UNDELIVERABLE
                             PREFIX-RETURNED-ON BY SA_RETURNED-ON
                             PREFIX-RETURN-REASON BY SA_RETURN-REASON
                             PREFIX BY SA_ADDRESS.
               01 W_MERGE-KEY PIC X(20) VALUE SPACES.

      * Case notes (see CASE-NOTE.cpy) - the duplicate's notes are
      * walked by re-STARTing past the last one copied, so the
      * survivor copies being written never disturb the walk.
               COPY 'CASE-NOTE-FIELDS.cpy'.
               01 W_NOTE-LAST-KEY PIC X(24) VALUE SPACES.
               01 W_NOTE-SAVE PIC X(238) VALUE SPACES.
               01 W_NOTE-COUNT PIC 9(4) VALUE 0.
               01 B_NOTE-EOF PIC X(1) VALUE 'N'.

      * Operator sign-on (see 08_OPERATOR_SIGNON.cbl) - merging two
      * identities is as sensitive as maintenance gets, so it takes
      * its own MERGE permission on operators.ctl, and the operator
                   88 AUTH-OK VALUE '0'.
               01 W_OK-SW PIC X(1) VALUE 'Y'.
                   88 MERGE-OK VALUE 'Y'.

      * Membership card routine linkage (see 13_CARD_FILE.cbl) -
      * the duplicate stops being a member, so its live card
      * is cancelled.
               01 W_CARD-REQUEST PIC X(8) VALUE 'CANCEL'.
               01 W_CARD-NUMBER PIC 9(9) VALUE 0.
               01 W_CARD-REASON PIC X(20) VALUE 'MERGED'.
               01 W_CARD-REJECT PIC X(40) VALUE SPACES.
               01 W_CARD-STATUS PIC X(1) VALUE '0'.

               COPY 'AUDIT-FIELDS.cpy'.
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Integrity control fields (see PERSON-CONTROL.cpy).
               COPY 'PERSON-CONTROL-FIELDS.cpy'.

      * Legal-hold test fields (see LEGAL-HOLD.cpy).
               COPY 'LEGAL-HOLD-FIELDS.cpy'.

      * Branch file profile (see BRANCH-PROFILE.cpy) - which set of
      * data files this run points at.
               COPY 'BRANCH-FILES.cpy'.

      * Person provenance (see PROVENANCE.cpy).
               COPY 'PROVENANCE-FIELDS.cpy'.


       PROCEDURE DIVISION.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.
               GO TO MERGE-PERSON-EXIT
           END-IF.

      * The branch profile must be in effect before the integrity
      * gate runs - the verify reads the same data and control
      * files the rest of the run will, branch-coded or not.
           PERFORM BRANCH-PROFILE-SECTION.

      * Integrity gate - the file must still match its control
      * record before this run mutates anything.
           PERFORM VERIFY-PERSON-CONTROL-SECTION.
           READ PERSON-IO
               INVALID KEY
                   DISPLAY '** survivor ID 'W_SURVIVOR-ID
                       ' not found on 'W_BRANCH-PERSON-FILE
                   MOVE 'N' TO W_OK-SW
           END-READ.

           READ PERSON-IO
               INVALID KEY
                   DISPLAY '** duplicate ID 'W_DUPLICATE-ID
                       ' not found on 'W_BRANCH-PERSON-FILE
                   MOVE 'N' TO W_OK-SW
           END-READ.

           IF MERGE-OK
               MOVE W_SURVIVOR-ID TO W_LH-PERSON-ID
               PERFORM CHECK-LEGAL-HOLD-SECTION
               IF NOT PERSON-ON-HOLD
                   MOVE W_DUPLICATE-ID TO W_LH-PERSON-ID
                   PERFORM CHECK-LEGAL-HOLD-SECTION
               END-IF
               PERFORM CLOSE-LEGAL-HOLD-SECTION
               IF PERSON-ON-HOLD
                   DISPLAY '** 'W_LH-PERSON-ID' is under legal hold ('
                       FUNCTION TRIM(W_LH-CASE-REF)
                       ') - merge refused'
                   MOVE 'N' TO W_OK-SW
               END-IF
           END-IF.

           IF MERGE-OK
               DISPLAY 'Merge duplicate 'W_DUPLICATE-ID
                   ' into survivor 'W_SURVIVOR-ID' - confirm (Y/N): '
                   CLOSE HOUSEHOLD-LINK
                   OPEN I-O HOUSEHOLD-LINK
               END-IF
               PERFORM OPEN-CASE-NOTES-SECTION

               IF W_DT-STATUS NOT = '00'
                   OR W_AD-STATUS NOT = '00'
                   OR W_HH-STATUS NOT = '00'
                   OR W_NT-STATUS NOT = '00'
                   DISPLAY '** could not open a merge sub-file '
                       '(tracking 'W_DT-STATUS', address '
                       W_AD-STATUS', household 'W_HH-STATUS
                       ', notes 'W_NT-STATUS
                       ') - merge abandoned before any change'
                   MOVE 'N' TO W_OK-SW
               END-IF
               PERFORM MOVE-DEACTIVATION-TRACKING-SECTION
               PERFORM MOVE-ADDRESS-SECTION
               PERFORM MOVE-HOUSEHOLD-SECTION
               PERFORM COPY-CASE-NOTES-SECTION
               PERFORM DEACTIVATE-DUPLICATE-SECTION
               PERFORM WRITE-MERGE-AUDIT-SECTION
               PERFORM RECORD-MERGE-PROVENANCE-SECTION

               CLOSE CASE-NOTE-FILE
               CLOSE HOUSEHOLD-LINK
               CLOSE ADDRESS-FILE
               CLOSE DEACTIVATION-TRACKING
       COPY 'JOB-TRAILER.cpy'.
       COPY 'PERSON-LOCK.cpy'.
       COPY 'PERSON-CONTROL.cpy'.
       COPY 'CASE-NOTE.cpy'.
       COPY 'LEGAL-HOLD.cpy'.
       COPY 'BRANCH-PROFILE.cpy'.
       COPY 'PROVENANCE.cpy'.

      * Carries the duplicate's deactivation_tracking.dat entry, if
      * any, onto the survivor - the later date wins so 06_PURGE keeps
               END-READ
           END-IF.

      * Copies every case note taken against the duplicate onto the
      * survivor, keeping its original date, time and operator so
      * the two histories interleave in the order things were
      * learned, and marking it with the duplicate's ID. Notes are
      * append-only, so the duplicate's own notes stay where they
      * are - the inactive duplicate still reads back as it was.
       COPY-CASE-NOTES-SECTION SECTION.
           MOVE 0 TO W_NOTE-COUNT.
           MOVE W_DUPLICATE-ID TO NT_PERSON-ID.
           MOVE 0 TO NT_DATE NT_TIME NT_SEQ.
           MOVE NT_KEY TO W_NOTE-LAST-KEY.
           MOVE 'N' TO B_NOTE-EOF.
           START CASE-NOTE-FILE KEY IS >= NT_KEY
               INVALID KEY
                   MOVE 'Y' TO B_NOTE-EOF
           END-START.
           PERFORM UNTIL B_NOTE-EOF = 'Y'
               READ CASE-NOTE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO B_NOTE-EOF
                   NOT AT END
                       IF NT_PERSON-ID NOT = W_DUPLICATE-ID
                           MOVE 'Y' TO B_NOTE-EOF
                       ELSE
                           PERFORM COPY-ONE-NOTE-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           IF W_NOTE-COUNT > 0
               DISPLAY W_NOTE-COUNT' case note(s) copied from '
                   W_DUPLICATE-ID' to 'W_SURVIVOR-ID
           END-IF.

      * One note across, then back to just past it on the
      * duplicate's side for the next READ NEXT.
       COPY-ONE-NOTE-SECTION SECTION.
           MOVE NT_KEY TO W_NOTE-LAST-KEY.
           MOVE NT_NOTE TO W_NOTE-SAVE.
           MOVE W_SURVIVOR-ID TO NT_PERSON-ID.
           MOVE W_DUPLICATE-ID TO NT_MERGED-FROM.
           PERFORM WRITE-CASE-NOTE-SECTION.
           IF NOTE-WRITTEN
               ADD 1 TO W_NOTE-COUNT
           ELSE
               DISPLAY '** case note 'W_NOTE-LAST-KEY' not copied '
                   '(status 'W_NT-STATUS')'
           END-IF.
           MOVE W_NOTE-SAVE TO NT_NOTE.
           MOVE W_NOTE-LAST-KEY TO NT_KEY.
           START CASE-NOTE-FILE KEY IS > NT_KEY
               INVALID KEY
                   MOVE 'Y' TO B_NOTE-EOF
           END-START.

      * Flags the duplicate record inactive via the existing
      * soft-delete status flag - the record itself stays on
      * output.dat, same as any other deactivation - and cancels
      * its card; the survivor keeps, or is issued, its own.
       DEACTIVATE-DUPLICATE-SECTION SECTION.
           MOVE W_DUPLICATE-ID TO FIO_PERSON-ID.
           READ PERSON-IO
               NOT INVALID KEY
                   MOVE 'I' TO FIO_PERSON-STATUS
                   REWRITE FIO_PERSON
                   CALL '13_CARD_FILE' USING W_CARD-REQUEST,
                       W_DUPLICATE-ID, W_CARD-NUMBER, W_CARD-REASON,
                       W_CARD-REJECT, W_CARD-STATUS
                   IF W_CARD-STATUS NOT = '0'
                       DISPLAY '** card not cancelled for '
                           W_DUPLICATE-ID' - 'W_CARD-REJECT
                   END-IF
           END-READ.

      * One audit entry for the merge naming both IDs, survivor then
           END-READ.

           PERFORM WRITE-AUDIT-SECTION.

      * The merge as the last change to both IDs, W_AUDIT-PROGRAM and
      * the operator still set from the MERGE audit entry.
       RECORD-MERGE-PROVENANCE-SECTION SECTION.
           PERFORM OPEN-PROVENANCE-SECTION.
           MOVE W_SURVIVOR-ID TO W_PV-PERSON-ID.
           PERFORM RECORD-TOUCH-SECTION.
           MOVE W_DUPLICATE-ID TO W_PV-PERSON-ID.
           PERFORM RECORD-TOUCH-SECTION.
           PERFORM CLOSE-PROVENANCE-SECTION.
