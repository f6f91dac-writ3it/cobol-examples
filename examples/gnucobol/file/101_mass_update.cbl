      * Some changes touch hundreds of records by rule rather than by
      * ID - a postal-code renumbering for one city, every Pending
      * record from a closed registration drive moved to Inactive -
      * and keying them one at a time through 09_MAINTAIN is slow and
      * easy to get wrong. This applies one such change from a spec
      * file (mass_update.ctl unless another is named), one
      * statement per line, blank lines and * comments ignored:
      *     WHERE STATUS x            person status P/A/S/I/D
      *     WHERE CITY name           address.dat city, any case
      *     WHERE POSTAL-PREFIX 31-   address.dat postal code starts
      *     WHERE BIRTH-FROM yyyy     birth year at or after
      *     WHERE BIRTH-TO yyyy       birth year at or before
      *     WHERE BRANCH code         the branch person set to work
      *                               (HQ for head office - default
      *                               is the COBOLFILE_BRANCH profile)
      *     SET STATUS x              A/S/I/D, through the lifecycle
      *                               rules (06_STATUS_TRANSITION)
      *     SET CITY name             new address.dat city
      *     SET POSTAL-CODE code      new postal code, whole
      *     SET POSTAL-PREFIX 30-     replaces the WHERE POSTAL-PREFIX
      *                               part, same length, keeping the
      *                               rest of each code
      * Every criterion given must hold; at least one besides BRANCH
      * and at least one SET are required, so a spec cannot reach
      * the whole file by accident.
      * It is the maker-checker pair in one program, the way
      * 09_MAINTAIN and 34_APPROVAL_QUEUE split a single change:
      *   PREVIEW  the maker (MASSUPDATE permission) runs the spec
      *            read-only and prints mass_update_preview.txt on
      *            the standard report page - every affected record
      *            with its before and after values, and every
      *            selected record the lifecycle rules refuse - and
      *            parks the request on mass_update_pending.ctl with
      *            the record count and a hash of the spec and of the
      *            before-images.
      *   APPROVE  a different operator with the APPROVE permission
      *            applies it. The spec and the selection are run
      *            again first; if either no longer matches what the
      *            preview showed the request is bounced, nothing is
      *            applied, and the maker previews afresh. Otherwise
      *            the changes go in under the person lock, between
      *            the usual integrity verify and control update,
      *            with an audit line per record and the same side
      *            effects 09_MAINTAIN's status moves have (pending
      *            and deactivation tracking, card cancellation).
      *   REJECT   an operator with APPROVE drops the request.
      * A record the rules refuse is never half-changed: its status
      * and address changes go in together or not at all. Returned-
      * mail markings on an address are left as they are - a
      * renumbered postal code is the same address, not a corrected
      * one. A selected person under legal hold (see LEGAL-HOLD.cpy)
      * is never changed by a rule: the preview lists them as held,
      * not updated, and the apply passes over them the same way.
      * Run as: 101_mass_update PREVIEW <operator> [spec file]
      *         101_mass_update APPROVE <operator>
      *         101_mass_update REJECT <operator>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 101_MASS_UPDATE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PERSON-IO ASSIGN TO W_BRANCH-PERSON-FILE
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS FIO_PERSON-ID
                   FILE STATUS IS W_PIO-STATUS.

               SELECT ADDRESS-FILE ASSIGN TO 'address.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS AD_PERSON-ID
                   FILE STATUS IS W_AD-STATUS.

               SELECT SPEC-FILE ASSIGN TO W_SPEC-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_SP-STATUS.

      * The one request waiting for (or last given) its decision.
               SELECT REQUEST-FILE ASSIGN TO
                       'mass_update_pending.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_MR-STATUS.

               SELECT PROFILE-CONTROL ASSIGN TO
                       'branch_profiles.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_PROF-STATUS.

               SELECT DEACTIVATION-TRACKING ASSIGN TO
                       'deactivation_tracking.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS DT_PERSON-ID
                   FILE STATUS IS W_DT-STATUS.

               SELECT PENDING-TRACKING ASSIGN TO
                       'pending_tracking.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS PT_PERSON-ID
                   FILE STATUS IS W_PT-STATUS.

      * Legal-hold register (see LEGAL-HOLD.cpy) - a held person is
      * left as they are.
               SELECT LEGAL-HOLD-FILE ASSIGN TO 'legal_hold.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS LH_PERSON-ID
                   FILE STATUS IS W_LH-STATUS.

               SELECT AUDIT-LOG ASSIGN TO 'audit_trail.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

      * Chain-state companion of the audit trail - see
      * AUDIT-CHAIN-FILE.cpy.
               SELECT AUDIT-CHAIN ASSIGN TO 'audit_chain.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_CHAIN-STATUS.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

      * Advisory lock shared by every output.dat-mutating program -
      * see PERSON-LOCK.cpy.
               SELECT PERSON-LOCK-FILE ASSIGN TO 'person_file.lock'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_LOCK-STATUS.

      * Integrity control record for the person set - see
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

               SELECT REPORT-SPOOL ASSIGN TO W_RP-SPOOL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-SPOOL-STATUS.

               SELECT REPORT-PRINT ASSIGN TO W_RP-PRINT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-PRINT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           COPY 'AUDIT-LOG.cpy'.
           COPY 'AUDIT-CHAIN-FILE.cpy'.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'PERSON-LOCK-FILE.cpy'.
           COPY 'PERSON-CONTROL-FILE.cpy'.
           COPY 'REPORT-PAGE-FILES.cpy'.

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

           FD CONTROL-SCAN.
               COPY 'PERSON-RECORD.cpy'
                   REPLACING PREFIX-ID BY CS_PERSON-ID
                             PREFIX-NAME BY CS_PERSON-NAME
                             PREFIX-SURNAME BY CS_PERSON-SURNAME
                             PREFIX-BIRTH-YEAR-ONLY BY
                                 CS_PERSON-BIRTH-YEAR-ONLY
                             PREFIX-BIRTH-QUALITY BY
                                 CS_PERSON-BIRTH-QUALITY
                             PREFIX-BIRTH-YEAR BY CS_PERSON-BIRTH-YEAR
                             PREFIX-BIRTH-DATE BY CS_PERSON-BIRTH-DATE
                             PREFIX-BIRTH-FULL BY CS_PERSON-BIRTH-FULL
                             PREFIX-STATUS BY CS_PERSON-STATUS
                             PREFIX-ACTIVE BY CS_PERSON-ACTIVE
                             PREFIX-INACTIVE BY CS_PERSON-INACTIVE
                             PREFIX-PENDING BY CS_PERSON-PENDING
                             PREFIX-SUSPENDED BY CS_PERSON-SUSPENDED
                             PREFIX-DECEASED BY CS_PERSON-DECEASED
                             PREFIX BY CS_PERSON.

           FD PERSON-IO.
               COPY 'PERSON-RECORD.cpy'
                   REPLACING PREFIX-ID BY FIO_PERSON-ID
                             PREFIX-NAME BY FIO_PERSON-NAME
                             PREFIX-SURNAME BY FIO_PERSON-SURNAME
                             PREFIX-BIRTH-YEAR-ONLY BY
                                 FIO_PERSON-BIRTH-YEAR-ONLY
                             PREFIX-BIRTH-QUALITY BY
                                 FIO_PERSON-BIRTH-QUALITY
                             PREFIX-BIRTH-YEAR BY
                                 FIO_PERSON-BIRTH-YEAR
                             PREFIX-BIRTH-DATE BY
                                 FIO_PERSON-BIRTH-DATE
                             PREFIX-BIRTH-FULL BY
                                 FIO_PERSON-BIRTH-FULL
                             PREFIX-STATUS BY FIO_PERSON-STATUS
                             PREFIX-ACTIVE BY FIO_PERSON-ACTIVE
                             PREFIX-INACTIVE BY FIO_PERSON-INACTIVE
                             PREFIX-PENDING BY FIO_PERSON-PENDING
                             PREFIX-SUSPENDED BY FIO_PERSON-SUSPENDED
                             PREFIX-DECEASED BY FIO_PERSON-DECEASED
                             PREFIX BY FIO_PERSON.

           FD ADDRESS-FILE.
           COPY 'ADDRESS-RECORD.cpy'
               REPLACING PREFIX-ID BY AD_PERSON-ID
                         PREFIX-STREET BY AD_STREET
                         PREFIX-CITY BY AD_CITY
                         PREFIX-POSTAL-CODE BY AD_POSTAL-CODE
                         PREFIX-PHONE BY AD_PHONE
                         PREFIX-MAIL-STATE BY AD_MAIL-STATE
                         PREFIX-DELIVERABLE BY AD_DELIVERABLE
                         PREFIX-UNDELIVERABLE BY AD_UNDELIVERABLE
                         PREFIX-RETURNED-ON BY AD_RETURNED-ON
                         PREFIX-RETURN-REASON BY AD_RETURN-REASON
                         PREFIX BY AD_ADDRESS.

           FD SPEC-FILE.
           01 SP_SPEC-LINE PIC X(80).

      * The request as the maker left it: P waiting for a decision,
      * A applied, R rejected or bounced. The hashes are the spec's
      * lines and the before-images of the records the preview
      * would change, in key order.
           FD REQUEST-FILE.
           01 MR_REQUEST.
              02 MR_STATE PIC X(1).
                 88 MR_PENDING VALUE 'P'.
                 88 MR_APPLIED VALUE 'A'.
                 88 MR_REJECTED VALUE 'R'.
              02 FILLER PIC X(1).
              02 MR_SPEC-FILE PIC X(30).
              02 FILLER PIC X(1).
              02 MR_SPEC-HASH PIC 9(15).
              02 FILLER PIC X(1).
              02 MR_BRANCH PIC X(3).
              02 FILLER PIC X(1).
              02 MR_RECORDS PIC 9(9).
              02 FILLER PIC X(1).
              02 MR_IMAGE-HASH PIC 9(15).
              02 FILLER PIC X(1).
              02 MR_REQUESTED-BY PIC X(8).
              02 FILLER PIC X(1).
              02 MR_REQUESTED-ON PIC 9(8).
              02 FILLER PIC X(1).
              02 MR_REQUESTED-AT PIC 9(8).
              02 FILLER PIC X(1).
              02 MR_DECIDED-BY PIC X(8).
              02 FILLER PIC X(1).
              02 MR_DECIDED-ON PIC 9(8).
              02 FILLER PIC X(1).
              02 MR_APPLIED-COUNT PIC 9(9).

           FD PROFILE-CONTROL.
           01 PF_BRANCH-LINE PIC X(10).

           FD DEACTIVATION-TRACKING.
           COPY 'DEACTIVATION-TRACKING-RECORD.cpy'
               REPLACING PREFIX-ID BY DT_PERSON-ID
                         PREFIX-DEACTIVATED-ON BY
                             DT_PERSON-DEACTIVATED-ON
                         PREFIX BY DT_PERSON.

           FD PENDING-TRACKING.
           COPY 'PENDING-TRACKING-RECORD.cpy'
               REPLACING PREFIX-ID BY PT_PERSON-ID
                         PREFIX-PENDING-SINCE BY PT_PENDING-SINCE
                         PREFIX-ESCALATED-ON BY PT_ESCALATED-ON
                         PREFIX BY PT_PERSON.

           WORKING-STORAGE SECTION.
      * Each selected record before and after the spec's changes.
               COPY 'PERSON-RECORD.cpy'
                   REPLACING PREFIX-ID BY QB_PERSON-ID
                             PREFIX-NAME BY QB_PERSON-NAME
                             PREFIX-SURNAME BY QB_PERSON-SURNAME
                             PREFIX-BIRTH-YEAR-ONLY BY
                                 QB_PERSON-BIRTH-YEAR-ONLY
                             PREFIX-BIRTH-QUALITY BY
                                 QB_PERSON-BIRTH-QUALITY
                             PREFIX-BIRTH-YEAR BY QB_PERSON-BIRTH-YEAR
                             PREFIX-BIRTH-DATE BY QB_PERSON-BIRTH-DATE
                             PREFIX-BIRTH-FULL BY QB_PERSON-BIRTH-FULL
                             PREFIX-STATUS BY QB_PERSON-STATUS
                             PREFIX-ACTIVE BY QB_PERSON-ACTIVE
                             PREFIX-INACTIVE BY QB_PERSON-INACTIVE
                             PREFIX-PENDING BY QB_PERSON-PENDING
                             PREFIX-SUSPENDED BY QB_PERSON-SUSPENDED
                             PREFIX-DECEASED BY QB_PERSON-DECEASED
                             PREFIX BY QB_PERSON.

               COPY 'PERSON-RECORD.cpy'
                   REPLACING PREFIX-ID BY QA_PERSON-ID
                             PREFIX-NAME BY QA_PERSON-NAME
                             PREFIX-SURNAME BY QA_PERSON-SURNAME
                             PREFIX-BIRTH-YEAR-ONLY BY
                                 QA_PERSON-BIRTH-YEAR-ONLY
                             PREFIX-BIRTH-QUALITY BY
                                 QA_PERSON-BIRTH-QUALITY
                             PREFIX-BIRTH-YEAR BY QA_PERSON-BIRTH-YEAR
                             PREFIX-BIRTH-DATE BY QA_PERSON-BIRTH-DATE
                             PREFIX-BIRTH-FULL BY QA_PERSON-BIRTH-FULL
                             PREFIX-STATUS BY QA_PERSON-STATUS
                             PREFIX-ACTIVE BY QA_PERSON-ACTIVE
                             PREFIX-INACTIVE BY QA_PERSON-INACTIVE
                             PREFIX-PENDING BY QA_PERSON-PENDING
                             PREFIX-SUSPENDED BY QA_PERSON-SUSPENDED
                             PREFIX-DECEASED BY QA_PERSON-DECEASED
                             PREFIX BY QA_PERSON.

               COPY 'ADDRESS-RECORD.cpy'
                   REPLACING PREFIX-ID BY AB_PERSON-ID
                             PREFIX-STREET BY AB_STREET
                             PREFIX-CITY BY AB_CITY
                             PREFIX-POSTAL-CODE BY AB_POSTAL-CODE
                             PREFIX-PHONE BY AB_PHONE
                             PREFIX-MAIL-STATE BY AB_MAIL-STATE
                             PREFIX-DELIVERABLE BY AB_DELIVERABLE
                             PREFIX-UNDELIVERABLE BY AB_UNDELIVERABLE
                             PREFIX-RETURNED-ON BY AB_RETURNED-ON
                             PREFIX-RETURN-REASON BY AB_RETURN-REASON
                             PREFIX BY AB_ADDRESS.

               COPY 'ADDRESS-RECORD.cpy'
                   REPLACING PREFIX-ID BY AA_PERSON-ID
                             PREFIX-STREET BY AA_STREET
                             PREFIX-CITY BY AA_CITY
                             PREFIX-POSTAL-CODE BY AA_POSTAL-CODE
                             PREFIX-PHONE BY AA_PHONE
                             PREFIX-MAIL-STATE BY AA_MAIL-STATE
                             PREFIX-DELIVERABLE BY AA_DELIVERABLE
                             PREFIX-UNDELIVERABLE BY AA_UNDELIVERABLE
                             PREFIX-RETURNED-ON BY AA_RETURNED-ON
                             PREFIX-RETURN-REASON BY AA_RETURN-REASON
                             PREFIX BY AA_ADDRESS.

               01 W_PIO-STATUS PIC X(2).
               01 W_AD-STATUS PIC X(2).
               01 W_SP-STATUS PIC X(2).
               01 W_MR-STATUS PIC X(2).
               01 W_PROF-STATUS PIC X(2).
               01 W_DT-STATUS PIC X(2).
               01 W_PT-STATUS PIC X(2).
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_NOW PIC 9(8) VALUE 0.

      * Command line - mode, operator and, for PREVIEW, the spec.
               01 W_ARG-LINE PIC X(80) VALUE SPACES.
               01 W_ARG-MODE PIC X(10) VALUE SPACES.
                   88 MODE-PREVIEW VALUE 'PREVIEW'.
                   88 MODE-APPROVE VALUE 'APPROVE'.
                   88 MODE-REJECT VALUE 'REJECT'.
               01 W_ARG-2 PIC X(8) VALUE SPACES.
               01 W_ARG-3 PIC X(30) VALUE SPACES.

      * Operator sign-on (see 08_OPERATOR_SIGNON.cbl) - the maker
      * needs MASSUPDATE, the checker the same APPROVE permission
      * 34_APPROVAL_QUEUE asks for.
               01 W_OPERATOR-ID PIC X(8) VALUE SPACES.
               01 W_AUTH-ACTION PIC X(10) VALUE SPACES.
               01 W_AUTH-REASON PIC X(40) VALUE SPACES.
               01 W_AUTH-STATUS PIC X(1) VALUE '0'.
                   88 AUTH-OK VALUE '0'.

      * The spec as read - its lines kept for the preview and the
      * approval display, and what they asked for.
               01 W_SPEC-FILE PIC X(30) VALUE 'mass_update.ctl'.
               01 W_SPEC-OK-SW PIC X(1) VALUE 'Y'.
                   88 SPEC-OK VALUE 'Y'.
               01 W_SPEC-LINE-NO PIC 9(3) VALUE 0.
               01 W_SPEC-COUNT PIC 9(2) VALUE 0.
               01 W_SPEC-SUB PIC 9(2) VALUE 0.
               01 W_SPEC-TABLE.
                   02 W_SPEC-ENTRY PIC X(80) OCCURS 20 TIMES.
               01 W_SPEC-WORK PIC X(80) VALUE SPACES.
               01 W_SPEC-VERB PIC X(10) VALUE SPACES.
               01 W_SPEC-FIELD PIC X(15) VALUE SPACES.
               01 W_SPEC-VALUE PIC X(60) VALUE SPACES.
               01 W_SPEC-POINTER PIC 9(3) VALUE 1.
               01 W_SPEC-HASH PIC 9(15) VALUE 0.

               01 W_WHERE-STATUS PIC X(1) VALUE SPACE.
               01 W_WHERE-CITY PIC X(20) VALUE SPACES.
               01 W_WHERE-PREFIX PIC X(10) VALUE SPACES.
               01 W_WHERE-PREFIX-LEN PIC 9(2) VALUE 0.
               01 W_WHERE-FROM PIC 9(4) VALUE 0.
               01 W_WHERE-TO PIC 9(4) VALUE 0.
               01 W_WHERE-BRANCH PIC X(3) VALUE SPACES.
               01 W_SET-STATUS PIC X(1) VALUE SPACE.
               01 W_SET-CITY PIC X(20) VALUE SPACES.
               01 W_SET-POSTAL PIC X(10) VALUE SPACES.
               01 W_SET-PREFIX PIC X(10) VALUE SPACES.
               01 W_SET-PREFIX-LEN PIC 9(2) VALUE 0.
               01 W_ADDRESS-NEEDED-SW PIC X(1) VALUE 'N'.
                   88 ADDRESS-NEEDED VALUE 'Y'.
               01 W_ADDRESS-OPEN-SW PIC X(1) VALUE 'N'.
                   88 ADDRESS-OPEN VALUE 'Y'.
               01 W_HAS-ADDRESS-SW PIC X(1) VALUE 'N'.
                   88 HAS-ADDRESS VALUE 'Y'.
               01 W_BRANCH-LISTED-SW PIC X(1) VALUE 'N'.
                   88 BRANCH-LISTED VALUE 'Y'.

      * The branch set the run works - HQ for the head-office one.
               01 W_RUN-BRANCH PIC X(3) VALUE SPACES.

      * Which pass over the person set this is: the preview, the
      * approval's re-check of the preview, or the apply itself.
               01 W_PASS PIC X(1) VALUE SPACE.
                   88 PASS-PREVIEW VALUE 'P'.
                   88 PASS-CHECK VALUE 'C'.
                   88 PASS-APPLY VALUE 'A'.
               01 W_PASS-OK-SW PIC X(1) VALUE 'Y'.
                   88 PASS-OK VALUE 'Y'.

      * Per-pass tallies, and the before-image hash over the
      * records that would change.
               01 W_SELECTED-COUNT PIC 9(9) VALUE 0.
               01 W_CHANGE-COUNT PIC 9(9) VALUE 0.
               01 W_REFUSED-COUNT PIC 9(9) VALUE 0.
               01 W_HELD-COUNT PIC 9(9) VALUE 0.
               01 W_UNCHANGED-COUNT PIC 9(9) VALUE 0.
               01 W_APPLIED-COUNT PIC 9(9) VALUE 0.
               01 W_FAILED-COUNT PIC 9(9) VALUE 0.
               01 W_IMAGE-HASH PIC 9(15) VALUE 0.
               01 W_REFUSAL PIC X(40) VALUE SPACES.
               01 W_TARGET-STATUS PIC X(1) VALUE SPACE.
               01 W_COUNT-SHOWN PIC Z(8)9.

      * Running hash over a line or image - every byte weighted by
      * its position, and each line folded onto the total so far so
      * the order counts too.
               01 W_HASH-TEXT PIC X(200) VALUE SPACES.
               01 W_HASH-TOTAL PIC 9(15) VALUE 0.
               01 W_HASH-SUM PIC 9(12) VALUE 0.
               01 W_HASH-SUB PIC 9(3) VALUE 0.

      * Lifecycle rules (see 06_STATUS_TRANSITION.cbl).
               01 W_RULE-REASON PIC X(40) VALUE SPACES.
               01 W_RULE-STATUS PIC X(1) VALUE '0'.
                   88 RULE-OK VALUE '0'.

      * Membership card routine linkage (see 13_CARD_FILE.cbl) - a
      * person moved to inactive or deceased loses the live card.
               01 W_CARD-REQUEST PIC X(8) VALUE 'CANCEL'.
               01 W_CARD-NUMBER PIC 9(9) VALUE 0.
               01 W_CARD-REASON PIC X(20) VALUE SPACES.
               01 W_CARD-REJECT PIC X(40) VALUE SPACES.
               01 W_CARD-STATUS PIC X(1) VALUE '0'.
                   88 CARD-OK VALUE '0'.

      * Shared audit trail (see AUDIT-TRAIL.cpy).
               COPY 'AUDIT-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

      * Advisory lock fields (see PERSON-LOCK.cpy).
               COPY 'PERSON-LOCK-FIELDS.cpy'.

      * Integrity control fields (see PERSON-CONTROL.cpy).
               COPY 'PERSON-CONTROL-FIELDS.cpy'.

      * Branch file profile (see BRANCH-PROFILE.cpy).
               COPY 'BRANCH-FILES.cpy'.

      * Legal-hold test fields (see LEGAL-HOLD.cpy).
               COPY 'LEGAL-HOLD-FIELDS.cpy'.


       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           ACCEPT W_NOW FROM TIME.

           ACCEPT W_ARG-LINE FROM COMMAND-LINE.
           UNSTRING W_ARG-LINE DELIMITED BY ALL SPACE
               INTO W_ARG-MODE, W_ARG-2, W_ARG-3.
           MOVE FUNCTION UPPER-CASE(W_ARG-MODE) TO W_ARG-MODE.
           IF (NOT MODE-PREVIEW AND NOT MODE-APPROVE
                   AND NOT MODE-REJECT)
               OR W_ARG-2 = SPACES
               OR (NOT MODE-PREVIEW AND W_ARG-3 NOT = SPACES)
               DISPLAY 'Usage: 101_mass_update PREVIEW <operator> '
                   '[spec file]'
               DISPLAY '       101_mass_update APPROVE <operator>'
               DISPLAY '       101_mass_update REJECT <operator>'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF W_ARG-3 NOT = SPACES
               MOVE W_ARG-3 TO W_SPEC-FILE
           END-IF.

           MOVE W_ARG-2 TO W_OPERATOR-ID.
           IF MODE-PREVIEW
               MOVE 'MASSUPDATE' TO W_AUTH-ACTION
           ELSE
               MOVE 'APPROVE' TO W_AUTH-ACTION
           END-IF.
           CALL '08_OPERATOR_SIGNON' USING W_OPERATOR-ID,
               W_AUTH-ACTION, W_AUTH-REASON, W_AUTH-STATUS.
           IF NOT AUTH-OK
               DISPLAY '** mass update refused for 'W_OPERATOR-ID
                   ' - 'W_AUTH-REASON
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE W_OPERATOR-ID TO W_AUDIT-OPERATOR.
           MOVE W_OPERATOR-ID TO W_TRAILER-OPERATOR.

           EVALUATE TRUE
               WHEN MODE-PREVIEW
                   PERFORM PREVIEW-RUN-SECTION
                   MOVE W_CHANGE-COUNT TO W_TRAILER-COUNT
               WHEN MODE-APPROVE
                   PERFORM APPROVE-RUN-SECTION
                   MOVE W_APPLIED-COUNT TO W_TRAILER-COUNT
               WHEN MODE-REJECT
                   PERFORM REJECT-RUN-SECTION
                   MOVE 0 TO W_TRAILER-COUNT
           END-EVALUATE.
           PERFORM CLOSE-LEGAL-HOLD-SECTION.

           MOVE '101_MASS_UPDATE' TO W_TRAILER-PROGRAM.
           IF RETURN-CODE = 0
               MOVE 'COMPLETE' TO W_TRAILER-STATUS
           ELSE
               MOVE 'FAILED' TO W_TRAILER-STATUS
           END-IF.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       COPY 'AUDIT-TRAIL.cpy'.
       COPY 'JOB-TRAILER.cpy'.
       COPY 'PERSON-LOCK.cpy'.
       COPY 'PERSON-CONTROL.cpy'.
       COPY 'BRANCH-PROFILE.cpy'.
       COPY 'REPORT-PAGE.cpy'.
       COPY 'LEGAL-HOLD.cpy'.

      * The maker's pass: read-only over the person set, printing
      * what the spec would do, then the request parked for the
      * checker. A request another operator has waiting is theirs
      * until it is decided - the maker may only replace their own.
       PREVIEW-RUN-SECTION SECTION.
           PERFORM READ-REQUEST-SECTION.
           IF MR_PENDING AND MR_REQUESTED-BY NOT = W_OPERATOR-ID
               DISPLAY '** a mass update requested by '
                   MR_REQUESTED-BY' on 'MR_REQUESTED-ON
                   ' is still awaiting approval - it must be '
                   'approved or rejected first'
               MOVE 16 TO RETURN-CODE
               GO TO PREVIEW-RUN-EXIT
           END-IF.
           IF MR_PENDING
               DISPLAY 'Your earlier request of 'MR_REQUESTED-ON
                   ' is replaced by this preview'
           END-IF.

           PERFORM READ-SPEC-SECTION.
           IF NOT SPEC-OK
               DISPLAY '** 'FUNCTION TRIM(W_SPEC-FILE)
                   ' not usable - nothing previewed'
               MOVE 16 TO RETURN-CODE
               GO TO PREVIEW-RUN-EXIT
           END-IF.
           PERFORM SET-RUN-BRANCH-SECTION.

           MOVE 'MASS UPDATE PREVIEW' TO W_RP-TITLE.
           MOVE '101_MASS_UPDATE' TO W_RP-PROGRAM.
           MOVE 'mass_update_preview.txt' TO W_RP-PRINT-FILENAME.
           MOVE W_RUN-BRANCH TO W_RP-BRANCH.
           PERFORM REPORT-OPEN-SECTION.

           STRING 'SPECIFICATION ' DELIMITED BY SIZE
                  W_SPEC-FILE DELIMITED BY SPACE
                  '   REQUESTED BY ' DELIMITED BY SIZE
                  W_OPERATOR-ID DELIMITED BY SPACE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           PERFORM VARYING W_SPEC-SUB FROM 1 BY 1
                   UNTIL W_SPEC-SUB > W_SPEC-COUNT
               STRING '    ' DELIMITED BY SIZE
                      W_SPEC-ENTRY(W_SPEC-SUB) DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
           END-PERFORM.
           PERFORM REPORT-LINE-SECTION.
           MOVE 'ID     SURNAME / NAME' TO W_RP-LINE(1:21).
           MOVE 'STATUS CITY' TO W_RP-LINE(41:11).
           MOVE 'POSTAL CODE' TO W_RP-LINE(64:11).
           PERFORM REPORT-LINE-SECTION.
           MOVE ALL '-' TO W_RP-LINE(1:80).
           PERFORM REPORT-LINE-SECTION.

           MOVE 'P' TO W_PASS.
           PERFORM SCAN-PERSONS-SECTION.
           IF NOT PASS-OK
               PERFORM REPORT-ABANDON-SECTION
               MOVE 16 TO RETURN-CODE
               GO TO PREVIEW-RUN-EXIT
           END-IF.

           PERFORM REPORT-LINE-SECTION.
           MOVE W_SELECTED-COUNT TO W_COUNT-SHOWN.
           STRING 'Records selected       : ' DELIMITED BY SIZE
                  W_COUNT-SHOWN DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           MOVE W_CHANGE-COUNT TO W_COUNT-SHOWN.
           STRING 'To be changed          : ' DELIMITED BY SIZE
                  W_COUNT-SHOWN DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           MOVE W_REFUSED-COUNT TO W_COUNT-SHOWN.
           STRING 'Refused by the rules   : ' DELIMITED BY SIZE
                  W_COUNT-SHOWN DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           MOVE W_HELD-COUNT TO W_COUNT-SHOWN.
           STRING 'Held - not updated     : ' DELIMITED BY SIZE
                  W_COUNT-SHOWN DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           MOVE W_UNCHANGED-COUNT TO W_COUNT-SHOWN.
           STRING 'Already as specified   : ' DELIMITED BY SIZE
                  W_COUNT-SHOWN DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           PERFORM REPORT-LINE-SECTION.
           IF W_CHANGE-COUNT > 0
               MOVE 'Nothing is changed until a second operator runs '
                   TO W_RP-LINE
               PERFORM REPORT-LINE-SECTION
               MOVE '101_mass_update APPROVE against this preview.'
                   TO W_RP-LINE
               PERFORM REPORT-LINE-SECTION
           ELSE
               MOVE 'Nothing to change - no approval is needed.'
                   TO W_RP-LINE
               PERFORM REPORT-LINE-SECTION
           END-IF.
           MOVE W_CHANGE-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

      * Parked for the checker - or, with nothing to change, closed
      * at once so no earlier request of the maker's stays live.
           PERFORM CLEAR-REQUEST-SECTION.
           MOVE W_SPEC-FILE TO MR_SPEC-FILE.
           MOVE W_SPEC-HASH TO MR_SPEC-HASH.
           MOVE W_RUN-BRANCH TO MR_BRANCH.
           MOVE W_CHANGE-COUNT TO MR_RECORDS.
           MOVE W_IMAGE-HASH TO MR_IMAGE-HASH.
           MOVE W_OPERATOR-ID TO MR_REQUESTED-BY.
           MOVE W_TODAY TO MR_REQUESTED-ON.
           MOVE W_NOW TO MR_REQUESTED-AT.
           IF W_CHANGE-COUNT > 0
               MOVE 'P' TO MR_STATE
           ELSE
               MOVE 'R' TO MR_STATE
               MOVE W_OPERATOR-ID TO MR_DECIDED-BY
               MOVE W_TODAY TO MR_DECIDED-ON
           END-IF.
           PERFORM WRITE-REQUEST-SECTION.

           MOVE 'REQUEST' TO W_AUDIT-OPERATION.
           PERFORM AUDIT-REQUEST-SECTION.

           DISPLAY 'Mass update preview     : mass_update_preview.txt'.
           DISPLAY 'Records selected        : 'W_SELECTED-COUNT.
           DISPLAY 'To be changed           : 'W_CHANGE-COUNT.
           DISPLAY 'Refused by the rules    : 'W_REFUSED-COUNT.
           DISPLAY 'Held - not updated      : 'W_HELD-COUNT.
           DISPLAY 'Already as specified    : 'W_UNCHANGED-COUNT.
           IF W_CHANGE-COUNT > 0
               DISPLAY 'Awaiting approval by a second operator'
           END-IF.

       PREVIEW-RUN-EXIT.
           EXIT.

      * The checker's pass. The spec is read again and must hash as
      * it did at the preview; the selection is run again read-only
      * under the lock and must come to the same records with the
      * same before-images. Only then is anything written - a
      * request that no longer matches its preview is bounced.
       APPROVE-RUN-SECTION SECTION.
           PERFORM READ-REQUEST-SECTION.
           IF NOT MR_PENDING
               DISPLAY 'No mass update awaiting approval'
               GO TO APPROVE-RUN-EXIT
           END-IF.
           DISPLAY 'Mass update requested by 'MR_REQUESTED-BY' on '
               MR_REQUESTED-ON' - 'MR_RECORDS' record(s), spec '
               FUNCTION TRIM(MR_SPEC-FILE)', branch 'MR_BRANCH.
           IF MR_REQUESTED-BY = W_OPERATOR-ID
               DISPLAY '** requested by you - another operator must '
                   'approve it'
               MOVE 16 TO RETURN-CODE
               GO TO APPROVE-RUN-EXIT
           END-IF.

           MOVE MR_SPEC-FILE TO W_SPEC-FILE.
           PERFORM READ-SPEC-SECTION.
           IF NOT SPEC-OK OR W_SPEC-HASH NOT = MR_SPEC-HASH
               DISPLAY '** 'FUNCTION TRIM(W_SPEC-FILE)' has changed '
                   'since the preview - bounced, preview it again'
               PERFORM BOUNCE-REQUEST-SECTION
               GO TO APPROVE-RUN-EXIT
           END-IF.
           PERFORM VARYING W_SPEC-SUB FROM 1 BY 1
                   UNTIL W_SPEC-SUB > W_SPEC-COUNT
               DISPLAY '    'FUNCTION TRIM(W_SPEC-ENTRY(W_SPEC-SUB)
                   TRAILING)
           END-PERFORM.
           PERFORM SET-RUN-BRANCH-SECTION.

      * Integrity gate - the set must still match its control record
      * before this run mutates anything.
           PERFORM VERIFY-PERSON-CONTROL-SECTION.

           MOVE '101_MASS_UPDATE' TO W_LOCK-PROGRAM.
           PERFORM ACQUIRE-PERSON-LOCK-SECTION.

           MOVE 'C' TO W_PASS.
           PERFORM SCAN-PERSONS-SECTION.
           IF NOT PASS-OK
               MOVE 16 TO RETURN-CODE
               PERFORM RELEASE-PERSON-LOCK-SECTION
               GO TO APPROVE-RUN-EXIT
           END-IF.
           IF W_CHANGE-COUNT NOT = MR_RECORDS
               OR W_IMAGE-HASH NOT = MR_IMAGE-HASH
               DISPLAY '** the records selected have changed since '
                   'the preview ('W_CHANGE-COUNT' now) - bounced, '
                   'preview it again'
               PERFORM BOUNCE-REQUEST-SECTION
               PERFORM RELEASE-PERSON-LOCK-SECTION
               GO TO APPROVE-RUN-EXIT
           END-IF.

           MOVE 'A' TO W_PASS.
           PERFORM SCAN-PERSONS-SECTION.
           IF NOT PASS-OK
               DISPLAY '** nothing applied - the request stays '
                   'awaiting approval'
               MOVE 16 TO RETURN-CODE
               PERFORM RELEASE-PERSON-LOCK-SECTION
               GO TO APPROVE-RUN-EXIT
           END-IF.

      * Changes all on disk - recompute the control record so the
      * next opener can verify against it.
           PERFORM UPDATE-PERSON-CONTROL-SECTION.

           MOVE 'A' TO MR_STATE.
           MOVE W_OPERATOR-ID TO MR_DECIDED-BY.
           MOVE W_TODAY TO MR_DECIDED-ON.
           MOVE W_APPLIED-COUNT TO MR_APPLIED-COUNT.
           PERFORM WRITE-REQUEST-SECTION.

           MOVE 'APPROVE' TO W_AUDIT-OPERATION.
           PERFORM AUDIT-REQUEST-SECTION.

           PERFORM RELEASE-PERSON-LOCK-SECTION.

           DISPLAY 'Records changed         : 'W_APPLIED-COUNT.
           IF W_HELD-COUNT > 0
               DISPLAY 'Held - not updated      : 'W_HELD-COUNT
           END-IF.
           IF W_FAILED-COUNT > 0
               DISPLAY '** not changed (write failed): '
                   W_FAILED-COUNT
               MOVE 16 TO RETURN-CODE
           END-IF.

       APPROVE-RUN-EXIT.
           EXIT.

       REJECT-RUN-SECTION SECTION.
           PERFORM READ-REQUEST-SECTION.
           IF NOT MR_PENDING
               DISPLAY 'No mass update awaiting approval'
               GO TO REJECT-RUN-EXIT
           END-IF.
           MOVE 'R' TO MR_STATE.
           MOVE W_OPERATOR-ID TO MR_DECIDED-BY.
           MOVE W_TODAY TO MR_DECIDED-ON.
           PERFORM WRITE-REQUEST-SECTION.
           MOVE 'REJECT' TO W_AUDIT-OPERATION.
           PERFORM AUDIT-REQUEST-SECTION.
           DISPLAY 'Mass update requested by 'MR_REQUESTED-BY' on '
               MR_REQUESTED-ON' rejected - nothing applied'.

       REJECT-RUN-EXIT.
           EXIT.

      * A bounce is a rejection nobody chose - the spec or the data
      * moved underneath the request - recorded the same way so a
      * stale request can never be approved later.
       BOUNCE-REQUEST-SECTION SECTION.
           MOVE 'R' TO MR_STATE.
           MOVE W_OPERATOR-ID TO MR_DECIDED-BY.
           MOVE W_TODAY TO MR_DECIDED-ON.
           PERFORM WRITE-REQUEST-SECTION.
           MOVE 'BOUNCE' TO W_AUDIT-OPERATION.
           PERFORM AUDIT-REQUEST-SECTION.
           MOVE 16 TO RETURN-CODE.

      * One audit line for the request itself - W_AUDIT-OPERATION is
      * set by the caller, MR_REQUEST holds the request.
       AUDIT-REQUEST-SECTION SECTION.
           MOVE '101_MASS_UPDATE' TO W_AUDIT-PROGRAM.
           MOVE 'MASS-UPDATE' TO W_AUDIT-KEY.
           MOVE SPACES TO W_AUDIT-BEFORE W_AUDIT-AFTER.
           STRING 'SPEC ' DELIMITED BY SIZE
                  MR_SPEC-FILE DELIMITED BY SPACE
                  ' BRANCH ' DELIMITED BY SIZE
                  MR_BRANCH DELIMITED BY SPACE
                  ' REQUESTED BY ' DELIMITED BY SIZE
                  MR_REQUESTED-BY DELIMITED BY SPACE
                  ' ON ' DELIMITED BY SIZE
                  MR_REQUESTED-ON DELIMITED BY SIZE
               INTO W_AUDIT-BEFORE
           END-STRING.
           STRING 'STATE ' DELIMITED BY SIZE
                  MR_STATE DELIMITED BY SIZE
                  ' RECORDS ' DELIMITED BY SIZE
                  MR_RECORDS DELIMITED BY SIZE
                  ' APPLIED ' DELIMITED BY SIZE
                  MR_APPLIED-COUNT DELIMITED BY SIZE
               INTO W_AUDIT-AFTER
           END-STRING.
           PERFORM WRITE-AUDIT-SECTION.

      * No request file yet reads as "nothing pending".
       READ-REQUEST-SECTION SECTION.
           PERFORM CLEAR-REQUEST-SECTION.
           OPEN INPUT REQUEST-FILE.
           IF W_MR-STATUS = '00'
               READ REQUEST-FILE
                   AT END PERFORM CLEAR-REQUEST-SECTION
               END-READ
               CLOSE REQUEST-FILE
           END-IF.

       WRITE-REQUEST-SECTION SECTION.
           OPEN OUTPUT REQUEST-FILE.
           IF W_MR-STATUS NOT = '00'
               DISPLAY '** mass_update_pending.ctl will not open '
                   '(status 'W_MR-STATUS')'
               MOVE 16 TO RETURN-CODE
               GO TO WRITE-REQUEST-EXIT
           END-IF.
           WRITE MR_REQUEST.
           IF W_MR-STATUS NOT = '00'
               DISPLAY '** mass_update_pending.ctl not written '
                   '(status 'W_MR-STATUS')'
               MOVE 16 TO RETURN-CODE
           END-IF.
           CLOSE REQUEST-FILE.

       WRITE-REQUEST-EXIT.
           EXIT.

      * Spaces between the fields, zeros in the numbers.
       CLEAR-REQUEST-SECTION SECTION.
           MOVE SPACES TO MR_REQUEST.
           MOVE 0 TO MR_SPEC-HASH MR_RECORDS MR_IMAGE-HASH
               MR_REQUESTED-ON MR_REQUESTED-AT MR_DECIDED-ON
               MR_APPLIED-COUNT.

      * The spec file into the WHERE and SET fields, every line
      * folded into W_SPEC-HASH as read. A line this does not
      * understand spoils the whole spec - a mass change must never
      * go in with part of its criteria quietly dropped.
       READ-SPEC-SECTION SECTION.
           MOVE 'Y' TO W_SPEC-OK-SW.
           MOVE 0 TO W_SPEC-HASH W_SPEC-COUNT W_SPEC-LINE-NO.
           MOVE SPACES TO W_WHERE-STATUS W_WHERE-CITY W_WHERE-PREFIX
               W_WHERE-BRANCH W_SET-STATUS W_SET-CITY W_SET-POSTAL
               W_SET-PREFIX.
           MOVE 0 TO W_WHERE-FROM W_WHERE-TO W_WHERE-PREFIX-LEN
               W_SET-PREFIX-LEN.
           MOVE 'N' TO W_ADDRESS-NEEDED-SW.

           OPEN INPUT SPEC-FILE.
           IF W_SP-STATUS NOT = '00'
               DISPLAY '** no 'FUNCTION TRIM(W_SPEC-FILE)' on file '
                   '(status 'W_SP-STATUS')'
               MOVE 'N' TO W_SPEC-OK-SW
               GO TO READ-SPEC-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ SPEC-FILE
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       ADD 1 TO W_SPEC-LINE-NO
                       MOVE SP_SPEC-LINE TO W_HASH-TEXT
                       MOVE W_SPEC-HASH TO W_HASH-TOTAL
                       PERFORM HASH-TEXT-SECTION
                       MOVE W_HASH-TOTAL TO W_SPEC-HASH
                       PERFORM SPEC-LINE-SECTION
               END-READ
           END-PERFORM.
           CLOSE SPEC-FILE.

           IF W_WHERE-STATUS = SPACE AND W_WHERE-CITY = SPACES
               AND W_WHERE-PREFIX = SPACES AND W_WHERE-FROM = 0
               AND W_WHERE-TO = 0
               DISPLAY '** spec: at least one WHERE besides BRANCH '
                   'is required'
               MOVE 'N' TO W_SPEC-OK-SW
           END-IF.
           IF W_SET-STATUS = SPACE AND W_SET-CITY = SPACES
               AND W_SET-POSTAL = SPACES AND W_SET-PREFIX = SPACES
               DISPLAY '** spec: no SET - nothing to change'
               MOVE 'N' TO W_SPEC-OK-SW
           END-IF.
           IF W_SET-POSTAL NOT = SPACES AND W_SET-PREFIX NOT = SPACES
               DISPLAY '** spec: SET POSTAL-CODE and SET '
                   'POSTAL-PREFIX cannot both be given'
               MOVE 'N' TO W_SPEC-OK-SW
           END-IF.
           IF W_SET-PREFIX NOT = SPACES
               AND W_SET-PREFIX-LEN NOT = W_WHERE-PREFIX-LEN
               DISPLAY '** spec: SET POSTAL-PREFIX needs a WHERE '
                   'POSTAL-PREFIX of the same length'
               MOVE 'N' TO W_SPEC-OK-SW
           END-IF.
           IF W_WHERE-FROM > 0 AND W_WHERE-TO > 0
               AND W_WHERE-FROM > W_WHERE-TO
               DISPLAY '** spec: BIRTH-FROM is after BIRTH-TO'
               MOVE 'N' TO W_SPEC-OK-SW
           END-IF.
           IF W_WHERE-BRANCH NOT = SPACES
               AND W_WHERE-BRANCH NOT = 'HQ'
               PERFORM CHECK-BRANCH-LISTED-SECTION
               IF NOT BRANCH-LISTED
                   DISPLAY '** spec: branch 'W_WHERE-BRANCH
                       ' is not on branch_profiles.ctl'
                   MOVE 'N' TO W_SPEC-OK-SW
               END-IF
           END-IF.
           IF W_WHERE-CITY NOT = SPACES
               OR W_WHERE-PREFIX NOT = SPACES
               OR W_SET-CITY NOT = SPACES
               OR W_SET-POSTAL NOT = SPACES
               OR W_SET-PREFIX NOT = SPACES
               MOVE 'Y' TO W_ADDRESS-NEEDED-SW
           END-IF.

       READ-SPEC-EXIT.
           EXIT.

      * One spec line - "WHERE|SET field value", the value being the
      * rest of the line so a city may have spaces in it.
       SPEC-LINE-SECTION SECTION.
           MOVE FUNCTION TRIM(SP_SPEC-LINE LEADING) TO W_SPEC-WORK.
           IF W_SPEC-WORK = SPACES OR W_SPEC-WORK(1:1) = '*'
               GO TO SPEC-LINE-EXIT
           END-IF.
           IF W_SPEC-COUNT < 20
               ADD 1 TO W_SPEC-COUNT
               MOVE W_SPEC-WORK TO W_SPEC-ENTRY(W_SPEC-COUNT)
           ELSE
               DISPLAY '** spec: more than 20 statements'
               MOVE 'N' TO W_SPEC-OK-SW
               GO TO SPEC-LINE-EXIT
           END-IF.

           MOVE SPACES TO W_SPEC-VERB W_SPEC-FIELD W_SPEC-VALUE.
           MOVE 1 TO W_SPEC-POINTER.
           UNSTRING W_SPEC-WORK DELIMITED BY ALL SPACE
               INTO W_SPEC-VERB, W_SPEC-FIELD
               WITH POINTER W_SPEC-POINTER
           END-UNSTRING.
           IF W_SPEC-POINTER <= 80
               MOVE W_SPEC-WORK(W_SPEC-POINTER:) TO W_SPEC-VALUE
           END-IF.
           MOVE FUNCTION UPPER-CASE(W_SPEC-VERB) TO W_SPEC-VERB.
           MOVE FUNCTION UPPER-CASE(W_SPEC-FIELD) TO W_SPEC-FIELD.

           IF W_SPEC-VALUE = SPACES
               DISPLAY '** spec line 'W_SPEC-LINE-NO': no value'
               MOVE 'N' TO W_SPEC-OK-SW
               GO TO SPEC-LINE-EXIT
           END-IF.

           EVALUATE W_SPEC-VERB ALSO W_SPEC-FIELD
               WHEN 'WHERE' ALSO 'STATUS'
                   MOVE FUNCTION UPPER-CASE(W_SPEC-VALUE)
                       TO W_SPEC-VALUE
                   IF W_WHERE-STATUS NOT = SPACE
                       PERFORM SPEC-TWICE-SECTION
                   END-IF
                   IF W_SPEC-VALUE(2:) NOT = SPACES
                       OR (W_SPEC-VALUE(1:1) NOT = 'P'
                       AND W_SPEC-VALUE(1:1) NOT = 'A'
                       AND W_SPEC-VALUE(1:1) NOT = 'S'
                       AND W_SPEC-VALUE(1:1) NOT = 'I'
                       AND W_SPEC-VALUE(1:1) NOT = 'D')
                       PERFORM SPEC-BAD-VALUE-SECTION
                   END-IF
                   MOVE W_SPEC-VALUE(1:1) TO W_WHERE-STATUS
               WHEN 'WHERE' ALSO 'CITY'
                   IF W_WHERE-CITY NOT = SPACES
                       PERFORM SPEC-TWICE-SECTION
                   END-IF
                   IF W_SPEC-VALUE(21:) NOT = SPACES
                       PERFORM SPEC-BAD-VALUE-SECTION
                   END-IF
                   MOVE FUNCTION UPPER-CASE(W_SPEC-VALUE)
                       TO W_WHERE-CITY
               WHEN 'WHERE' ALSO 'POSTAL-PREFIX'
                   IF W_WHERE-PREFIX NOT = SPACES
                       PERFORM SPEC-TWICE-SECTION
                   END-IF
                   IF W_SPEC-VALUE(11:) NOT = SPACES
                       PERFORM SPEC-BAD-VALUE-SECTION
                   END-IF
                   MOVE W_SPEC-VALUE TO W_WHERE-PREFIX
                   MOVE 0 TO W_WHERE-PREFIX-LEN
                   INSPECT W_WHERE-PREFIX TALLYING W_WHERE-PREFIX-LEN
                       FOR CHARACTERS BEFORE INITIAL SPACE
               WHEN 'WHERE' ALSO 'BIRTH-FROM'
                   IF W_WHERE-FROM NOT = 0
                       PERFORM SPEC-TWICE-SECTION
                   END-IF
                   IF W_SPEC-VALUE(1:4) IS NOT NUMERIC
                       OR W_SPEC-VALUE(5:) NOT = SPACES
                       PERFORM SPEC-BAD-VALUE-SECTION
                   ELSE
                       MOVE W_SPEC-VALUE(1:4) TO W_WHERE-FROM
                   END-IF
               WHEN 'WHERE' ALSO 'BIRTH-TO'
                   IF W_WHERE-TO NOT = 0
                       PERFORM SPEC-TWICE-SECTION
                   END-IF
                   IF W_SPEC-VALUE(1:4) IS NOT NUMERIC
                       OR W_SPEC-VALUE(5:) NOT = SPACES
                       PERFORM SPEC-BAD-VALUE-SECTION
                   ELSE
                       MOVE W_SPEC-VALUE(1:4) TO W_WHERE-TO
                   END-IF
               WHEN 'WHERE' ALSO 'BRANCH'
                   IF W_WHERE-BRANCH NOT = SPACES
                       PERFORM SPEC-TWICE-SECTION
                   END-IF
                   IF W_SPEC-VALUE(4:) NOT = SPACES
                       PERFORM SPEC-BAD-VALUE-SECTION
                   END-IF
                   MOVE FUNCTION UPPER-CASE(W_SPEC-VALUE)
                       TO W_WHERE-BRANCH
               WHEN 'SET' ALSO 'STATUS'
                   MOVE FUNCTION UPPER-CASE(W_SPEC-VALUE)
                       TO W_SPEC-VALUE
                   IF W_SET-STATUS NOT = SPACE
                       PERFORM SPEC-TWICE-SECTION
                   END-IF
                   IF W_SPEC-VALUE(2:) NOT = SPACES
                       OR (W_SPEC-VALUE(1:1) NOT = 'A'
                       AND W_SPEC-VALUE(1:1) NOT = 'S'
                       AND W_SPEC-VALUE(1:1) NOT = 'I'
                       AND W_SPEC-VALUE(1:1) NOT = 'D')
                       PERFORM SPEC-BAD-VALUE-SECTION
                   END-IF
                   MOVE W_SPEC-VALUE(1:1) TO W_SET-STATUS
               WHEN 'SET' ALSO 'CITY'
                   IF W_SET-CITY NOT = SPACES
                       PERFORM SPEC-TWICE-SECTION
                   END-IF
                   IF W_SPEC-VALUE(21:) NOT = SPACES
                       PERFORM SPEC-BAD-VALUE-SECTION
                   END-IF
                   MOVE W_SPEC-VALUE TO W_SET-CITY
               WHEN 'SET' ALSO 'POSTAL-CODE'
                   IF W_SET-POSTAL NOT = SPACES
                       PERFORM SPEC-TWICE-SECTION
                   END-IF
                   IF W_SPEC-VALUE(11:) NOT = SPACES
                       PERFORM SPEC-BAD-VALUE-SECTION
                   END-IF
                   MOVE W_SPEC-VALUE TO W_SET-POSTAL
               WHEN 'SET' ALSO 'POSTAL-PREFIX'
                   IF W_SET-PREFIX NOT = SPACES
                       PERFORM SPEC-TWICE-SECTION
                   END-IF
                   IF W_SPEC-VALUE(11:) NOT = SPACES
                       PERFORM SPEC-BAD-VALUE-SECTION
                   END-IF
                   MOVE W_SPEC-VALUE TO W_SET-PREFIX
                   MOVE 0 TO W_SET-PREFIX-LEN
                   INSPECT W_SET-PREFIX TALLYING W_SET-PREFIX-LEN
                       FOR CHARACTERS BEFORE INITIAL SPACE
               WHEN OTHER
                   DISPLAY '** spec line 'W_SPEC-LINE-NO': '
                       FUNCTION TRIM(W_SPEC-VERB)' '
                       FUNCTION TRIM(W_SPEC-FIELD)' not recognized'
                   MOVE 'N' TO W_SPEC-OK-SW
           END-EVALUATE.

       SPEC-LINE-EXIT.
           EXIT.

       SPEC-TWICE-SECTION SECTION.
           DISPLAY '** spec line 'W_SPEC-LINE-NO': '
               FUNCTION TRIM(W_SPEC-VERB)' '
               FUNCTION TRIM(W_SPEC-FIELD)' given twice'.
           MOVE 'N' TO W_SPEC-OK-SW.

       SPEC-BAD-VALUE-SECTION SECTION.
           DISPLAY '** spec line 'W_SPEC-LINE-NO': '
               FUNCTION TRIM(W_SPEC-FIELD)' value '
               FUNCTION TRIM(W_SPEC-VALUE)' not valid'.
           MOVE 'N' TO W_SPEC-OK-SW.

      * The spec's branch looked up on branch_profiles.ctl - a
      * mistyped code would otherwise conjure up a person file
      * nobody runs.
       CHECK-BRANCH-LISTED-SECTION SECTION.
           MOVE 'N' TO W_BRANCH-LISTED-SW.
           OPEN INPUT PROFILE-CONTROL.
           IF W_PROF-STATUS NOT = '00'
               GO TO CHECK-BRANCH-LISTED-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ PROFILE-CONTROL
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF PF_BRANCH-LINE(1:3) = W_WHERE-BRANCH
                           MOVE 'Y' TO W_BRANCH-LISTED-SW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROFILE-CONTROL.

       CHECK-BRANCH-LISTED-EXIT.
           EXIT.

      * Which branch set the run works: the spec's WHERE BRANCH when
      * it has one; otherwise, for the maker, the branch profile the
      * run was started under, and for the checker the branch the
      * maker previewed - an approval always lands on the set the
      * preview was taken from. Named the BRANCH-PROFILE.cpy way.
       SET-RUN-BRANCH-SECTION SECTION.
           PERFORM BRANCH-PROFILE-SECTION.
           EVALUATE TRUE
               WHEN W_WHERE-BRANCH NOT = SPACES
                   MOVE W_WHERE-BRANCH TO W_RUN-BRANCH
               WHEN MODE-APPROVE
                   MOVE MR_BRANCH TO W_RUN-BRANCH
               WHEN W_BRANCH-CODE NOT = SPACES
                   MOVE W_BRANCH-CODE TO W_RUN-BRANCH
               WHEN OTHER
                   MOVE 'HQ' TO W_RUN-BRANCH
           END-EVALUATE.
           MOVE SPACES TO W_BRANCH-PERSON-FILE W_BRANCH-CONTROL-FILE.
           IF W_RUN-BRANCH = 'HQ'
               MOVE 'output.dat' TO W_BRANCH-PERSON-FILE
               MOVE 'person_control.ctl' TO W_BRANCH-CONTROL-FILE
           ELSE
               STRING W_RUN-BRANCH DELIMITED BY SPACE
                      '_output.dat' DELIMITED BY SIZE
                   INTO W_BRANCH-PERSON-FILE
               END-STRING
               STRING W_RUN-BRANCH DELIMITED BY SPACE
                      '_person_control.ctl' DELIMITED BY SIZE
                   INTO W_BRANCH-CONTROL-FILE
               END-STRING
           END-IF.

      * One pass over the person set in key order - W_PASS says
      * whether it prints, only counts, or writes. The tallies and
      * the image hash start afresh each pass, so the approval's
      * re-check compares like with like.
       SCAN-PERSONS-SECTION SECTION.
           MOVE 'Y' TO W_PASS-OK-SW.
           MOVE 0 TO W_SELECTED-COUNT W_CHANGE-COUNT W_REFUSED-COUNT
               W_HELD-COUNT W_UNCHANGED-COUNT W_APPLIED-COUNT
               W_FAILED-COUNT W_IMAGE-HASH.

           IF PASS-APPLY
               OPEN I-O PERSON-IO
           ELSE
               OPEN INPUT PERSON-IO
           END-IF.
           IF W_PIO-STATUS NOT = '00'
               DISPLAY '** 'FUNCTION TRIM(W_BRANCH-PERSON-FILE)
                   ' will not open (status 'W_PIO-STATUS')'
               MOVE 'N' TO W_PASS-OK-SW
               GO TO SCAN-PERSONS-EXIT
           END-IF.

      * No address.dat just means no person has an address - they
      * all fall outside a city or postal-code criterion.
           MOVE 'N' TO W_ADDRESS-OPEN-SW.
           IF ADDRESS-NEEDED
               IF PASS-APPLY
                   OPEN I-O ADDRESS-FILE
               ELSE
                   OPEN INPUT ADDRESS-FILE
               END-IF
               IF W_AD-STATUS = '00'
                   MOVE 'Y' TO W_ADDRESS-OPEN-SW
               END-IF
           END-IF.

           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ PERSON-IO NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       PERFORM CHECK-PERSON-SECTION
               END-READ
           END-PERFORM.

           IF ADDRESS-OPEN
               CLOSE ADDRESS-FILE
           END-IF.
           CLOSE PERSON-IO.

       SCAN-PERSONS-EXIT.
           EXIT.

      * One person record against the spec: does it qualify, what
      * would it become, may it become that - then, by pass, print
      * it, count it or write it.
       CHECK-PERSON-SECTION SECTION.
           MOVE FIO_PERSON TO QB_PERSON QA_PERSON.
           IF W_WHERE-STATUS NOT = SPACE
               AND QB_PERSON-STATUS NOT = W_WHERE-STATUS
               GO TO CHECK-PERSON-EXIT
           END-IF.
           IF W_WHERE-FROM > 0
               AND QB_PERSON-BIRTH-YEAR < W_WHERE-FROM
               GO TO CHECK-PERSON-EXIT
           END-IF.
           IF W_WHERE-TO > 0
               AND QB_PERSON-BIRTH-YEAR > W_WHERE-TO
               GO TO CHECK-PERSON-EXIT
           END-IF.

           MOVE 'N' TO W_HAS-ADDRESS-SW.
           MOVE SPACES TO AB_ADDRESS AA_ADDRESS.
           IF ADDRESS-OPEN
               MOVE QB_PERSON-ID TO AD_PERSON-ID
               READ ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO W_HAS-ADDRESS-SW
                       MOVE AD_ADDRESS TO AB_ADDRESS AA_ADDRESS
               END-READ
           END-IF.
           IF W_WHERE-CITY NOT = SPACES
               IF NOT HAS-ADDRESS
                   OR FUNCTION UPPER-CASE(AB_CITY) NOT = W_WHERE-CITY
                   GO TO CHECK-PERSON-EXIT
               END-IF
           END-IF.
           IF W_WHERE-PREFIX NOT = SPACES
               IF NOT HAS-ADDRESS
                   OR AB_POSTAL-CODE(1:W_WHERE-PREFIX-LEN)
                       NOT = W_WHERE-PREFIX(1:W_WHERE-PREFIX-LEN)
                   GO TO CHECK-PERSON-EXIT
               END-IF
           END-IF.
           ADD 1 TO W_SELECTED-COUNT.

      * A held person stays exactly as they are - listed on the
      * preview, passed over by the apply. Neither counts toward
      * the change count or the image hash, so a hold placed or
      * lifted between preview and approval bounces the request.
           MOVE QB_PERSON-ID TO W_LH-PERSON-ID.
           PERFORM CHECK-LEGAL-HOLD-SECTION.
           IF PERSON-ON-HOLD
               ADD 1 TO W_HELD-COUNT
               EVALUATE TRUE
                   WHEN PASS-PREVIEW
                       MOVE QB_PERSON-ID TO W_RP-LINE(1:6)
                       MOVE QB_PERSON-SURNAME TO W_RP-LINE(8:25)
                       MOVE 'HELD - NOT UPDATED - '
                           TO W_RP-LINE(41:21)
                       MOVE W_LH-CASE-REF TO W_RP-LINE(62:20)
                       PERFORM REPORT-LINE-SECTION
                   WHEN PASS-APPLY
                       DISPLAY '** 'QB_PERSON-ID' is under legal '
                           'hold ('FUNCTION TRIM(W_LH-CASE-REF)
                           ') - not updated'
               END-EVALUATE
               GO TO CHECK-PERSON-EXIT
           END-IF.

           MOVE SPACES TO W_REFUSAL.
           IF W_SET-STATUS NOT = SPACE
               AND W_SET-STATUS NOT = QB_PERSON-STATUS
               MOVE W_SET-STATUS TO W_TARGET-STATUS
               CALL '06_STATUS_TRANSITION' USING QB_PERSON-STATUS,
                   W_TARGET-STATUS, W_RULE-REASON, W_RULE-STATUS,
                   QB_PERSON-ID
               IF RULE-OK
                   MOVE W_SET-STATUS TO QA_PERSON-STATUS
               ELSE
                   MOVE W_RULE-REASON TO W_REFUSAL
               END-IF
           END-IF.
           IF W_SET-CITY NOT = SPACES OR W_SET-POSTAL NOT = SPACES
               OR W_SET-PREFIX NOT = SPACES
               IF NOT HAS-ADDRESS
                   MOVE 'no address on file' TO W_REFUSAL
               ELSE
                   IF W_SET-CITY NOT = SPACES
                       MOVE W_SET-CITY TO AA_CITY
                   END-IF
                   IF W_SET-POSTAL NOT = SPACES
                       MOVE W_SET-POSTAL TO AA_POSTAL-CODE
                   END-IF
                   IF W_SET-PREFIX NOT = SPACES
                       MOVE W_SET-PREFIX(1:W_SET-PREFIX-LEN)
                           TO AA_POSTAL-CODE(1:W_SET-PREFIX-LEN)
                   END-IF
               END-IF
           END-IF.

           IF W_REFUSAL NOT = SPACES
               ADD 1 TO W_REFUSED-COUNT
               IF PASS-PREVIEW
                   MOVE QB_PERSON-ID TO W_RP-LINE(1:6)
                   MOVE QB_PERSON-SURNAME TO W_RP-LINE(8:25)
                   MOVE 'REFUSED - ' TO W_RP-LINE(41:10)
                   MOVE W_REFUSAL TO W_RP-LINE(51:40)
                   PERFORM REPORT-LINE-SECTION
               END-IF
               GO TO CHECK-PERSON-EXIT
           END-IF.
           IF QA_PERSON = QB_PERSON AND AA_ADDRESS = AB_ADDRESS
               ADD 1 TO W_UNCHANGED-COUNT
               GO TO CHECK-PERSON-EXIT
           END-IF.

           ADD 1 TO W_CHANGE-COUNT.
           MOVE SPACES TO W_HASH-TEXT.
           MOVE QB_PERSON TO W_HASH-TEXT(1:61).
           MOVE AB_ADDRESS TO W_HASH-TEXT(62:120).
           MOVE W_IMAGE-HASH TO W_HASH-TOTAL.
           PERFORM HASH-TEXT-SECTION.
           MOVE W_HASH-TOTAL TO W_IMAGE-HASH.

           EVALUATE TRUE
               WHEN PASS-PREVIEW
                   PERFORM PRINT-CHANGE-SECTION
               WHEN PASS-APPLY
                   PERFORM APPLY-CHANGE-SECTION
           END-EVALUATE.

       CHECK-PERSON-EXIT.
           EXIT.

      * Two lines per record - the ID and surname with the values
      * before, the first name with the values after.
       PRINT-CHANGE-SECTION SECTION.
           MOVE QB_PERSON-ID TO W_RP-LINE(1:6).
           MOVE QB_PERSON-SURNAME TO W_RP-LINE(8:25).
           MOVE 'BEFORE' TO W_RP-LINE(34:6).
           MOVE QB_PERSON-STATUS TO W_RP-LINE(41:1).
           IF ADDRESS-NEEDED
               MOVE AB_CITY TO W_RP-LINE(43:20)
               MOVE AB_POSTAL-CODE TO W_RP-LINE(64:10)
           END-IF.
           PERFORM REPORT-LINE-SECTION.
           MOVE QB_PERSON-NAME TO W_RP-LINE(8:16).
           MOVE 'AFTER' TO W_RP-LINE(34:6).
           MOVE QA_PERSON-STATUS TO W_RP-LINE(41:1).
           IF ADDRESS-NEEDED
               MOVE AA_CITY TO W_RP-LINE(43:20)
               MOVE AA_POSTAL-CODE TO W_RP-LINE(64:10)
           END-IF.
           PERFORM REPORT-LINE-SECTION.

      * The record and its address rewritten, each with its own
      * audit line, then the status move's side effects exactly as
      * 09_MAINTAIN and 34_APPROVAL_QUEUE have them.
       APPLY-CHANGE-SECTION SECTION.
           IF QA_PERSON NOT = QB_PERSON
               MOVE QA_PERSON TO FIO_PERSON
               REWRITE FIO_PERSON
                   INVALID KEY
                       DISPLAY '** rewrite failed for person '
                           QB_PERSON-ID
                       ADD 1 TO W_FAILED-COUNT
                       GO TO APPLY-CHANGE-EXIT
               END-REWRITE
               MOVE '101_MASS_UPDATE' TO W_AUDIT-PROGRAM
               MOVE 'MASSUPDATE' TO W_AUDIT-OPERATION
               MOVE QB_PERSON-ID TO W_AUDIT-KEY
               MOVE QB_PERSON TO W_AUDIT-BEFORE
               MOVE QA_PERSON TO W_AUDIT-AFTER
               PERFORM WRITE-AUDIT-SECTION
               IF QA_PERSON-STATUS NOT = QB_PERSON-STATUS
                   PERFORM STATUS-MOVED-SECTION
               END-IF
           END-IF.

           IF AA_ADDRESS NOT = AB_ADDRESS
               MOVE AA_ADDRESS TO AD_ADDRESS
               REWRITE AD_ADDRESS
                   INVALID KEY
                       DISPLAY '** could not rewrite address for '
                           'person 'QB_PERSON-ID
                       ADD 1 TO W_FAILED-COUNT
                       GO TO APPLY-CHANGE-EXIT
               END-REWRITE
               MOVE '101_MASS_UPDATE' TO W_AUDIT-PROGRAM
               MOVE 'ADDRESS' TO W_AUDIT-OPERATION
               MOVE QB_PERSON-ID TO W_AUDIT-KEY
               MOVE AB_ADDRESS TO W_AUDIT-BEFORE
               MOVE AA_ADDRESS TO W_AUDIT-AFTER
               PERFORM WRITE-AUDIT-SECTION
           END-IF.
           ADD 1 TO W_APPLIED-COUNT.

       APPLY-CHANGE-EXIT.
           EXIT.

      * Leaving Pending stops the Pending clock; landing on Inactive
      * starts the deactivation clock 06_PURGE ages against, and
      * landing on Active clears it; leaving membership cancels the
      * live card.
       STATUS-MOVED-SECTION SECTION.
           IF QB_PERSON-PENDING
               PERFORM CLEAR-PENDING-TRACKING-SECTION
           END-IF.
           IF QA_PERSON-INACTIVE
               PERFORM START-DEACTIVATION-TRACKING-SECTION
           END-IF.
           IF QA_PERSON-ACTIVE
               PERFORM CLEAR-DEACTIVATION-TRACKING-SECTION
           END-IF.
           IF (QA_PERSON-INACTIVE OR QA_PERSON-DECEASED)
               AND NOT QB_PERSON-INACTIVE
               AND NOT QB_PERSON-DECEASED
               IF QA_PERSON-DECEASED
                   MOVE 'DECEASED' TO W_CARD-REASON
               ELSE
                   MOVE 'DEACTIVATED' TO W_CARD-REASON
               END-IF
               MOVE 'CANCEL' TO W_CARD-REQUEST
               CALL '13_CARD_FILE' USING W_CARD-REQUEST, QB_PERSON-ID,
                   W_CARD-NUMBER, W_CARD-REASON, W_CARD-REJECT,
                   W_CARD-STATUS
               IF NOT CARD-OK
                   DISPLAY '** card not cancelled for person '
                       QB_PERSON-ID' - 'W_CARD-REJECT
               END-IF
           END-IF.

      * Same write-or-rewrite 04_START_AND_DELETE does, creating
      * deactivation_tracking.dat the first time it is needed.
       START-DEACTIVATION-TRACKING-SECTION SECTION.
           OPEN I-O DEACTIVATION-TRACKING.
           IF W_DT-STATUS = '35'
               OPEN OUTPUT DEACTIVATION-TRACKING
               CLOSE DEACTIVATION-TRACKING
               OPEN I-O DEACTIVATION-TRACKING
           END-IF.
           IF W_DT-STATUS NOT = '00'
               DISPLAY '** deactivation_tracking.dat open failed '
                   '(status 'W_DT-STATUS') - person 'QB_PERSON-ID
                   ' not tracked'
               GO TO START-DEACTIVATION-TRACKING-EXIT
           END-IF.
           MOVE QB_PERSON-ID TO DT_PERSON-ID.
           MOVE W_TODAY TO DT_PERSON-DEACTIVATED-ON.
           WRITE DT_PERSON
               INVALID KEY
                   REWRITE DT_PERSON
                   END-REWRITE
           END-WRITE.
           CLOSE DEACTIVATION-TRACKING.

       START-DEACTIVATION-TRACKING-EXIT.
           EXIT.

      * No file, or no entry, is nothing to clear.
       CLEAR-DEACTIVATION-TRACKING-SECTION SECTION.
           OPEN I-O DEACTIVATION-TRACKING.
           IF W_DT-STATUS = '00'
               MOVE QB_PERSON-ID TO DT_PERSON-ID
               DELETE DEACTIVATION-TRACKING RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE DEACTIVATION-TRACKING
           END-IF.

       CLEAR-PENDING-TRACKING-SECTION SECTION.
           OPEN I-O PENDING-TRACKING.
           IF W_PT-STATUS = '00'
               MOVE QB_PERSON-ID TO PT_PERSON-ID
               DELETE PENDING-TRACKING RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE PENDING-TRACKING
           END-IF.

      * W_HASH-TEXT folded onto W_HASH-TOTAL.
       HASH-TEXT-SECTION SECTION.
           MOVE 0 TO W_HASH-SUM.
           PERFORM VARYING W_HASH-SUB FROM 1 BY 1
                   UNTIL W_HASH-SUB > 200
               COMPUTE W_HASH-SUM = W_HASH-SUM
                   + FUNCTION ORD(W_HASH-TEXT(W_HASH-SUB:1))
                   * W_HASH-SUB
           END-PERFORM.
           COMPUTE W_HASH-TOTAL = FUNCTION MOD(W_HASH-TOTAL * 31
               + W_HASH-SUM, 1000000000000000).
