      * and an action, then goes straight at that one record in
      * output.dat by RECORD KEY, without touching anything else in
      * the file.
      * An ADD gives the new person their provenance record (see
      * PROVENANCE.cpy) - source MAINTAIN, keyed at the terminal or
      * from maintain_batch.ctl - and every change to the person
      * record itself moves its last-changed-by fields to this
      * program and the signed-on operator.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 09_MAINTAIN.

      * BATCH mode control file - one "ID ACTION FIELD=VALUE ..."
      * line per record, read in place of the interactive ACCEPTs.
      * See BATCH-RUN-SECTION.
      * Person provenance - see PROVENANCE.cpy.
               SELECT PROVENANCE-FILE ASSIGN TO 'provenance.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS PV_PERSON-ID
                   FILE STATUS IS W_PV-STATUS.

               SELECT BATCH-CONTROL ASSIGN TO 'maintain_batch.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL.

                   RECORD KEY IS DT_PERSON-ID
                   FILE STATUS IS W_DT-STATUS.

      * An ADD starts the Pending clock 90_PENDING_AGING ages the
      * registration against; leaving Pending stops it - see
      * PENDING-TRACKING-RECORD.cpy.
               SELECT PENDING-TRACKING ASSIGN TO
                       'pending_tracking.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS PT_PERSON-ID
                   FILE STATUS IS W_PT-STATUS.

      * HOUSEHOLD action ties a person ID to a household/family ID -
      * see HOUSEHOLD-RECORD.cpy - so the roster report
      * (11_HOUSEHOLD_ROSTER) can list who else is in the same family.
                   RECORD KEY IS FS_KEY
                   FILE STATUS IS W_FS-STATUS.

      * PESEL action records the person's national ID on the PESEL
      * cross-reference - see PESEL-RECORD.cpy and PESEL-CAPTURE.cpy.
               SELECT PESEL-FILE ASSIGN TO 'pesel.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS PX_PERSON-ID
                   ALTERNATE RECORD KEY IS PX_PESEL WITH DUPLICATES
                   FILE STATUS IS W_PESEL-FS.

      * NOTE action appends an operator case note - see
      * CASE-NOTE-RECORD.cpy and CASE-NOTE.cpy.
               SELECT CASE-NOTE-FILE ASSIGN TO 'case_notes.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS NT_KEY
                   FILE STATUS IS W_NT-STATUS.

      * DOCUMENT action records an identity document the person was
      * verified against - see ID-DOCUMENT-RECORD.cpy.
               SELECT ID-DOCUMENT-FILE ASSIGN TO 'id_document.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS ID_KEY
                   FILE STATUS IS W_ID-STATUS.

      * RELATE action links two persons as spouses, parent and
      * child, or siblings - see RELATIONSHIP-RECORD.cpy.
               SELECT RELATIONSHIP-FILE ASSIGN TO 'relationship.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS RL_KEY
                   FILE STATUS IS W_RL-STATUS.

      * HOLD and RELEASE actions ask for a legal hold to be placed
      * or lifted - see LEGAL-HOLD-RECORD.cpy. Only read here; the
      * approved request is written by 34_APPROVAL_QUEUE.
               SELECT LEGAL-HOLD-FILE ASSIGN TO 'legal_hold.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS LH_PERSON-ID
                   FILE STATUS IS W_LH-STATUS.

       DATA DIVISION.
           FILE SECTION.
           COPY 'AUDIT-LOG.cpy'.
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

           FD BATCH-CONTROL.
           01 BC_BATCH-LINE PIC X(80).

                             DT_PERSON-DEACTIVATED-ON
                         PREFIX BY DT_PERSON.

           FD PENDING-TRACKING.
           COPY 'PENDING-TRACKING-RECORD.cpy'
               REPLACING PREFIX-ID BY PT_PERSON-ID
                         PREFIX-PENDING-SINCE BY PT_PENDING-SINCE
                         PREFIX-ESCALATED-ON BY PT_ESCALATED-ON
                         PREFIX BY PT_PERSON.

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

           FD FORMER-SURNAME-FILE.
                         PREFIX-STATE BY CN_STATE
                         PREFIX-GRANTED BY CN_GRANTED
                         PREFIX-WITHDRAWN BY CN_WITHDRAWN
                         PREFIX-EXPIRED BY CN_EXPIRED
                         PREFIX-EFFECTIVE-DATE BY CN_EFFECTIVE-DATE
                         PREFIX-GIVEN-BY BY CN_GIVEN-BY
                         PREFIX BY CN_CONSENT.

           FD PESEL-FILE.
           COPY 'PESEL-RECORD.cpy'
               REPLACING PREFIX-ID BY PX_PERSON-ID
                         PREFIX-PESEL BY PX_PESEL
                         PREFIX-SOURCE BY PX_SOURCE
                         PREFIX-CAPTURED-ON BY PX_CAPTURED-ON
                         PREFIX BY PX_PESEL-REC.

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

           FD ID-DOCUMENT-FILE.
           COPY 'ID-DOCUMENT-RECORD.cpy'
               REPLACING PREFIX-KEY BY ID_KEY
                         PREFIX-ID BY ID_PERSON-ID
                         PREFIX-TYPE BY ID_TYPE
                         PREFIX-NUMBER BY ID_NUMBER
                         PREFIX-EXPIRES-ON BY ID_EXPIRES-ON
                         PREFIX-RECORDED-ON BY ID_RECORDED-ON
                         PREFIX-RECORDED-BY BY ID_RECORDED-BY
                         PREFIX-REMINDED-ON BY ID_REMINDED-ON
                         PREFIX BY ID_DOCUMENT.

           FD RELATIONSHIP-FILE.
           COPY 'RELATIONSHIP-RECORD.cpy'
               REPLACING PREFIX-KEY BY RL_KEY
                         PREFIX-ID BY RL_PERSON-ID
                         PREFIX-TYPE BY RL_TYPE
                         PREFIX-SPOUSE BY RL_SPOUSE
                         PREFIX-PARENT BY RL_PARENT
                         PREFIX-CHILD BY RL_CHILD
                         PREFIX-SIBLING BY RL_SIBLING
                         PREFIX-GUARDIAN BY RL_GUARDIAN
                         PREFIX-WARD BY RL_WARD
                         PREFIX-OTHER-ID BY RL_OTHER-ID
                         PREFIX-STATE BY RL_STATE
                         PREFIX-CURRENT BY RL_CURRENT
                         PREFIX-ENDED BY RL_ENDED
                         PREFIX-ENDED-ON BY RL_ENDED-ON
                         PREFIX-RECORDED-ON BY RL_RECORDED-ON
                         PREFIX-RECORDED-BY BY RL_RECORDED-BY
                         PREFIX BY RL_RELATION.

           FD APPROVAL-QUEUE.
           COPY 'APPROVAL-RECORD.cpy'
               REPLACING PREFIX-APPROVAL-ID BY AP_APPROVAL-ID
                         PREFIX-AFTER BY AP_AFTER
                         PREFIX-DECIDED-BY BY AP_DECIDED-BY
                         PREFIX-DECIDED-ON BY AP_DECIDED-ON
                         PREFIX-REFERENCE BY AP_REFERENCE
                         PREFIX-DECISION-REASON BY
                             AP_DECISION-REASON
                         PREFIX BY AP_APPROVAL.

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


           FD PERSON-IO.
               COPY 'PERSON-RECORD.cpy'
                   REPLACING PREFIX-ID BY FIO_PERSON-ID
                   88 ACTION-HOUSEHOLD VALUE 'HOUSEHOLD'.
                   88 ACTION-ADDRESS VALUE 'ADDRESS'.
                   88 ACTION-CONSENT VALUE 'CONSENT'.
                   88 ACTION-PESEL VALUE 'PESEL'.
                   88 ACTION-NOTE VALUE 'NOTE'.
                   88 ACTION-DOCUMENT VALUE 'DOCUMENT'.
                   88 ACTION-REISSUE VALUE 'REISSUE'.
                   88 ACTION-RELATE VALUE 'RELATE'.
                   88 ACTION-HOLD VALUE 'HOLD'.
                   88 ACTION-RELEASE VALUE 'RELEASE'.
               01 W_FOUND-SW PIC X(1) VALUE 'N'.
                   88 RECORD-FOUND VALUE 'Y'.

               01 W_PROCEED-SW PIC X(1) VALUE 'Y'.
                   88 PROCEED-OK VALUE 'Y'.
               01 W_DT-STATUS PIC X(2).
               01 W_PT-STATUS PIC X(2).
               01 W_HH-STATUS PIC X(2).
               01 W_HOUSEHOLD-ID PIC 9(6) VALUE 0.
               01 W_AD-STATUS PIC X(2).
                             PREFIX-CITY BY SV_CITY
                             PREFIX-POSTAL-CODE BY SV_POSTAL-CODE
                             PREFIX-PHONE BY SV_PHONE
                             PREFIX-MAIL-STATE BY SV_MAIL-STATE
                             PREFIX-DELIVERABLE BY SV_DELIVERABLE
                             PREFIX-UNDELIVERABLE BY SV_UNDELIVERABLE
                             PREFIX-RETURNED-ON BY SV_RETURNED-ON
                             PREFIX-RETURN-REASON BY SV_RETURN-REASON
                             PREFIX BY SV_ADDRESS.

      * Batch mode - one ACCEPT FROM COMMAND-LINE picks control-file
      * Shared audit trail (see AUDIT-TRAIL.cpy).
               COPY 'AUDIT-FIELDS.cpy'.

      * PESEL capture fields (see PESEL-CAPTURE.cpy).
               COPY 'PESEL-CAPTURE-FIELDS.cpy'.

      * Case notes (see CASE-NOTE.cpy) - a batch NOTE line carries
      * free text after the action word rather than FIELD=VALUE
      * tokens, so it is picked off the raw line by pointer.
               COPY 'CASE-NOTE-FIELDS.cpy'.
               01 W_NOTE-TEXT PIC X(200) VALUE SPACES.
               01 W_NOTE-POINTER PIC 9(3) VALUE 1.
               01 W_NOTE-TIME PIC 9(8) VALUE 0.

      * Identity document being recorded (see ID-DOCUMENT-RECORD.cpy).
               01 W_ID-STATUS PIC X(2).
               01 W_DOC-TYPE PIC X(8) VALUE SPACES.
                   88 DOC-TYPE-KNOWN VALUE 'IDCARD' 'PASSPORT'
                       'RESIDENT'.
               01 W_DOC-NUMBER PIC X(20) VALUE SPACES.
               01 W_DOC-EXPIRES-X PIC X(8) VALUE SPACES.
               01 W_DOC-EXPIRES PIC 9(8) VALUE 0.
               01 W_DOC-BEFORE PIC X(40) VALUE SPACES.

      * Family link being recorded (see RELATIONSHIP-RECORD.cpy) -
      * the type word as keyed, its code and the code held at the
      * other end, and the other person's birth date for the
      * parent-older-than-child check.
               01 W_RL-STATUS PIC X(2).
               01 W_REL-TYPE-WORD PIC X(8) VALUE SPACES.
               01 W_REL-TYPE PIC X(1) VALUE SPACE.
               01 W_REL-RECIPROCAL PIC X(1) VALUE SPACE.
               01 W_REL-STATE-WORD PIC X(8) VALUE SPACES.
                   88 REL-STATE-KNOWN VALUE 'CURRENT' 'ENDED'
                       'REMOVED'.
               01 W_REL-OTHER-X PIC X(25) VALUE SPACES.
               01 W_REL-OTHER-ID PIC 9(6) VALUE 0.
               01 W_REL-DIGITS PIC 9(2) VALUE 0.
               01 W_REL-SPACES PIC 9(2) VALUE 0.
               01 W_REL-OTHER-BIRTH PIC 9(8) VALUE 0.
               01 W_REL-OTHER-QUALITY PIC X(1) VALUE SPACE.
               01 W_REL-PARENT-BIRTH PIC 9(8) VALUE 0.
               01 W_REL-CHILD-BIRTH PIC 9(8) VALUE 0.
               01 W_REL-GUARD-QUAL PIC X(1) VALUE SPACE.
               01 W_REL-WARD-QUAL PIC X(1) VALUE SPACE.

      * Under-18 test (see MINOR-CHECK.cpy).
               COPY 'MINOR-CHECK-FIELDS.cpy'.
               01 W_REL-BEFORE PIC X(40) VALUE SPACES.
               01 W_REL-FROM-ID PIC 9(6) VALUE 0.
               01 W_REL-TO-ID PIC 9(6) VALUE 0.
               01 W_REL-LINK-TYPE PIC X(1) VALUE SPACE.

      * Legal hold being asked for or lifted (see LEGAL-HOLD.cpy) -
      * the request itself rides to the checker in W_LH-REQUEST.
               COPY 'LEGAL-HOLD-FIELDS.cpy'.
               01 W_HOLD-UNTIL-X PIC X(25) VALUE SPACES.

      * Membership card routine linkage (see 13_CARD_FILE.cbl) - the
      * REISSUE action, and the card cancelled when a person leaves.
               01 W_CARD-REQUEST PIC X(8) VALUE SPACES.
               01 W_CARD-NUMBER PIC 9(9) VALUE 0.
               01 W_OLD-CARD-NUMBER PIC 9(9) VALUE 0.
               01 W_CARD-REASON PIC X(20) VALUE SPACES.
               01 W_CARD-STATUS PIC X(1) VALUE '0'.
                   88 CARD-OK VALUE '0'.

      * Job-level run trailer (see JOB-TRAILER.cpy) - counts 1 if the
      * single requested action committed, 0 if it was rejected or the
      * ID wasn't found.
      * data files this run points at.
               COPY 'BRANCH-FILES.cpy'.

      * Person provenance (see PROVENANCE.cpy).
               COPY 'PROVENANCE-FIELDS.cpy'.


       PROCEDURE DIVISION.


           OPEN I-O PERSON-IO.
           PERFORM START-JOB-TIMER-SECTION.
           PERFORM OPEN-PROVENANCE-SECTION.
           MOVE 'MAINTAIN' TO W_PV-SOURCE.
           MOVE 0 TO W_PV-FEED-SEQ.
           IF BATCH-MODE
               MOVE 'maintain_batch.ctl' TO W_PV-FEED-NAME
           ELSE
               MOVE 'KEYED ENTRY' TO W_PV-FEED-NAME
           END-IF.

           IF BATCH-MODE
               PERFORM BATCH-RUN-SECTION
               DISPLAY 'Person ID: '
               ACCEPT FIO_PERSON-ID
               DISPLAY 'Action (ADD/CHANGE/DEACTIVATE/REACTIVATE/'
                   'SUSPEND/DECEASE/HOUSEHOLD/ADDRESS/CONSENT/'
                   'PESEL/NOTE/DOCUMENT/REISSUE/RELATE/HOLD/'
                   'RELEASE): '
               ACCEPT W_ACTION
               PERFORM DISPATCH-ACTION-SECTION
           END-IF.

           CLOSE PERSON-IO.
           PERFORM CLOSE-PROVENANCE-SECTION.

      * Mutations all on disk - recompute the control
      * record so the next opener can verify against it.
                   PERFORM SET-ADDRESS-SECTION
               WHEN ACTION-CONSENT
                   PERFORM SET-CONSENT-SECTION
               WHEN ACTION-PESEL
                   PERFORM SET-PESEL-SECTION
               WHEN ACTION-NOTE
                   PERFORM ADD-NOTE-SECTION
               WHEN ACTION-DOCUMENT
                   PERFORM SET-DOCUMENT-SECTION
               WHEN ACTION-REISSUE
                   PERFORM REISSUE-CARD-SECTION
               WHEN ACTION-RELATE
                   PERFORM SET-RELATION-SECTION
               WHEN ACTION-HOLD OR ACTION-RELEASE
                   PERFORM SET-HOLD-SECTION
               WHEN OTHER
                   DISPLAY '** unknown action - must be ADD, CHANGE, '
                       'DEACTIVATE, REACTIVATE, SUSPEND, DECEASE, '
                       'HOUSEHOLD, ADDRESS, CONSENT, PESEL, NOTE, '
                       'DOCUMENT, REISSUE, RELATE, HOLD or RELEASE'
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       VALIDATE-BATCH-TOKENS-SECTION SECTION.
           MOVE 'Y' TO W_TOKENS-OK-SW.

      * A NOTE line is free text after the action word, not tokens -
      * there is nothing here to check it against.
           IF ACTION-NOTE
               GO TO VALIDATE-BATCH-TOKENS-EXIT
           END-IF.

           IF W_LINE-OVERFLOW-SW = 'Y'
               DISPLAY '** more tokens than the three FIELD=VALUE '
                   'slots - is a value missing its quoting or '
               PERFORM CHECK-BATCH-FIELD-SECTION
           END-IF.

       VALIDATE-BATCH-TOKENS-EXIT.
           EXIT.

      * One token's field name against the recognized set for the
      * line's action - DEACTIVATE and REACTIVATE take no tokens at
      * all.
               WHEN ACTION-CONSENT
                   IF W_CHECK-FIELD = 'TYPE'
                       OR W_CHECK-FIELD = 'STATE'
                       OR W_CHECK-FIELD = 'BY'
                       MOVE 'Y' TO W_FIELD-OK-SW
                   END-IF
               WHEN ACTION-PESEL
                   IF W_CHECK-FIELD = 'PESEL'
                       MOVE 'Y' TO W_FIELD-OK-SW
                   END-IF
               WHEN ACTION-DOCUMENT
                   IF W_CHECK-FIELD = 'TYPE'
                       OR W_CHECK-FIELD = 'NUMBER'
                       OR W_CHECK-FIELD = 'EXPIRES'
                       MOVE 'Y' TO W_FIELD-OK-SW
                   END-IF
               WHEN ACTION-REISSUE
                   IF W_CHECK-FIELD = 'REASON'
                       MOVE 'Y' TO W_FIELD-OK-SW
                   END-IF
               WHEN ACTION-RELATE
                   IF W_CHECK-FIELD = 'TYPE'
                       OR W_CHECK-FIELD = 'TO'
                       OR W_CHECK-FIELD = 'STATE'
                       MOVE 'Y' TO W_FIELD-OK-SW
                   END-IF
               WHEN ACTION-HOLD
                   IF W_CHECK-FIELD = 'CASE'
                       OR W_CHECK-FIELD = 'REASON'
                       OR W_CHECK-FIELD = 'UNTIL'
                       MOVE 'Y' TO W_FIELD-OK-SW
                   END-IF
               WHEN ACTION-RELEASE
                   IF W_CHECK-FIELD = 'REASON'
                       MOVE 'Y' TO W_FIELD-OK-SW
                   END-IF
           END-EVALUATE.
                       MOVE SPACES TO W_AUDIT-BEFORE
                       MOVE FIO_PERSON TO W_AUDIT-AFTER
                       PERFORM WRITE-AUDIT-SECTION
                       MOVE FIO_PERSON-ID TO W_PV-PERSON-ID
                       PERFORM RECORD-ORIGIN-SECTION
                       ADD 1 TO W_OPS-COUNT
                       PERFORM START-PENDING-TRACKING-SECTION

                       CALL '04_FORMAT_PERSON' USING FIO_PERSON,
                           W_FORMATTED-PERSON
                                   MOVE S_PERSON TO W_AUDIT-BEFORE
                                   MOVE FIO_PERSON TO W_AUDIT-AFTER
                                   PERFORM WRITE-AUDIT-SECTION
                                   MOVE FIO_PERSON-ID TO W_PV-PERSON-ID
                                   PERFORM RECORD-TOUCH-SECTION
                                   ADD 1 TO W_OPS-COUNT

                                   IF S_PERSON-SURNAME NOT =
           IF RECORD-FOUND
               MOVE 'I' TO W_TARGET-STATUS
               CALL '06_STATUS_TRANSITION' USING FIO_PERSON-STATUS,
                   W_TARGET-STATUS, W_REJECT-REASON, W_VALIDATE-STATUS,
                   FIO_PERSON-ID
               IF NOT VALIDATE-OK
                   DISPLAY '** person 'FIO_PERSON-ID' not '
                       'deactivated - 'W_REJECT-REASON
                                   MOVE S_PERSON TO W_AUDIT-BEFORE
                                   MOVE FIO_PERSON TO W_AUDIT-AFTER
                                   PERFORM WRITE-AUDIT-SECTION
                                   MOVE FIO_PERSON-ID TO W_PV-PERSON-ID
                                   PERFORM RECORD-TOUCH-SECTION
                                   ADD 1 TO W_OPS-COUNT
                                   DISPLAY 'Person 'FIO_PERSON-ID
                                       ' deactivated'
                                   IF S_PERSON-PENDING
                                       PERFORM
                                         CLEAR-PENDING-TRACKING-SECTION
                                   END-IF
                                   MOVE 'DEACTIVATED' TO W_CARD-REASON
                                   PERFORM CANCEL-CARDS-SECTION
                           END-REWRITE
                       END-IF
                   END-IF
      * no longer applies. Doubles as the verification step for a
      * Pending ADD (P -> A) and the lift of a SUSPEND (S -> A) -
      * the shared lifecycle rules say which moves are legal, and a
      * deceased record is refused there. Verifying a Pending person
      * also needs an unexpired identity document on file, recorded
      * first with the DOCUMENT action.
       REACTIVATE-PERSON-SECTION SECTION.
           PERFORM FIND-PERSON-SECTION.
           IF RECORD-FOUND
               MOVE 'A' TO W_TARGET-STATUS
               CALL '06_STATUS_TRANSITION' USING FIO_PERSON-STATUS,
                   W_TARGET-STATUS, W_REJECT-REASON, W_VALIDATE-STATUS,
                   FIO_PERSON-ID
               IF NOT VALIDATE-OK
                   DISPLAY '** person 'FIO_PERSON-ID' not '
                       'reactivated - 'W_REJECT-REASON
                           MOVE S_PERSON TO W_AUDIT-BEFORE
                           MOVE FIO_PERSON TO W_AUDIT-AFTER
                           PERFORM WRITE-AUDIT-SECTION
                           MOVE FIO_PERSON-ID TO W_PV-PERSON-ID
                           PERFORM RECORD-TOUCH-SECTION
                           ADD 1 TO W_OPS-COUNT

                           PERFORM CLEAR-DEACTIVATION-TRACKING-SECTION
                           IF S_PERSON-PENDING
                               PERFORM CLEAR-PENDING-TRACKING-SECTION
                           END-IF

                           DISPLAY 'Person 'FIO_PERSON-ID' reactivated'
                   END-REWRITE
           PERFORM FIND-PERSON-SECTION.
           IF RECORD-FOUND
               CALL '06_STATUS_TRANSITION' USING FIO_PERSON-STATUS,
                   W_TARGET-STATUS, W_REJECT-REASON, W_VALIDATE-STATUS,
                   FIO_PERSON-ID
               IF NOT VALIDATE-OK
                   DISPLAY '** person 'FIO_PERSON-ID' not moved to '
                       'status 'W_TARGET-STATUS' - 'W_REJECT-REASON
                                   MOVE S_PERSON TO W_AUDIT-BEFORE
                                   MOVE FIO_PERSON TO W_AUDIT-AFTER
                                   PERFORM WRITE-AUDIT-SECTION
                                   MOVE FIO_PERSON-ID TO W_PV-PERSON-ID
                                   PERFORM RECORD-TOUCH-SECTION
                                   ADD 1 TO W_OPS-COUNT
                                   DISPLAY 'Person 'FIO_PERSON-ID
                                       ' now status 'W_TARGET-STATUS
                                   IF W_TARGET-STATUS = 'D'
                                       MOVE 'DECEASED'
                                           TO W_CARD-REASON
                                       PERFORM CANCEL-CARDS-SECTION
                                   END-IF
                           END-REWRITE
                       END-IF
                   END-IF
                   'nothing to clear'
           END-IF.

      * Starts the Pending clock for a person just added - the file
      * is created the first time it is needed, the way
      * 04_START_AND_DELETE creates deactivation_tracking.dat.
       START-PENDING-TRACKING-SECTION SECTION.
           OPEN I-O PENDING-TRACKING.
           IF W_PT-STATUS = '35'
               OPEN OUTPUT PENDING-TRACKING
               CLOSE PENDING-TRACKING
               OPEN I-O PENDING-TRACKING
           END-IF.
           IF W_PT-STATUS NOT = '00'
               DISPLAY '** pending_tracking.dat open failed (status '
                   W_PT-STATUS') - 90_PENDING_AGING will start the '
                   'clock tonight'
               GO TO START-PENDING-TRACKING-EXIT
           END-IF.
           MOVE FIO_PERSON-ID TO PT_PERSON-ID.
           MOVE W_TODAY TO PT_PENDING-SINCE.
           MOVE 0 TO PT_ESCALATED-ON.
           WRITE PT_PERSON
               INVALID KEY
                   REWRITE PT_PERSON
                   END-REWRITE
           END-WRITE.
           CLOSE PENDING-TRACKING.

       START-PENDING-TRACKING-EXIT.
           EXIT.

      * Stops the Pending clock - the person was verified or
      * deactivated by hand. No file, or no entry, is nothing to do.
       CLEAR-PENDING-TRACKING-SECTION SECTION.
           OPEN I-O PENDING-TRACKING.
           IF W_PT-STATUS = '00'
               MOVE FIO_PERSON-ID TO PT_PERSON-ID
               DELETE PENDING-TRACKING RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE PENDING-TRACKING
           END-IF.

      * Ties FIO_PERSON-ID to a household/family ID in household.dat -
      * the person must already be on file in output.dat (the same
      * FIND-PERSON-SECTION lookup CHANGE and DEACTIVATE use) before
                       AD_PHONE
                   PERFORM APPLY-BATCH-ADDRESS-SECTION
               END-IF
      * An address put in here is the corrected one - whatever
      * 70_RETURNED_MAIL marked against the old one no longer holds,
      * and the person goes back into the label and letter runs.
               MOVE SPACE TO AD_MAIL-STATE
               MOVE 0 TO AD_RETURNED-ON
               MOVE SPACES TO AD_RETURN-REASON

      * First ADDRESS action ever has no address.dat yet - create
      * it empty and reopen, same status-35 dance as

      * Parks the edit already sitting in FIO_PERSON (before-image
      * in S_PERSON) on pending_approvals.dat for a second operator
      * - a HOLD or RELEASE parks the person as they stand and the
      * hold request (W_LH-REQUEST) in place of an after-image
      * - first use creates the file with the usual status-35
      * dance, the next free approval ID is one past the highest on
      * file, and a QUEUE audit line records that the request was
      * 34_APPROVAL_QUEUE applies it against the same branch-coded
      * master file it was queued from - spaces is head office.
           MOVE W_BRANCH-CODE TO AP_BRANCH.
           IF ACTION-HOLD OR ACTION-RELEASE
               MOVE FIO_PERSON TO AP_BEFORE
               MOVE W_LH-REQUEST TO AP_AFTER
           ELSE
               MOVE S_PERSON TO AP_BEFORE
               MOVE FIO_PERSON TO AP_AFTER
           END-IF.
           MOVE SPACES TO AP_DECIDED-BY.
           MOVE 0 TO AP_DECIDED-ON.
           MOVE SPACES TO AP_REFERENCE.
           MOVE SPACES TO AP_DECISION-REASON.
           WRITE AP_APPROVAL
               INVALID KEY
                   DISPLAY '** could not queue approval '
                   MOVE '09_MAINTAIN' TO W_AUDIT-PROGRAM
                   MOVE 'QUEUE' TO W_AUDIT-OPERATION
                   MOVE FIO_PERSON-ID TO W_AUDIT-KEY
                   MOVE AP_BEFORE TO W_AUDIT-BEFORE
                   MOVE AP_AFTER TO W_AUDIT-AFTER
                   PERFORM WRITE-AUDIT-SECTION
                   DISPLAY 'Queued as approval 'W_NEXT-APPROVAL-ID
                       ' - a second operator must approve it in '
      * record per person and consent type (see CONSENT-RECORD.cpy),
      * kept current rather than appended; the audit line is the
      * history. Batch lines carry TYPE= and STATE= tokens.
      * A minor's consent is their guardian's to give (see
      * CONSENT-GATE.cpy): a BY= token names the guardian, who must
      * hold a current guardianship of this person on
      * relationship.dat, and a minor's grant without one is
      * refused. An adult gives consent in their own right, so BY=
      * is refused for them.
       SET-CONSENT-SECTION SECTION.
           PERFORM FIND-PERSON-SECTION.
           IF NOT RECORD-FOUND
               GO TO SET-CONSENT-EXIT
           END-IF.

           MOVE FIO_PERSON-BIRTH-DATE TO W_MN-BIRTH-DATE.
           MOVE FIO_PERSON-BIRTH-QUALITY TO W_MN-BIRTH-QUALITY.
           PERFORM CHECK-MINOR-SECTION.
           MOVE SPACES TO W_REL-OTHER-X.
           IF BATCH-MODE
               MOVE SPACES TO W_CONSENT-TYPE
               MOVE SPACE TO W_CONSENT-STATE
               IF W_BATCH-FIELD-1 = 'BY'
                   MOVE W_BATCH-VALUE-1 TO W_REL-OTHER-X
               END-IF
               IF W_BATCH-FIELD-2 = 'BY'
                   MOVE W_BATCH-VALUE-2 TO W_REL-OTHER-X
               END-IF
               IF W_BATCH-FIELD-3 = 'BY'
                   MOVE W_BATCH-VALUE-3 TO W_REL-OTHER-X
               END-IF
               IF W_BATCH-FIELD-3 = 'TYPE'
                   MOVE W_BATCH-VALUE-3 TO W_CONSENT-TYPE
               END-IF
               IF W_BATCH-FIELD-3 = 'STATE'
                   MOVE W_BATCH-VALUE-3(1:1) TO W_CONSENT-STATE
               END-IF
               IF W_BATCH-FIELD-1 = 'TYPE'
                   MOVE W_BATCH-VALUE-1 TO W_CONSENT-TYPE
               END-IF
               ACCEPT W_CONSENT-TYPE
               DISPLAY 'Granted or withdrawn (G/W): '
               ACCEPT W_CONSENT-STATE
               IF PERSON-IS-MINOR
                   DISPLAY 'Person is under 18 - given by guardian '
                       'ID: '
                   ACCEPT W_REL-OTHER-X
               END-IF
           END-IF.

           IF W_CONSENT-TYPE = SPACES
               MOVE 16 TO RETURN-CODE
               GO TO SET-CONSENT-EXIT
           END-IF.
      * The RESTRICT marker follows the RODO request register - it
      * is set and lifted there, never by hand.
           IF W_CONSENT-TYPE = 'RESTRICT'
               DISPLAY '** RESTRICT is kept by 111_RODO_REGISTER '
                   '- nothing recorded'
               MOVE 16 TO RETURN-CODE
               GO TO SET-CONSENT-EXIT
           END-IF.

           MOVE 0 TO W_REL-OTHER-ID.
           IF W_REL-OTHER-X NOT = SPACES
               IF NOT PERSON-IS-MINOR
                   DISPLAY '** person is not under 18 - consent is '
                       'their own to give, BY= does not apply'
                   MOVE 16 TO RETURN-CODE
                   GO TO SET-CONSENT-EXIT
               END-IF
               PERFORM PARSE-OTHER-ID-SECTION
               IF W_REL-OTHER-ID = 0
                   DISPLAY '** BY= must be the guardian''s person ID '
                       '- nothing recorded'
                   MOVE 16 TO RETURN-CODE
                   GO TO SET-CONSENT-EXIT
               END-IF
               PERFORM CHECK-GUARDIAN-SECTION
               IF W_REL-OTHER-ID = 0
                   MOVE 16 TO RETURN-CODE
                   GO TO SET-CONSENT-EXIT
               END-IF
           END-IF.
           IF PERSON-IS-MINOR AND W_CONSENT-STATE = 'G'
               AND W_REL-OTHER-ID = 0
               DISPLAY '** person is under 18 - a grant must be '
                   'given by their guardian (BY=) - nothing recorded'
               MOVE 16 TO RETURN-CODE
               GO TO SET-CONSENT-EXIT
           END-IF.

      * First CONSENT action ever has no consent.dat yet - the
      * usual status-35 create-and-reopen dance.
               INVALID KEY
                   MOVE W_CONSENT-STATE TO CN_STATE
                   MOVE W_TODAY TO CN_EFFECTIVE-DATE
                   MOVE W_REL-OTHER-ID TO CN_GIVEN-BY
                   WRITE CN_CONSENT
                   END-WRITE
               NOT INVALID KEY
                   MOVE W_CONSENT-STATE TO CN_STATE
                   MOVE W_TODAY TO CN_EFFECTIVE-DATE
                   MOVE W_REL-OTHER-ID TO CN_GIVEN-BY
                   REWRITE CN_CONSENT
                   END-REWRITE
           END-READ.
                  W_CONSENT-STATE DELIMITED BY SIZE
                  ' effective ' DELIMITED BY SIZE
                  W_TODAY DELIMITED BY SIZE
                  ' by ' DELIMITED BY SIZE
                  W_REL-OTHER-ID DELIMITED BY SIZE
               INTO W_AUDIT-AFTER
           END-STRING.
           PERFORM WRITE-AUDIT-SECTION.
       SET-CONSENT-EXIT.
           EXIT.

      * W_REL-OTHER-ID must hold a current guardianship of this
      * person - the ward's half of the link is read. Zeroed, with
      * the reason shown, when it does not.
       CHECK-GUARDIAN-SECTION SECTION.
           OPEN INPUT RELATIONSHIP-FILE.
           IF W_RL-STATUS NOT = '00'
               DISPLAY '** no guardian on file for this person - '
                   'nothing recorded'
               MOVE 0 TO W_REL-OTHER-ID
               GO TO CHECK-GUARDIAN-EXIT
           END-IF.
           MOVE FIO_PERSON-ID TO RL_PERSON-ID.
           MOVE 'W' TO RL_TYPE.
           MOVE W_REL-OTHER-ID TO RL_OTHER-ID.
           READ RELATIONSHIP-FILE
               INVALID KEY
                   DISPLAY '** 'W_REL-OTHER-ID' is not this person''s '
                       'guardian - nothing recorded'
                   MOVE 0 TO W_REL-OTHER-ID
               NOT INVALID KEY
                   IF NOT RL_CURRENT
                       DISPLAY '** 'W_REL-OTHER-ID' is no longer this '
                           'person''s guardian - nothing recorded'
                       MOVE 0 TO W_REL-OTHER-ID
                   END-IF
           END-READ.
           CLOSE RELATIONSHIP-FILE.

       CHECK-GUARDIAN-EXIT.
           EXIT.

      * Records the person's PESEL on the cross-reference through the
      * shared STORE-PESEL-SECTION, in strict mode - the operator is
      * at the keyboard, so a number that contradicts the birth date
      * on file, or that another person already holds, is refused
      * here for them to resolve instead of stored for the nightly
      * conflict report. Batch lines carry a PESEL= token.
       SET-PESEL-SECTION SECTION.
           PERFORM FIND-PERSON-SECTION.
           IF NOT RECORD-FOUND
               GO TO SET-PESEL-EXIT
           END-IF.

           MOVE SPACES TO W_PESEL-VALUE.
           IF BATCH-MODE
               IF W_BATCH-FIELD-1 = 'PESEL'
                   MOVE W_BATCH-VALUE-1 TO W_PESEL-VALUE
               END-IF
               IF W_BATCH-FIELD-2 = 'PESEL'
                   MOVE W_BATCH-VALUE-2 TO W_PESEL-VALUE
               END-IF
               IF W_BATCH-FIELD-3 = 'PESEL'
                   MOVE W_BATCH-VALUE-3 TO W_PESEL-VALUE
               END-IF
           ELSE
               DISPLAY 'PESEL (11 digits): '
               ACCEPT W_PESEL-VALUE
           END-IF.

           MOVE '09_MAINTAIN' TO W_PESEL-PROGRAM.
           MOVE FIO_PERSON-ID TO W_PESEL-PERSON-ID.
           MOVE 'MAINTAIN' TO W_PESEL-SOURCE.
           MOVE FIO_PERSON-BIRTH-DATE TO W_PESEL-BIRTH-DATE.
           MOVE FIO_PERSON-BIRTH-QUALITY TO W_PESEL-BIRTH-QUALITY.
           MOVE 'Y' TO W_PESEL-STRICT-SW.
           PERFORM STORE-PESEL-SECTION.
           IF NOT PESEL-CHECK-OK
               DISPLAY '** PESEL not recorded - 'W_PESEL-REASON
               MOVE 16 TO RETURN-CODE
               GO TO SET-PESEL-EXIT
           END-IF.

           ADD 1 TO W_OPS-COUNT.
           IF PESEL-STORED
               DISPLAY 'PESEL 'W_PESEL-VALUE' recorded for person '
                   FIO_PERSON-ID
           ELSE
               DISPLAY 'PESEL 'W_PESEL-VALUE' already on file for '
                   'person 'FIO_PERSON-ID' - nothing changed'
           END-IF.

       SET-PESEL-EXIT.
           EXIT.

      * Appends one case note for the person, stamped with the
      * operator and the moment it was taken (see
      * CASE-NOTE-RECORD.cpy). There is deliberately no way to
      * change or remove a note from here: a correction is simply
      * another note. A batch line is "ID NOTE free text ...", the
      * rest of the line after the action word.
       ADD-NOTE-SECTION SECTION.
           PERFORM FIND-PERSON-SECTION.
           IF NOT RECORD-FOUND
               GO TO ADD-NOTE-EXIT
           END-IF.

           MOVE SPACES TO W_NOTE-TEXT.
           IF BATCH-MODE
               MOVE 1 TO W_NOTE-POINTER
               UNSTRING BC_BATCH-LINE DELIMITED BY ALL SPACE
                   INTO W_BATCH-ID, W_ACTION
                   WITH POINTER W_NOTE-POINTER
               END-UNSTRING
               IF W_NOTE-POINTER <= LENGTH OF BC_BATCH-LINE
                   MOVE BC_BATCH-LINE(W_NOTE-POINTER:)
                       TO W_NOTE-TEXT
               END-IF
           ELSE
               DISPLAY 'Note text: '
               ACCEPT W_NOTE-TEXT
           END-IF.

           IF W_NOTE-TEXT = SPACES
               DISPLAY '** a case note needs some text - nothing '
                   'recorded'
               MOVE 16 TO RETURN-CODE
               GO TO ADD-NOTE-EXIT
           END-IF.

           PERFORM OPEN-CASE-NOTES-SECTION.
           IF W_NT-STATUS NOT = '00'
               DISPLAY '** could not open case_notes.dat (status '
                   W_NT-STATUS') - nothing recorded'
               MOVE 16 TO RETURN-CODE
               GO TO ADD-NOTE-EXIT
           END-IF.

           ACCEPT W_NOTE-TIME FROM TIME.
           MOVE FIO_PERSON-ID TO NT_PERSON-ID.
           MOVE W_TODAY TO NT_DATE.
           MOVE W_NOTE-TIME TO NT_TIME.
           MOVE W_OPERATOR-ID TO NT_OPERATOR.
           MOVE 0 TO NT_MERGED-FROM.
           MOVE W_NOTE-TEXT TO NT_TEXT.
           PERFORM WRITE-CASE-NOTE-SECTION.
           CLOSE CASE-NOTE-FILE.
           IF NOT NOTE-WRITTEN
               DISPLAY '** case note for person 'FIO_PERSON-ID
                   ' not written (status 'W_NT-STATUS')'
               MOVE 16 TO RETURN-CODE
               GO TO ADD-NOTE-EXIT
           END-IF.

           MOVE '09_MAINTAIN' TO W_AUDIT-PROGRAM.
           MOVE 'NOTE' TO W_AUDIT-OPERATION.
           MOVE FIO_PERSON-ID TO W_AUDIT-KEY.
           MOVE SPACES TO W_AUDIT-BEFORE.
           MOVE W_NOTE-TEXT TO W_AUDIT-AFTER.
           PERFORM WRITE-AUDIT-SECTION.
           ADD 1 TO W_OPS-COUNT.
           DISPLAY 'Case note recorded for person 'FIO_PERSON-ID.

       ADD-NOTE-EXIT.
           EXIT.

      * Records an identity document the person was verified
      * against - one record per person and document type (see
      * ID-DOCUMENT-RECORD.cpy), kept current like consent: a
      * renewed card replaces the old number and expiry, and the
      * audit line carries both. A document already out of date is
      * refused - it proves nothing. Batch lines carry TYPE=,
      * NUMBER= and EXPIRES= (YYYYMMDD) tokens.
       SET-DOCUMENT-SECTION SECTION.
           PERFORM FIND-PERSON-SECTION.
           IF NOT RECORD-FOUND
               GO TO SET-DOCUMENT-EXIT
           END-IF.

           MOVE SPACES TO W_DOC-TYPE W_DOC-NUMBER W_DOC-EXPIRES-X.
           IF BATCH-MODE
               IF W_BATCH-FIELD-1 = 'TYPE'
                   MOVE W_BATCH-VALUE-1 TO W_DOC-TYPE
               END-IF
               IF W_BATCH-FIELD-2 = 'TYPE'
                   MOVE W_BATCH-VALUE-2 TO W_DOC-TYPE
               END-IF
               IF W_BATCH-FIELD-3 = 'TYPE'
                   MOVE W_BATCH-VALUE-3 TO W_DOC-TYPE
               END-IF
               IF W_BATCH-FIELD-1 = 'NUMBER'
                   MOVE W_BATCH-VALUE-1 TO W_DOC-NUMBER
               END-IF
               IF W_BATCH-FIELD-2 = 'NUMBER'
                   MOVE W_BATCH-VALUE-2 TO W_DOC-NUMBER
               END-IF
               IF W_BATCH-FIELD-3 = 'NUMBER'
                   MOVE W_BATCH-VALUE-3 TO W_DOC-NUMBER
               END-IF
               IF W_BATCH-FIELD-1 = 'EXPIRES'
                   MOVE W_BATCH-VALUE-1 TO W_DOC-EXPIRES-X
               END-IF
               IF W_BATCH-FIELD-2 = 'EXPIRES'
                   MOVE W_BATCH-VALUE-2 TO W_DOC-EXPIRES-X
               END-IF
               IF W_BATCH-FIELD-3 = 'EXPIRES'
                   MOVE W_BATCH-VALUE-3 TO W_DOC-EXPIRES-X
               END-IF
           ELSE
               DISPLAY 'Document type (IDCARD/PASSPORT/RESIDENT): '
               ACCEPT W_DOC-TYPE
               DISPLAY 'Document number: '
               ACCEPT W_DOC-NUMBER
               DISPLAY 'Expiry date (YYYYMMDD): '
               ACCEPT W_DOC-EXPIRES-X
           END-IF.
           MOVE FUNCTION UPPER-CASE(W_DOC-TYPE) TO W_DOC-TYPE.
           MOVE FUNCTION UPPER-CASE(W_DOC-NUMBER) TO W_DOC-NUMBER.

           IF NOT DOC-TYPE-KNOWN OR W_DOC-NUMBER = SPACES
               DISPLAY '** document needs a type of IDCARD, PASSPORT '
                   'or RESIDENT and a number - nothing recorded'
               MOVE 16 TO RETURN-CODE
               GO TO SET-DOCUMENT-EXIT
           END-IF.
           IF W_DOC-EXPIRES-X IS NOT NUMERIC
               DISPLAY '** expiry date must be YYYYMMDD - nothing '
                   'recorded'
               MOVE 16 TO RETURN-CODE
               GO TO SET-DOCUMENT-EXIT
           END-IF.
           MOVE W_DOC-EXPIRES-X TO W_DOC-EXPIRES.
           IF FUNCTION TEST-DATE-YYYYMMDD(W_DOC-EXPIRES) NOT = 0
               DISPLAY '** expiry date 'W_DOC-EXPIRES-X' is not a '
                   'real date - nothing recorded'
               MOVE 16 TO RETURN-CODE
               GO TO SET-DOCUMENT-EXIT
           END-IF.
           IF W_DOC-EXPIRES < W_TODAY
               DISPLAY '** document expired on 'W_DOC-EXPIRES
                   ' - nothing recorded'
               MOVE 16 TO RETURN-CODE
               GO TO SET-DOCUMENT-EXIT
           END-IF.

      * First DOCUMENT action ever has no id_document.dat yet - the
      * usual status-35 create-and-reopen dance.
           OPEN I-O ID-DOCUMENT-FILE.
           IF W_ID-STATUS = '35'
               OPEN OUTPUT ID-DOCUMENT-FILE
               CLOSE ID-DOCUMENT-FILE
               OPEN I-O ID-DOCUMENT-FILE
           END-IF.
           IF W_ID-STATUS NOT = '00'
               DISPLAY '** could not open id_document.dat (status '
                   W_ID-STATUS') - nothing recorded'
               MOVE 16 TO RETURN-CODE
               GO TO SET-DOCUMENT-EXIT
           END-IF.

           MOVE SPACES TO W_DOC-BEFORE.
           MOVE FIO_PERSON-ID TO ID_PERSON-ID.
           MOVE W_DOC-TYPE TO ID_TYPE.
           READ ID-DOCUMENT-FILE
               INVALID KEY
                   PERFORM FILL-DOCUMENT-SECTION
                   WRITE ID_DOCUMENT
                   END-WRITE
               NOT INVALID KEY
                   STRING ID_NUMBER DELIMITED BY SPACE
                          ' expires ' DELIMITED BY SIZE
                          ID_EXPIRES-ON DELIMITED BY SIZE
                       INTO W_DOC-BEFORE
                   END-STRING
                   PERFORM FILL-DOCUMENT-SECTION
                   REWRITE ID_DOCUMENT
                   END-REWRITE
           END-READ.
           CLOSE ID-DOCUMENT-FILE.

           MOVE '09_MAINTAIN' TO W_AUDIT-PROGRAM.
           MOVE 'DOCUMENT' TO W_AUDIT-OPERATION.
           MOVE FIO_PERSON-ID TO W_AUDIT-KEY.
           MOVE SPACES TO W_AUDIT-BEFORE.
           MOVE SPACES TO W_AUDIT-AFTER.
           IF W_DOC-BEFORE NOT = SPACES
               STRING W_DOC-TYPE DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      W_DOC-BEFORE DELIMITED BY SIZE
                   INTO W_AUDIT-BEFORE
               END-STRING
           END-IF.
           STRING W_DOC-TYPE DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  W_DOC-NUMBER DELIMITED BY SPACE
                  ' expires ' DELIMITED BY SIZE
                  W_DOC-EXPIRES DELIMITED BY SIZE
               INTO W_AUDIT-AFTER
           END-STRING.
           PERFORM WRITE-AUDIT-SECTION.
           ADD 1 TO W_OPS-COUNT.
           DISPLAY 'Document 'W_DOC-TYPE' recorded for person '
               FIO_PERSON-ID' - expires 'W_DOC-EXPIRES.

       SET-DOCUMENT-EXIT.
           EXIT.

      * The record image for a new or renewed document - a renewal
      * starts the reminder cycle over against the new expiry.
       FILL-DOCUMENT-SECTION SECTION.
           MOVE W_DOC-NUMBER TO ID_NUMBER.
           MOVE W_DOC-EXPIRES TO ID_EXPIRES-ON.
           MOVE W_TODAY TO ID_RECORDED-ON.
           MOVE W_OPERATOR-ID TO ID_RECORDED-BY.
           MOVE 0 TO ID_REMINDED-ON.

      * Replaces a member's card - reported lost or stolen, or spoilt
      * (any other reason, e.g. DAMAGED). The shared card routine
      * puts the old card on the hotlist in the matching state and
      * writes the replacement, which 73_CARD_ISSUE prints tonight.
      * Only a current member gets a new card. Batch lines carry a
      * REASON= token.
       REISSUE-CARD-SECTION SECTION.
           PERFORM FIND-PERSON-SECTION.
           IF NOT RECORD-FOUND
               GO TO REISSUE-CARD-EXIT
           END-IF.
           IF NOT FIO_PERSON-ACTIVE AND NOT FIO_PERSON-SUSPENDED
               DISPLAY '** person 'FIO_PERSON-ID' is not a current '
                   'member (status 'FIO_PERSON-STATUS') - no card '
                   'reissued'
               MOVE 16 TO RETURN-CODE
               GO TO REISSUE-CARD-EXIT
           END-IF.

           MOVE SPACES TO W_CARD-REASON.
           IF BATCH-MODE
               IF W_BATCH-FIELD-1 = 'REASON'
                   MOVE W_BATCH-VALUE-1 TO W_CARD-REASON
               END-IF
               IF W_BATCH-FIELD-2 = 'REASON'
                   MOVE W_BATCH-VALUE-2 TO W_CARD-REASON
               END-IF
               IF W_BATCH-FIELD-3 = 'REASON'
                   MOVE W_BATCH-VALUE-3 TO W_CARD-REASON
               END-IF
           ELSE
               DISPLAY 'Reason (LOST/STOLEN/DAMAGED/...): '
               ACCEPT W_CARD-REASON
           END-IF.
           MOVE FUNCTION UPPER-CASE(W_CARD-REASON) TO W_CARD-REASON.
           IF W_CARD-REASON = SPACES
               DISPLAY '** a reissue needs a reason - no card '
                   'reissued'
               MOVE 16 TO RETURN-CODE
               GO TO REISSUE-CARD-EXIT
           END-IF.

           MOVE 'REISSUE' TO W_CARD-REQUEST.
           CALL '13_CARD_FILE' USING W_CARD-REQUEST, FIO_PERSON-ID,
               W_CARD-NUMBER, W_CARD-REASON, W_REJECT-REASON,
               W_CARD-STATUS.
           IF NOT CARD-OK
               DISPLAY '** no card reissued for person '
                   FIO_PERSON-ID' - 'W_REJECT-REASON
               MOVE 16 TO RETURN-CODE
               GO TO REISSUE-CARD-EXIT
           END-IF.

           MOVE '09_MAINTAIN' TO W_AUDIT-PROGRAM.
           MOVE 'REISSUE' TO W_AUDIT-OPERATION.
           MOVE FIO_PERSON-ID TO W_AUDIT-KEY.
           MOVE SPACES TO W_AUDIT-BEFORE.
           MOVE SPACES TO W_AUDIT-AFTER.
           STRING 'old card ' DELIMITED BY SIZE
                  W_CARD-REASON DELIMITED BY SIZE
               INTO W_AUDIT-BEFORE
           END-STRING.
           STRING 'card ' DELIMITED BY SIZE
                  W_CARD-NUMBER DELIMITED BY SIZE
                  ' reissued' DELIMITED BY SIZE
               INTO W_AUDIT-AFTER
           END-STRING.
           PERFORM WRITE-AUDIT-SECTION.
           ADD 1 TO W_OPS-COUNT.
           DISPLAY 'Card 'W_CARD-NUMBER' reissued for person '
               FIO_PERSON-ID' - old card 'W_CARD-REASON.

       REISSUE-CARD-EXIT.
           EXIT.

      * Links this person to another as SPOUSE, PARENT, CHILD,
      * SIBLING, GUARDIAN or WARD - "this person is the TYPE of TO"
      * - and writes the reciprocal link at the other end in the
      * same breath (see RELATIONSHIP-RECORD.cpy). STATE=ENDED
      * closes a marriage or a guardianship, STATE=REMOVED takes a
      * link keyed in error off both ends; the default is CURRENT.
      * A parent must be older than the child - to the year when
      * either birth date is year-only - and a guardian must be an
      * adult and the ward under 18 (see MINOR-CHECK.cpy).
      * Batch lines carry TYPE=, TO= and optionally STATE= tokens.
       SET-RELATION-SECTION SECTION.
           PERFORM FIND-PERSON-SECTION.
           IF NOT RECORD-FOUND
               GO TO SET-RELATION-EXIT
           END-IF.

           MOVE SPACES TO W_REL-TYPE-WORD W_REL-OTHER-X
               W_REL-STATE-WORD.
           IF BATCH-MODE
               IF W_BATCH-FIELD-1 = 'TYPE'
                   MOVE W_BATCH-VALUE-1 TO W_REL-TYPE-WORD
               END-IF
               IF W_BATCH-FIELD-2 = 'TYPE'
                   MOVE W_BATCH-VALUE-2 TO W_REL-TYPE-WORD
               END-IF
               IF W_BATCH-FIELD-3 = 'TYPE'
                   MOVE W_BATCH-VALUE-3 TO W_REL-TYPE-WORD
               END-IF
               IF W_BATCH-FIELD-1 = 'TO'
                   MOVE W_BATCH-VALUE-1 TO W_REL-OTHER-X
               END-IF
               IF W_BATCH-FIELD-2 = 'TO'
                   MOVE W_BATCH-VALUE-2 TO W_REL-OTHER-X
               END-IF
               IF W_BATCH-FIELD-3 = 'TO'
                   MOVE W_BATCH-VALUE-3 TO W_REL-OTHER-X
               END-IF
               IF W_BATCH-FIELD-1 = 'STATE'
                   MOVE W_BATCH-VALUE-1 TO W_REL-STATE-WORD
               END-IF
               IF W_BATCH-FIELD-2 = 'STATE'
                   MOVE W_BATCH-VALUE-2 TO W_REL-STATE-WORD
               END-IF
               IF W_BATCH-FIELD-3 = 'STATE'
                   MOVE W_BATCH-VALUE-3 TO W_REL-STATE-WORD
               END-IF
           ELSE
               DISPLAY 'This person is the (SPOUSE/PARENT/CHILD/'
                   'SIBLING/GUARDIAN/WARD): '
               ACCEPT W_REL-TYPE-WORD
               DISPLAY '... of person ID: '
               ACCEPT W_REL-OTHER-X
               DISPLAY 'State (CURRENT/ENDED/REMOVED, blank for '
                   'CURRENT): '
               ACCEPT W_REL-STATE-WORD
           END-IF.
           MOVE FUNCTION UPPER-CASE(W_REL-TYPE-WORD) TO W_REL-TYPE-WORD.
           MOVE FUNCTION UPPER-CASE(W_REL-STATE-WORD)
               TO W_REL-STATE-WORD.
           IF W_REL-STATE-WORD = SPACES
               MOVE 'CURRENT' TO W_REL-STATE-WORD
           END-IF.

           EVALUATE W_REL-TYPE-WORD
               WHEN 'SPOUSE'
                   MOVE 'S' TO W_REL-TYPE
                   MOVE 'S' TO W_REL-RECIPROCAL
               WHEN 'PARENT'
                   MOVE 'P' TO W_REL-TYPE
                   MOVE 'C' TO W_REL-RECIPROCAL
               WHEN 'CHILD'
                   MOVE 'C' TO W_REL-TYPE
                   MOVE 'P' TO W_REL-RECIPROCAL
               WHEN 'SIBLING'
                   MOVE 'B' TO W_REL-TYPE
                   MOVE 'B' TO W_REL-RECIPROCAL
               WHEN 'GUARDIAN'
                   MOVE 'G' TO W_REL-TYPE
                   MOVE 'W' TO W_REL-RECIPROCAL
               WHEN 'WARD'
                   MOVE 'W' TO W_REL-TYPE
                   MOVE 'G' TO W_REL-RECIPROCAL
               WHEN OTHER
                   DISPLAY '** relationship type must be SPOUSE, '
                       'PARENT, CHILD, SIBLING, GUARDIAN or WARD '
                       '- nothing recorded'
                   MOVE 16 TO RETURN-CODE
                   GO TO SET-RELATION-EXIT
           END-EVALUATE.
           IF NOT REL-STATE-KNOWN
               DISPLAY '** state must be CURRENT, ENDED or REMOVED '
                   '- nothing recorded'
               MOVE 16 TO RETURN-CODE
               GO TO SET-RELATION-EXIT
           END-IF.
           IF W_REL-STATE-WORD = 'ENDED'
               AND W_REL-TYPE NOT = 'S' AND W_REL-TYPE NOT = 'G'
               AND W_REL-TYPE NOT = 'W'
               DISPLAY '** only a marriage or a guardianship ends - '
                   'remove a link keyed in error with STATE=REMOVED'
               MOVE 16 TO RETURN-CODE
               GO TO SET-RELATION-EXIT
           END-IF.

           PERFORM PARSE-OTHER-ID-SECTION.
           IF W_REL-OTHER-ID = 0 OR W_REL-OTHER-ID = FIO_PERSON-ID
               DISPLAY '** the other person must be a different '
                   'person ID - nothing recorded'
               MOVE 16 TO RETURN-CODE
               GO TO SET-RELATION-EXIT
           END-IF.

      * The other person must be on file - read into the shared
      * record area, then this person's record put back.
           MOVE FIO_PERSON TO S_PERSON.
           MOVE W_REL-OTHER-ID TO FIO_PERSON-ID.
           READ PERSON-IO
               INVALID KEY
                   MOVE S_PERSON TO FIO_PERSON
                   DISPLAY '** no person on file with ID '
                       W_REL-OTHER-ID' - nothing recorded'
                   MOVE 16 TO RETURN-CODE
                   GO TO SET-RELATION-EXIT
           END-READ.
           MOVE FIO_PERSON-BIRTH-DATE TO W_REL-OTHER-BIRTH.
           MOVE FIO_PERSON-BIRTH-QUALITY TO W_REL-OTHER-QUALITY.
           MOVE S_PERSON TO FIO_PERSON.

           IF W_REL-STATE-WORD NOT = 'REMOVED'
               AND (W_REL-TYPE = 'P' OR W_REL-TYPE = 'C')
               IF W_REL-TYPE = 'P'
                   MOVE FIO_PERSON-BIRTH-DATE TO W_REL-PARENT-BIRTH
                   MOVE W_REL-OTHER-BIRTH TO W_REL-CHILD-BIRTH
               ELSE
                   MOVE W_REL-OTHER-BIRTH TO W_REL-PARENT-BIRTH
                   MOVE FIO_PERSON-BIRTH-DATE TO W_REL-CHILD-BIRTH
               END-IF
               IF FIO_PERSON-BIRTH-YEAR-ONLY
                   OR W_REL-OTHER-QUALITY = 'Y'
                   MOVE 0 TO W_REL-PARENT-BIRTH(5:4)
                   MOVE 0 TO W_REL-CHILD-BIRTH(5:4)
               END-IF
               IF W_REL-PARENT-BIRTH >= W_REL-CHILD-BIRTH
                   DISPLAY '** the parent would not be older than '
                       'the child - nothing recorded'
                   MOVE 16 TO RETURN-CODE
                   GO TO SET-RELATION-EXIT
               END-IF
           END-IF.

      * A current guardianship needs an adult guardian and a ward
      * still under 18 - the parent/child birth fields are reused,
      * guardian first.
           IF W_REL-STATE-WORD = 'CURRENT'
               AND (W_REL-TYPE = 'G' OR W_REL-TYPE = 'W')
               IF W_REL-TYPE = 'G'
                   MOVE FIO_PERSON-BIRTH-DATE TO W_REL-PARENT-BIRTH
                   MOVE FIO_PERSON-BIRTH-QUALITY TO W_REL-GUARD-QUAL
                   MOVE W_REL-OTHER-BIRTH TO W_REL-CHILD-BIRTH
                   MOVE W_REL-OTHER-QUALITY TO W_REL-WARD-QUAL
               ELSE
                   MOVE W_REL-OTHER-BIRTH TO W_REL-PARENT-BIRTH
                   MOVE W_REL-OTHER-QUALITY TO W_REL-GUARD-QUAL
                   MOVE FIO_PERSON-BIRTH-DATE TO W_REL-CHILD-BIRTH
                   MOVE FIO_PERSON-BIRTH-QUALITY TO W_REL-WARD-QUAL
               END-IF
               MOVE W_REL-PARENT-BIRTH TO W_MN-BIRTH-DATE
               MOVE W_REL-GUARD-QUAL TO W_MN-BIRTH-QUALITY
               PERFORM CHECK-MINOR-SECTION
               IF PERSON-IS-MINOR
                   DISPLAY '** the guardian is under 18 - nothing '
                       'recorded'
                   MOVE 16 TO RETURN-CODE
                   GO TO SET-RELATION-EXIT
               END-IF
               MOVE W_REL-CHILD-BIRTH TO W_MN-BIRTH-DATE
               MOVE W_REL-WARD-QUAL TO W_MN-BIRTH-QUALITY
               PERFORM CHECK-MINOR-SECTION
               IF NOT PERSON-IS-MINOR
                   DISPLAY '** the ward is not under 18 - nothing '
                       'recorded'
                   MOVE 16 TO RETURN-CODE
                   GO TO SET-RELATION-EXIT
               END-IF
           END-IF.

      * First RELATE ever has no relationship.dat yet - the usual
      * status-35 create-and-reopen dance.
           OPEN I-O RELATIONSHIP-FILE.
           IF W_RL-STATUS = '35'
               OPEN OUTPUT RELATIONSHIP-FILE
               CLOSE RELATIONSHIP-FILE
               OPEN I-O RELATIONSHIP-FILE
           END-IF.
           IF W_RL-STATUS NOT = '00'
               DISPLAY '** could not open relationship.dat (status '
                   W_RL-STATUS') - nothing recorded'
               MOVE 16 TO RETURN-CODE
               GO TO SET-RELATION-EXIT
           END-IF.

           MOVE SPACES TO W_REL-BEFORE.
           MOVE FIO_PERSON-ID TO RL_PERSON-ID.
           MOVE W_REL-TYPE TO RL_TYPE.
           MOVE W_REL-OTHER-ID TO RL_OTHER-ID.
           READ RELATIONSHIP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING W_REL-TYPE-WORD DELIMITED BY SPACE
                          ' OF ' DELIMITED BY SIZE
                          W_REL-OTHER-ID DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          RL_STATE DELIMITED BY SIZE
                       INTO W_REL-BEFORE
                   END-STRING
           END-READ.
           IF W_REL-STATE-WORD = 'REMOVED' AND W_REL-BEFORE = SPACES
               CLOSE RELATIONSHIP-FILE
               DISPLAY '** no such link on file - nothing removed'
               MOVE 16 TO RETURN-CODE
               GO TO SET-RELATION-EXIT
           END-IF.

           MOVE FIO_PERSON-ID TO W_REL-FROM-ID.
           MOVE W_REL-TYPE TO W_REL-LINK-TYPE.
           MOVE W_REL-OTHER-ID TO W_REL-TO-ID.
           PERFORM STORE-RELATION-LINK-SECTION.
           MOVE W_REL-OTHER-ID TO W_REL-FROM-ID.
           MOVE W_REL-RECIPROCAL TO W_REL-LINK-TYPE.
           MOVE FIO_PERSON-ID TO W_REL-TO-ID.
           PERFORM STORE-RELATION-LINK-SECTION.
           CLOSE RELATIONSHIP-FILE.

           MOVE '09_MAINTAIN' TO W_AUDIT-PROGRAM.
           MOVE 'RELATE' TO W_AUDIT-OPERATION.
           MOVE FIO_PERSON-ID TO W_AUDIT-KEY.
           MOVE W_REL-BEFORE TO W_AUDIT-BEFORE.
           MOVE SPACES TO W_AUDIT-AFTER.
           STRING W_REL-TYPE-WORD DELIMITED BY SPACE
                  ' OF ' DELIMITED BY SIZE
                  W_REL-OTHER-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W_REL-STATE-WORD DELIMITED BY SPACE
               INTO W_AUDIT-AFTER
           END-STRING.
           PERFORM WRITE-AUDIT-SECTION.
           ADD 1 TO W_OPS-COUNT.
           DISPLAY 'Person 'FIO_PERSON-ID' recorded as '
               FUNCTION TRIM(W_REL-TYPE-WORD)' of 'W_REL-OTHER-ID
               ' - 'W_REL-STATE-WORD.

       SET-RELATION-EXIT.
           EXIT.

      * One end of the pair - W_REL-FROM-ID is the W_REL-LINK-TYPE
      * of W_REL-TO-ID - written, updated or deleted to match
      * W_REL-STATE-WORD. A half missing at the far end is simply
      * written; that is the repair for a half-link the nightly
      * check reported.
       STORE-RELATION-LINK-SECTION SECTION.
           MOVE W_REL-FROM-ID TO RL_PERSON-ID.
           MOVE W_REL-LINK-TYPE TO RL_TYPE.
           MOVE W_REL-TO-ID TO RL_OTHER-ID.
           IF W_REL-STATE-WORD = 'REMOVED'
               DELETE RELATIONSHIP-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               GO TO STORE-RELATION-LINK-EXIT
           END-IF.
           READ RELATIONSHIP-FILE
               INVALID KEY
                   PERFORM FILL-RELATION-SECTION
                   WRITE RL_RELATION
                   END-WRITE
               NOT INVALID KEY
                   PERFORM FILL-RELATION-SECTION
                   REWRITE RL_RELATION
                   END-REWRITE
           END-READ.

       STORE-RELATION-LINK-EXIT.
           EXIT.

      * The other person's ID as keyed (W_REL-OTHER-X) checked the
      * same way a batch line's own ID is - one to six digits,
      * nothing else - into W_REL-OTHER-ID, zero when it is not.
       PARSE-OTHER-ID-SECTION SECTION.
           MOVE 0 TO W_REL-DIGITS W_REL-SPACES W_REL-OTHER-ID.
           INSPECT W_REL-OTHER-X TALLYING W_REL-DIGITS
               FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
                   ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'.
           INSPECT W_REL-OTHER-X TALLYING W_REL-SPACES
               FOR ALL SPACE.
           IF W_REL-DIGITS > 0 AND W_REL-DIGITS <= 6
               AND W_REL-DIGITS + W_REL-SPACES = 25
               COMPUTE W_REL-OTHER-ID = FUNCTION NUMVAL(W_REL-OTHER-X)
           END-IF.

       FILL-RELATION-SECTION SECTION.
           IF W_REL-STATE-WORD = 'ENDED'
               MOVE 'E' TO RL_STATE
               MOVE W_TODAY TO RL_ENDED-ON
           ELSE
               MOVE 'C' TO RL_STATE
               MOVE 0 TO RL_ENDED-ON
           END-IF.
           MOVE W_TODAY TO RL_RECORDED-ON.
           MOVE W_OPERATOR-ID TO RL_RECORDED-BY.

      * A person leaving membership - deactivated or deceased -
      * loses any live card at the same moment, so it is on the
      * front-desk hotlist tonight. W_CARD-REASON is set by the
      * caller. A card problem is reported but does not undo the
      * status move; 73_CARD_ISSUE sweeps up anything left live.
       CANCEL-CARDS-SECTION SECTION.
           MOVE 'CANCEL' TO W_CARD-REQUEST.
           CALL '13_CARD_FILE' USING W_CARD-REQUEST, FIO_PERSON-ID,
               W_OLD-CARD-NUMBER, W_CARD-REASON, W_REJECT-REASON,
               W_CARD-STATUS.
           IF NOT CARD-OK
               DISPLAY '** card not cancelled for person '
                   FIO_PERSON-ID' - 'W_REJECT-REASON
           ELSE
               IF W_OLD-CARD-NUMBER NOT = 0
                   DISPLAY 'Card 'W_OLD-CARD-NUMBER' cancelled'
               END-IF
           END-IF.

      * Asks for a legal hold to be placed on the person (HOLD) or
      * lifted (RELEASE) - see LEGAL-HOLD-RECORD.cpy. Neither lands
      * here: both are sensitive and parked for a second operator,
      * and 34_APPROVAL_QUEUE writes legal_hold.dat on approval. A
      * HOLD needs a case reference and a reason, and may name the
      * date it is expected to be lifted (UNTIL, not in the past) -
      * a reminder on 79_LEGAL_HOLDS, the hold never lapses by
      * itself. A RELEASE needs the reason for lifting and carries
      * the case reference of the hold it lifts. Batch lines carry
      * CASE=, REASON= and UNTIL= tokens.
       SET-HOLD-SECTION SECTION.
           PERFORM FIND-PERSON-SECTION.
           IF NOT RECORD-FOUND
               GO TO SET-HOLD-EXIT
           END-IF.

           MOVE SPACES TO W_LH-REQUEST W_HOLD-UNTIL-X.
           IF BATCH-MODE
               IF W_BATCH-FIELD-1 = 'CASE'
                   MOVE W_BATCH-VALUE-1 TO W_LH-REQ-CASE-REF
               END-IF
               IF W_BATCH-FIELD-2 = 'CASE'
                   MOVE W_BATCH-VALUE-2 TO W_LH-REQ-CASE-REF
               END-IF
               IF W_BATCH-FIELD-3 = 'CASE'
                   MOVE W_BATCH-VALUE-3 TO W_LH-REQ-CASE-REF
               END-IF
               IF W_BATCH-FIELD-1 = 'REASON'
                   MOVE W_BATCH-VALUE-1 TO W_LH-REQ-REASON
               END-IF
               IF W_BATCH-FIELD-2 = 'REASON'
                   MOVE W_BATCH-VALUE-2 TO W_LH-REQ-REASON
               END-IF
               IF W_BATCH-FIELD-3 = 'REASON'
                   MOVE W_BATCH-VALUE-3 TO W_LH-REQ-REASON
               END-IF
               IF W_BATCH-FIELD-1 = 'UNTIL'
                   MOVE W_BATCH-VALUE-1 TO W_HOLD-UNTIL-X
               END-IF
               IF W_BATCH-FIELD-2 = 'UNTIL'
                   MOVE W_BATCH-VALUE-2 TO W_HOLD-UNTIL-X
               END-IF
               IF W_BATCH-FIELD-3 = 'UNTIL'
                   MOVE W_BATCH-VALUE-3 TO W_HOLD-UNTIL-X
               END-IF
           ELSE
               IF ACTION-HOLD
                   DISPLAY 'Case reference: '
                   ACCEPT W_LH-REQ-CASE-REF
                   DISPLAY 'Reason for the hold: '
                   ACCEPT W_LH-REQ-REASON
                   DISPLAY 'Expected release YYYYMMDD (blank if '
                       'not known): '
                   ACCEPT W_HOLD-UNTIL-X
               ELSE
                   DISPLAY 'Reason for the release: '
                   ACCEPT W_LH-REQ-REASON
               END-IF
           END-IF.
           MOVE FUNCTION UPPER-CASE(W_LH-REQ-CASE-REF)
               TO W_LH-REQ-CASE-REF.
           MOVE 0 TO W_LH-REQ-RELEASE-ON.

           IF W_LH-REQ-REASON = SPACES
               OR (ACTION-HOLD AND W_LH-REQ-CASE-REF = SPACES)
               DISPLAY '** a HOLD needs a case reference and a '
                   'reason, a RELEASE a reason - nothing queued'
               MOVE 16 TO RETURN-CODE
               GO TO SET-HOLD-EXIT
           END-IF.

           IF W_HOLD-UNTIL-X NOT = SPACES
               IF W_HOLD-UNTIL-X(1:8) IS NOT NUMERIC
                   OR W_HOLD-UNTIL-X(9:17) NOT = SPACES
                   DISPLAY '** expected release must be YYYYMMDD - '
                       'nothing queued'
                   MOVE 16 TO RETURN-CODE
                   GO TO SET-HOLD-EXIT
               END-IF
               MOVE W_HOLD-UNTIL-X(1:8) TO W_LH-REQ-RELEASE-ON
               IF FUNCTION TEST-DATE-YYYYMMDD(W_LH-REQ-RELEASE-ON)
                   NOT = 0
                   OR W_LH-REQ-RELEASE-ON < W_TODAY
                   DISPLAY '** expected release 'W_HOLD-UNTIL-X(1:8)
                       ' is not a date from today on - nothing '
                       'queued'
                   MOVE 16 TO RETURN-CODE
                   GO TO SET-HOLD-EXIT
               END-IF
           END-IF.

      * The register as it stands now - a second HOLD on a held
      * person, or a RELEASE with nothing to lift, is refused here;
      * the checker tests again when applying, in case the register
      * moved while the item waited.
           MOVE FIO_PERSON-ID TO W_LH-PERSON-ID.
           PERFORM CHECK-LEGAL-HOLD-SECTION.
           IF LEGAL-HOLD-UNREADABLE
               PERFORM CLOSE-LEGAL-HOLD-SECTION
               DISPLAY '** legal_hold.dat cannot be read - nothing '
                   'queued'
               MOVE 16 TO RETURN-CODE
               GO TO SET-HOLD-EXIT
           END-IF.
           PERFORM CLOSE-LEGAL-HOLD-SECTION.
           IF ACTION-HOLD AND PERSON-ON-HOLD
               DISPLAY '** person 'FIO_PERSON-ID' is already under '
                   'legal hold ('FUNCTION TRIM(W_LH-CASE-REF)
                   ') - nothing queued'
               MOVE 16 TO RETURN-CODE
               GO TO SET-HOLD-EXIT
           END-IF.
           IF ACTION-RELEASE
               IF NOT PERSON-ON-HOLD
                   DISPLAY '** person 'FIO_PERSON-ID' is not under '
                       'legal hold - nothing to release'
                   MOVE 16 TO RETURN-CODE
                   GO TO SET-HOLD-EXIT
               END-IF
               MOVE W_LH-CASE-REF TO W_LH-REQ-CASE-REF
           END-IF.

           PERFORM ENQUEUE-APPROVAL-SECTION.

       SET-HOLD-EXIT.
           EXIT.

      * Common lookup for CHANGE and DEACTIVATE - sets W_FOUND-SW so
      * the caller can skip the rest of its logic on a missing ID.
       FIND-PERSON-SECTION SECTION.
       COPY 'PERSON-LOCK.cpy'.
       COPY 'PERSON-CONTROL.cpy'.
       COPY 'BRANCH-PROFILE.cpy'.
       COPY 'PESEL-CAPTURE.cpy'.
       COPY 'CASE-NOTE.cpy'.
       COPY 'MINOR-CHECK.cpy'.
       COPY 'LEGAL-HOLD.cpy'.
       COPY 'PROVENANCE.cpy'.
