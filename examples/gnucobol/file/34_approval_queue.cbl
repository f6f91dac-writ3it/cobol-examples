      * branch's name, so a change queued against KRA_output.dat is
      * verified and applied against KRA_output.dat, never the
      * head-office file.
      * A legal HOLD or RELEASE item is shown as the hold request
      * it carries, and its approval writes the legal-hold register
      * (see LEGAL-HOLD-RECORD.cpy) rather than the person file.
      * A REVERSAL item (queued by 102_REVERSE_CHANGE) is applied
      * like any other before/after pair but audited as a REVERSAL
      * naming the audit entry it undoes; one flagged as a conflict
      * - a later change touched the same fields - is a supervisor's
      * call and says so on screen.
      * A rejection takes the reviewer's reason with it, and a
      * bounce is recorded as "BOUNCED - ..." in the same place, so
      * whoever asked - an operator, or a member through the web
      * portal (18_WEB_INTAKE writes the outcome back) - can be told
      * why.
      * An approved change to the person record moves that person's
      * last-changed-by fields on provenance.dat (see
      * PROVENANCE.cpy) to this program and the reviewer.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 34_APPROVAL_QUEUE.

                   RECORD KEY IS FS_KEY
                   FILE STATUS IS W_FS-STATUS.

      * Legal-hold register - an approved HOLD or RELEASE lands
      * here (see LEGAL-HOLD-RECORD.cpy).
               SELECT LEGAL-HOLD-FILE ASSIGN TO 'legal_hold.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS LH_PERSON-ID
                   FILE STATUS IS W_LH-STATUS.

      * Person provenance - see PROVENANCE.cpy.
               SELECT PROVENANCE-FILE ASSIGN TO 'provenance.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS PV_PERSON-ID
                   FILE STATUS IS W_PV-STATUS.

               SELECT AUDIT-LOG ASSIGN TO 'audit_trail.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

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

           FD FORMER-SURNAME-FILE.
                         PREFIX-SURNAME BY FS_SURNAME
                         PREFIX BY FS_RECORD.

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
                   88 DECISION-APPROVE VALUE 'A' 'a'.
                   88 DECISION-REJECT VALUE 'R' 'r'.
                   88 DECISION-SKIP VALUE 'S' 's'.
               01 W_REJECT-REASON PIC X(40) VALUE SPACES.
      * Reviewer authorization (see 08_OPERATOR_SIGNON.cbl) - the
      * checker role takes its own APPROVE permission.
               01 W_AUTH-ACTION PIC X(10) VALUE SPACES.
               01 W_REJECTED-COUNT PIC 9(4) VALUE 0.
               01 W_BOUNCED-COUNT PIC 9(4) VALUE 0.

      * Membership card routine linkage (see 13_CARD_FILE.cbl) -
      * an approved move to inactive or deceased cancels the
      * person's live card (the reason is set per item).
               01 W_CARD-REQUEST PIC X(8) VALUE 'CANCEL'.
               01 W_CARD-NUMBER PIC 9(9) VALUE 0.
               01 W_CARD-REASON PIC X(20) VALUE 'DEACTIVATED'.
               01 W_CARD-REJECT PIC X(40) VALUE SPACES.
               01 W_CARD-STATUS PIC X(1) VALUE '0'.

      * Shared audit trail (see AUDIT-TRAIL.cpy).
               COPY 'AUDIT-FIELDS.cpy'.

      * Integrity control fields (see PERSON-CONTROL.cpy).
               COPY 'PERSON-CONTROL-FIELDS.cpy'.

      * The hold request a HOLD or RELEASE item carries (see
      * LEGAL-HOLD-FIELDS.cpy).
               COPY 'LEGAL-HOLD-FIELDS.cpy'.
               01 W_HOLD-ITEM-SW PIC X(1) VALUE 'N'.
                   88 HOLD-ITEM VALUE 'Y'.

      * Person provenance (see PROVENANCE.cpy).
               COPY 'PROVENANCE-FIELDS.cpy'.


       PROCEDURE DIVISION.

           END-IF.

           PERFORM START-JOB-TIMER-SECTION.
           PERFORM OPEN-PROVENANCE-SECTION.

           PERFORM UNTIL B_AP-EOF = 'Y'
               READ APPROVAL-QUEUE NEXT RECORD
           END-PERFORM.

           CLOSE APPROVAL-QUEUE.
           PERFORM CLOSE-PROVENANCE-SECTION.

           DISPLAY SPACES.
           DISPLAY 'Items reviewed : 'W_PENDING-COUNT.
       COPY 'JOB-TRAILER.cpy'.
       COPY 'PERSON-LOCK.cpy'.
       COPY 'PERSON-CONTROL.cpy'.
       COPY 'PROVENANCE.cpy'.

      * One queued item: show the request and its before/after
      * images, take the reviewer's decision, and carry it out. The
       REVIEW-ONE-ITEM-SECTION SECTION.
           MOVE AP_BEFORE TO QB_PERSON.
           MOVE AP_AFTER TO QA_PERSON.
           IF AP_ACTION = 'HOLD' OR AP_ACTION = 'RELEASE'
               MOVE 'Y' TO W_HOLD-ITEM-SW
               MOVE AP_AFTER TO W_LH-REQUEST
           ELSE
               MOVE 'N' TO W_HOLD-ITEM-SW
           END-IF.

           DISPLAY SPACES.
           DISPLAY 'Approval 'AP_APPROVAL-ID' - 'AP_ACTION
               ' on person 'AP_PERSON-ID' (requested by '
               AP_REQUESTED-BY' on 'AP_REQUESTED-ON')'.
           IF HOLD-ITEM
               DISPLAY '  Person    : 'QB_PERSON-NAME' '
                   QB_PERSON-SURNAME' (status 'QB_PERSON-STATUS')'
               DISPLAY '  Case      : 'W_LH-REQ-CASE-REF
               DISPLAY '  Reason    : 'W_LH-REQ-REASON
               IF AP_ACTION = 'HOLD'
                   DISPLAY '  Expected release: '
                       W_LH-REQ-RELEASE-ON
               END-IF
           ELSE
               DISPLAY '  Name      : 'QB_PERSON-NAME' -> '
                   QA_PERSON-NAME
               DISPLAY '  Surname   : 'QB_PERSON-SURNAME' -> '
                   QA_PERSON-SURNAME
               DISPLAY '  Birth date: 'QB_PERSON-BIRTH-DATE' -> '
                   QA_PERSON-BIRTH-DATE
               DISPLAY '  Status    : 'QB_PERSON-STATUS' -> '
                   QA_PERSON-STATUS
           END-IF.
           IF AP_ACTION = 'REVERSAL'
               DISPLAY '  Reverses  : audit entry SEQ='
                   AP_REFERENCE(1:9)
               IF AP_REFERENCE(11:8) = 'CONFLICT'
                   DISPLAY '  ** a later change touched the same '
                       'fields - approving puts them back anyway'
               END-IF
           END-IF.

           IF AP_REFERENCE(1:4) = 'WEB '
               DISPLAY '  Submitted : by the member on the web '
                   'portal, request 'AP_REFERENCE(5:9)
           END-IF.

           IF AP_REQUESTED-BY = W_REVIEWER-ID
               DISPLAY '  ** requested by you - another operator '
           ACCEPT W_DECISION.

           EVALUATE TRUE
               WHEN DECISION-APPROVE AND HOLD-ITEM
                   PERFORM APPLY-HOLD-SECTION
               WHEN DECISION-APPROVE
                   PERFORM APPLY-APPROVAL-SECTION
               WHEN DECISION-REJECT
                   DISPLAY 'Reason for rejection: '
                   MOVE SPACES TO W_REJECT-REASON
                   ACCEPT W_REJECT-REASON
                   IF W_REJECT-REASON = SPACES
                       MOVE 'REJECTED BY REVIEWER' TO W_REJECT-REASON
                   END-IF
                   MOVE W_REJECT-REASON TO AP_DECISION-REASON
                   PERFORM RECORD-DECISION-SECTION
                   MOVE 'R' TO AP_STATE
                   REWRITE AP_APPROVAL
                   DISPLAY '  ** person 'AP_PERSON-ID' no longer on '
                       'file - bounced'
                   CLOSE PERSON-IO
                   MOVE 'BOUNCED - person no longer on file'
                       TO AP_DECISION-REASON
                   PERFORM BOUNCE-ITEM-SECTION
                   GO TO APPLY-APPROVAL-EXIT
           END-READ.
           MOVE AP_PERSON-ID TO W_AUDIT-KEY.
           MOVE QB_PERSON TO W_AUDIT-BEFORE.
           MOVE QA_PERSON TO W_AUDIT-AFTER.
      * An approved reversal is audited as the REVERSAL it is, the
      * entry it undoes named behind the before-image the way
      * 102_REVERSE_CHANGE names it on its direct path.
           IF AP_ACTION = 'REVERSAL'
               MOVE 'REVERSAL' TO W_AUDIT-OPERATION
               MOVE 'REVERSES' TO W_AUDIT-BEFORE(63:8)
               MOVE AP_REFERENCE(1:9) TO W_AUDIT-BEFORE(72:9)
           END-IF.
           PERFORM WRITE-AUDIT-SECTION.
           MOVE AP_PERSON-ID TO W_PV-PERSON-ID.
           PERFORM RECORD-TOUCH-SECTION.

           DISPLAY '  approved and applied'.

      * A person leaving membership loses the card with it.
           IF (QA_PERSON-INACTIVE OR QA_PERSON-DECEASED)
               AND NOT QB_PERSON-INACTIVE
               AND NOT QB_PERSON-DECEASED
               IF QA_PERSON-DECEASED
                   MOVE 'DECEASED' TO W_CARD-REASON
               ELSE
                   MOVE 'DEACTIVATED' TO W_CARD-REASON
               END-IF
               CALL '13_CARD_FILE' USING W_CARD-REQUEST, AP_PERSON-ID,
                   W_CARD-NUMBER, W_CARD-REASON, W_CARD-REJECT,
                   W_CARD-STATUS
               IF W_CARD-STATUS NOT = '0'
                   DISPLAY '  ** card not cancelled - 'W_CARD-REJECT
               END-IF
           END-IF.

       APPLY-APPROVAL-EXIT.
           EXIT.

      * An approved HOLD or RELEASE written to legal_hold.dat - the
      * first hold ever creates the file with the usual status-35
      * dance. The register is tested again first: a HOLD on a
      * person held since it was queued, or a RELEASE whose hold is
      * gone or is now under another case, bounces like a person
      * record that moved. The person file itself is not touched.
       APPLY-HOLD-SECTION SECTION.
           OPEN I-O LEGAL-HOLD-FILE.
           IF W_LH-STATUS = '35'
               OPEN OUTPUT LEGAL-HOLD-FILE
               CLOSE LEGAL-HOLD-FILE
               OPEN I-O LEGAL-HOLD-FILE
           END-IF.
           IF W_LH-STATUS NOT = '00'
               DISPLAY '  ** could not open legal_hold.dat (status '
                   W_LH-STATUS') - item left queued'
               MOVE 16 TO RETURN-CODE
               GO TO APPLY-HOLD-EXIT
           END-IF.

           MOVE 'Y' TO W_LH-HELD-SW.
           MOVE AP_PERSON-ID TO LH_PERSON-ID.
           READ LEGAL-HOLD-FILE
               INVALID KEY
                   MOVE 'N' TO W_LH-HELD-SW
           END-READ.

           IF AP_ACTION = 'HOLD'
               IF PERSON-ON-HOLD AND LH_ACTIVE
                   DISPLAY '  ** person already held under case '
                       LH_CASE-REF' - bounced'
                   CLOSE LEGAL-HOLD-FILE
                   MOVE 'BOUNCED - person already on legal hold'
                       TO AP_DECISION-REASON
                   PERFORM BOUNCE-ITEM-SECTION
                   GO TO APPLY-HOLD-EXIT
               END-IF
               MOVE AP_PERSON-ID TO LH_PERSON-ID
               MOVE 'A' TO LH_STATE
               MOVE W_LH-REQ-REASON TO LH_REASON
               MOVE W_LH-REQ-CASE-REF TO LH_CASE-REF
               MOVE W_LH-REQ-RELEASE-ON TO LH_RELEASE-ON
               MOVE AP_REQUESTED-BY TO LH_PLACED-BY
               MOVE W_TODAY TO LH_PLACED-ON
               MOVE W_REVIEWER-ID TO LH_APPROVED-BY
               MOVE SPACES TO LH_LIFTED-BY
               MOVE 0 TO LH_LIFTED-ON
               IF PERSON-ON-HOLD
                   REWRITE LH_HOLD
                   END-REWRITE
               ELSE
                   WRITE LH_HOLD
                   END-WRITE
               END-IF
           ELSE
               IF NOT PERSON-ON-HOLD
                   OR NOT LH_ACTIVE
                   OR LH_CASE-REF NOT = W_LH-REQ-CASE-REF
                   DISPLAY '  ** hold under case 'W_LH-REQ-CASE-REF
                       ' is no longer in force - bounced'
                   CLOSE LEGAL-HOLD-FILE
                   MOVE 'BOUNCED - hold no longer in force'
                       TO AP_DECISION-REASON
                   PERFORM BOUNCE-ITEM-SECTION
                   GO TO APPLY-HOLD-EXIT
               END-IF
               MOVE 'R' TO LH_STATE
               MOVE AP_REQUESTED-BY TO LH_LIFTED-BY
               MOVE W_TODAY TO LH_LIFTED-ON
               REWRITE LH_HOLD
               END-REWRITE
           END-IF.
           IF W_LH-STATUS NOT = '00'
               DISPLAY '  ** legal_hold.dat not updated (status '
                   W_LH-STATUS') - item left queued'
               CLOSE LEGAL-HOLD-FILE
               MOVE 16 TO RETURN-CODE
               GO TO APPLY-HOLD-EXIT
           END-IF.
           CLOSE LEGAL-HOLD-FILE.

           PERFORM RECORD-DECISION-SECTION.
           MOVE 'A' TO AP_STATE.
           REWRITE AP_APPROVAL
           END-REWRITE.
           ADD 1 TO W_APPROVED-COUNT.

           MOVE '34_APPROVAL_QUEUE' TO W_AUDIT-PROGRAM.
           MOVE AP_ACTION TO W_AUDIT-OPERATION.
           MOVE AP_PERSON-ID TO W_AUDIT-KEY.
           MOVE AP_BEFORE TO W_AUDIT-BEFORE.
           MOVE LH_HOLD TO W_AUDIT-AFTER.
           PERFORM WRITE-AUDIT-SECTION.

           IF AP_ACTION = 'HOLD'
               DISPLAY '  approved - person 'AP_PERSON-ID
                   ' is now under legal hold'
           ELSE
               DISPLAY '  approved - legal hold on person '
                   AP_PERSON-ID' released'
           END-IF.

       APPLY-HOLD-EXIT.
           EXIT.

      * The item's file against its control record, through the
      * copybook's scan (which never stops). On a mismatch the
      * item stays queued, the alert fires, and the run is marked

      * A bounce is a rejection the reviewer didn't choose - the
      * record moved underneath the request - recorded the same way
      * so the queue never holds a stale pending item forever. A
      * caller with a more particular reason has already put it on
      * the item.
       BOUNCE-ITEM-SECTION SECTION.
           IF AP_DECISION-REASON = SPACES
               MOVE 'BOUNCED - record changed since queued'
                   TO AP_DECISION-REASON
           END-IF.
           PERFORM RECORD-DECISION-SECTION.
           MOVE 'R' TO AP_STATE.
           REWRITE AP_APPROVAL
