      * Execute files/107_confirm_campaign.cbl first
      * Takes in the replies to the data-accuracy confirmation
      * campaign (see 107_CONFIRM_CAMPAIGN). The post room keys each
      * reply slip into confirm_replies.txt -
      *     columns 1-12   the reply reference off the slip
      *                    (CF<year><person ID>)
      *     column  14     C confirmed - the details are right
      *                    K corrected - the member wrote in changes
      *     columns 16-31  corrected given name(s)  )  K only; a
      *     columns 33-57  corrected surname        )  blank column
      *     columns 59-66  corrected birth date     )  leaves that
      *                    YYYYMMDD                 )  detail alone
      *     columns 68-75  the clerk who keyed it
      * A confirmation stamps today as the person's last-confirmed
      * date on confirmation.dat (see CONFIRMATION-RECORD.cpy). A
      * correction is never written straight to the person file: it
      * is put through 03_VALIDATE_PERSON and parked on the
      * maker-checker queue (see APPROVAL-RECORD.cpy) as a CHANGE
      * requested by the clerk, reference "CONF " and the reply
      * reference, against the branch set the statement went out
      * from - exactly as 18_WEB_INTAKE parks a portal correction -
      * and lands only when a second operator approves it in
      * 34_APPROVAL_QUEUE. A "correction" that matches what is on
      * file already is the member confirming, and is taken as one.
      * A reference that does not read, is not the person's current
      * campaign, or was answered already; a correction that fails
      * validation or is for a closed (Deceased) record; or a line
      * with no clerk - goes to confirm_replies_rejects.txt with the
      * reason and the run ends RC 4. Every reply taken is audited.
      * Holds the person lock while it writes the queue, as every
      * queue writer does. The keyed file is consumed the
      * 29_APPLY_DELTA way, renamed to
      * confirm_replies_<date>_done.txt.
      * Run as: 108_confirm_replies
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 108_CONFIRM_REPLIES.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT REPLIES-IN ASSIGN TO W_FEED-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_IN-STATUS.

      * The campaign - see CONFIRMATION-RECORD.cpy.
               SELECT CONFIRMATION-FILE ASSIGN TO 'confirmation.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS CF_PERSON-ID
                   FILE STATUS IS W_CF-STATUS.

      * The person as the statement's branch set holds them.
               SELECT PERSON-IN ASSIGN TO W_PERSON-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS FI_PERSON-ID
                   FILE STATUS IS W_PI-STATUS.

      * Maker-checker queue - see APPROVAL-RECORD.cpy.
               SELECT APPROVAL-QUEUE ASSIGN TO
                       'pending_approvals.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS AP_APPROVAL-ID
                   FILE STATUS IS W_AP-STATUS.

               SELECT REJECTS-OUT ASSIGN TO
                       'confirm_replies_rejects.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

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

       DATA DIVISION.
           FILE SECTION.
           COPY 'AUDIT-LOG.cpy'.
           COPY 'AUDIT-CHAIN-FILE.cpy'.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'PERSON-LOCK-FILE.cpy'.

           FD REPLIES-IN.
           01 RI_REPLY-LINE.
              02 RI_REF PIC X(12).
              02 FILLER PIC X(1).
              02 RI_REPLY PIC X(1).
              02 FILLER PIC X(1).
              02 RI_NAME PIC X(16).
              02 FILLER PIC X(1).
              02 RI_SURNAME PIC X(25).
              02 FILLER PIC X(1).
              02 RI_BIRTH-DATE PIC X(8).
              02 FILLER PIC X(1).
              02 RI_CLERK PIC X(8).
              02 FILLER PIC X(5).

           FD CONFIRMATION-FILE.
           COPY 'CONFIRMATION-RECORD.cpy'
               REPLACING PREFIX-ID BY CF_PERSON-ID
                         PREFIX-BRANCH BY CF_BRANCH
                         PREFIX-YEAR BY CF_YEAR
                         PREFIX-REF BY CF_REF
                         PREFIX-SENT-ON BY CF_SENT-ON
                         PREFIX-REMINDED-ON BY CF_REMINDED-ON
                         PREFIX-STATE BY CF_STATE
                         PREFIX-AWAITING BY CF_AWAITING
                         PREFIX-CONFIRMED BY CF_CONFIRMED
                         PREFIX-CORRECTED BY CF_CORRECTED
                         PREFIX-REPLIED-ON BY CF_REPLIED-ON
                         PREFIX-APPROVAL-ID BY CF_APPROVAL-ID
                         PREFIX-LAST-CONFIRMED BY CF_LAST-CONFIRMED
                         PREFIX BY CF_CONFIRMATION.

           FD PERSON-IN.
               COPY 'PERSON-RECORD.cpy'
                   REPLACING PREFIX-ID BY FI_PERSON-ID
                             PREFIX-NAME BY FI_PERSON-NAME
                             PREFIX-SURNAME BY FI_PERSON-SURNAME
                             PREFIX-BIRTH-YEAR-ONLY BY
                                 FI_PERSON-BIRTH-YEAR-ONLY
                             PREFIX-BIRTH-QUALITY BY
                                 FI_PERSON-BIRTH-QUALITY
                             PREFIX-BIRTH-YEAR BY FI_PERSON-BIRTH-YEAR
                             PREFIX-BIRTH-DATE BY FI_PERSON-BIRTH-DATE
                             PREFIX-BIRTH-FULL BY FI_PERSON-BIRTH-FULL
                             PREFIX-STATUS BY FI_PERSON-STATUS
                             PREFIX-ACTIVE BY FI_PERSON-ACTIVE
                             PREFIX-INACTIVE BY FI_PERSON-INACTIVE
                             PREFIX-PENDING BY FI_PERSON-PENDING
                             PREFIX-SUSPENDED BY FI_PERSON-SUSPENDED
                             PREFIX-DECEASED BY FI_PERSON-DECEASED
                             PREFIX BY FI_PERSON.

           FD APPROVAL-QUEUE.
           COPY 'APPROVAL-RECORD.cpy'
               REPLACING PREFIX-APPROVAL-ID BY AP_APPROVAL-ID
                         PREFIX-PERSON-ID BY AP_PERSON-ID
                         PREFIX-ACTION BY AP_ACTION
                         PREFIX-STATE BY AP_STATE
                         PREFIX-QUEUED BY AP_QUEUED
                         PREFIX-APPROVED BY AP_APPROVED
                         PREFIX-REJECTED BY AP_REJECTED
                         PREFIX-REQUESTED-BY BY AP_REQUESTED-BY
                         PREFIX-REQUESTED-ON BY AP_REQUESTED-ON
                         PREFIX-BRANCH BY AP_BRANCH
                         PREFIX-BEFORE BY AP_BEFORE
                         PREFIX-AFTER BY AP_AFTER
                         PREFIX-DECIDED-BY BY AP_DECIDED-BY
                         PREFIX-DECIDED-ON BY AP_DECIDED-ON
                         PREFIX-REFERENCE BY AP_REFERENCE
                         PREFIX-DECISION-REASON BY
                             AP_DECISION-REASON
                         PREFIX BY AP_APPROVAL.

           FD REJECTS-OUT.
           01 RJ_REJECT-LINE PIC X(132).

           WORKING-STORAGE SECTION.
      * The corrected record, as the checker will see it.
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

               01 B_EOF PIC X(1) VALUE 'N'.
               01 B_AP-EOF PIC X(1) VALUE 'N'.
               01 W_IN-STATUS PIC X(2).
               01 W_CF-STATUS PIC X(2).
               01 W_PI-STATUS PIC X(2).
               01 W_AP-STATUS PIC X(2).
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_FEED-FILENAME PIC X(40)
                   VALUE 'confirm_replies.txt'.
               01 W_DONE-FILENAME PIC X(40) VALUE SPACES.
               01 W_RENAME-RC PIC 9(9) VALUE 0.
               01 W_PERSON-FILENAME PIC X(30) VALUE SPACES.
               01 W_REJECT-REASON PIC X(40) VALUE SPACES.
               01 W_REPLY-ID PIC 9(6) VALUE 0.

      * The reply reference as a queue item carries it.
               01 W_REFERENCE PIC X(20) VALUE SPACES.
               01 W_NEXT-APPROVAL-ID PIC 9(6) VALUE 0.

      * Validation subroutine linkage (see 03_VALIDATE_PERSON.cbl).
               01 W_VALID-REASON PIC X(40) VALUE SPACES.
               01 W_VALID-STATUS PIC X(1) VALUE '0'.
                   88 VALID-OK VALUE '0'.

               01 W_READ-COUNT PIC 9(6) VALUE 0.
               01 W_CONFIRMED-COUNT PIC 9(6) VALUE 0.
               01 W_UNCHANGED-COUNT PIC 9(6) VALUE 0.
               01 W_QUEUED-COUNT PIC 9(6) VALUE 0.
               01 W_REJECT-COUNT PIC 9(6) VALUE 0.

      * Shared audit trail (see AUDIT-TRAIL.cpy).
               COPY 'AUDIT-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Advisory lock fields (see PERSON-LOCK.cpy).
               COPY 'PERSON-LOCK-FIELDS.cpy'.

       PROCEDURE DIVISION.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           PERFORM START-JOB-TIMER-SECTION.

           OPEN INPUT REPLIES-IN.
           IF W_IN-STATUS NOT = '00'
               DISPLAY 'No confirm_replies.txt today - nothing to take '
                   'in'
               MOVE '108_CONFIRM_REPLIES' TO W_TRAILER-PROGRAM
               MOVE 0 TO W_TRAILER-COUNT
               MOVE 'COMPLETE' TO W_TRAILER-STATUS
               PERFORM WRITE-JOB-TRAILER-SECTION
               STOP RUN
           END-IF.

           OPEN I-O CONFIRMATION-FILE.
           IF W_CF-STATUS NOT = '00'
               DISPLAY '** confirmation.dat open failed (status '
                   W_CF-STATUS') - no campaign to take replies for'
               CLOSE REPLIES-IN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE '108_CONFIRM_REPLIES' TO W_LOCK-PROGRAM.
           PERFORM ACQUIRE-PERSON-LOCK-SECTION.

           OPEN I-O APPROVAL-QUEUE.
           IF W_AP-STATUS = '35'
               OPEN OUTPUT APPROVAL-QUEUE
               CLOSE APPROVAL-QUEUE
               OPEN I-O APPROVAL-QUEUE
           END-IF.
           IF W_AP-STATUS NOT = '00'
               DISPLAY '** could not open pending_approvals.dat '
                   '(status 'W_AP-STATUS') - nothing taken in'
               CLOSE REPLIES-IN
               CLOSE CONFIRMATION-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM RELEASE-PERSON-LOCK-SECTION
               STOP RUN
           END-IF.

      * The queue's highest approval ID, to number new items from.
           MOVE 'N' TO B_AP-EOF.
           PERFORM UNTIL B_AP-EOF = 'Y'
               READ APPROVAL-QUEUE NEXT RECORD
                   AT END MOVE 'Y' TO B_AP-EOF
                   NOT AT END
                       MOVE AP_APPROVAL-ID TO W_NEXT-APPROVAL-ID
               END-READ
           END-PERFORM.

           OPEN OUTPUT REJECTS-OUT.
           PERFORM UNTIL B_EOF = 'Y'
               READ REPLIES-IN
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF RI_REPLY-LINE NOT = SPACES
                           ADD 1 TO W_READ-COUNT
                           PERFORM TAKE-ONE-REPLY-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REPLIES-IN.
           CLOSE REJECTS-OUT.
           CLOSE APPROVAL-QUEUE.
           CLOSE CONFIRMATION-FILE.

           PERFORM CONSUME-FEED-SECTION.

           DISPLAY 'Replies read               : 'W_READ-COUNT.
           DISPLAY 'Confirmed                  : 'W_CONFIRMED-COUNT.
           DISPLAY '  of which "corrections" matching the file: '
               W_UNCHANGED-COUNT.
           DISPLAY 'Corrections queued         : 'W_QUEUED-COUNT.
           DISPLAY 'Rejected                   : 'W_REJECT-COUNT.

           MOVE '108_CONFIRM_REPLIES' TO W_TRAILER-PROGRAM.
           COMPUTE W_TRAILER-COUNT = W_CONFIRMED-COUNT
               + W_QUEUED-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           IF W_REJECT-COUNT > 0
               DISPLAY '** 'W_REJECT-COUNT' repl(ies) rejected - see '
                   'confirm_replies_rejects.txt'
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-JOB-TRAILER-SECTION.
           PERFORM RELEASE-PERSON-LOCK-SECTION.

       STOP RUN.

       COPY 'AUDIT-TRAIL.cpy'.
       COPY 'JOB-TRAILER.cpy'.
       COPY 'PERSON-LOCK.cpy'.

      * One keyed reply against the person's campaign record.
       TAKE-ONE-REPLY-SECTION SECTION.
           IF RI_REF(1:2) NOT = 'CF' OR RI_REF(3:10) IS NOT NUMERIC
               MOVE 'reference does not read' TO W_REJECT-REASON
               PERFORM REJECT-REPLY-SECTION
               GO TO TAKE-ONE-REPLY-EXIT
           END-IF.
           IF RI_REPLY NOT = 'C' AND RI_REPLY NOT = 'K'
               MOVE 'reply is neither C nor K' TO W_REJECT-REASON
               PERFORM REJECT-REPLY-SECTION
               GO TO TAKE-ONE-REPLY-EXIT
           END-IF.
           IF RI_CLERK = SPACES
               MOVE 'no clerk ID' TO W_REJECT-REASON
               PERFORM REJECT-REPLY-SECTION
               GO TO TAKE-ONE-REPLY-EXIT
           END-IF.
           MOVE RI_CLERK TO W_AUDIT-OPERATOR.

           MOVE RI_REF(7:6) TO W_REPLY-ID.
           MOVE W_REPLY-ID TO CF_PERSON-ID.
           READ CONFIRMATION-FILE
               INVALID KEY
                   MOVE 'no campaign record for the person'
                       TO W_REJECT-REASON
                   PERFORM REJECT-REPLY-SECTION
                   GO TO TAKE-ONE-REPLY-EXIT
           END-READ.
           IF CF_REF NOT = RI_REF
               MOVE 'not the current campaign''s reference'
                   TO W_REJECT-REASON
               PERFORM REJECT-REPLY-SECTION
               GO TO TAKE-ONE-REPLY-EXIT
           END-IF.
           IF NOT CF_AWAITING
               MOVE 'already answered' TO W_REJECT-REASON
               PERFORM REJECT-REPLY-SECTION
               GO TO TAKE-ONE-REPLY-EXIT
           END-IF.

           IF RI_REPLY = 'C'
               PERFORM RECORD-CONFIRMED-SECTION
           ELSE
               PERFORM TAKE-CORRECTION-SECTION
           END-IF.

       TAKE-ONE-REPLY-EXIT.
           EXIT.

      * The details are right - stamped on the campaign record.
       RECORD-CONFIRMED-SECTION SECTION.
           MOVE 'C' TO CF_STATE.
           MOVE W_TODAY TO CF_REPLIED-ON.
           MOVE W_TODAY TO CF_LAST-CONFIRMED.
           REWRITE CF_CONFIRMATION
               INVALID KEY
                   MOVE 'campaign record could not be rewritten'
                       TO W_REJECT-REASON
                   PERFORM REJECT-REPLY-SECTION
                   GO TO RECORD-CONFIRMED-EXIT
           END-REWRITE.
           ADD 1 TO W_CONFIRMED-COUNT.

           MOVE '108_CONFIRM_REPLIES' TO W_AUDIT-PROGRAM.
           MOVE 'CONFIRM' TO W_AUDIT-OPERATION.
           MOVE CF_PERSON-ID TO W_AUDIT-KEY.
           MOVE SPACES TO W_AUDIT-BEFORE.
           MOVE SPACES TO W_AUDIT-AFTER.
           STRING 'CONFIRMED ' CF_REF ' ON ' CF_LAST-CONFIRMED
               DELIMITED BY SIZE INTO W_AUDIT-AFTER
           END-STRING.
           PERFORM WRITE-AUDIT-SECTION.

       RECORD-CONFIRMED-EXIT.
           EXIT.

      * The member's changes against the person as the statement's
      * branch set holds them - built, validated and parked.
       TAKE-CORRECTION-SECTION SECTION.
           IF RI_NAME = SPACES AND RI_SURNAME = SPACES
               AND RI_BIRTH-DATE = SPACES
               MOVE 'correction with nothing corrected'
                   TO W_REJECT-REASON
               PERFORM REJECT-REPLY-SECTION
               GO TO TAKE-CORRECTION-EXIT
           END-IF.
           IF RI_BIRTH-DATE NOT = SPACES
               AND RI_BIRTH-DATE IS NOT NUMERIC
               MOVE 'corrected birth date not YYYYMMDD'
                   TO W_REJECT-REASON
               PERFORM REJECT-REPLY-SECTION
               GO TO TAKE-CORRECTION-EXIT
           END-IF.

           MOVE SPACES TO W_PERSON-FILENAME.
           IF CF_BRANCH = 'HQ'
               MOVE 'output.dat' TO W_PERSON-FILENAME
           ELSE
               STRING CF_BRANCH DELIMITED BY SPACE
                      '_output.dat' DELIMITED BY SIZE
                   INTO W_PERSON-FILENAME
               END-STRING
           END-IF.
           OPEN INPUT PERSON-IN.
           IF W_PI-STATUS NOT = '00'
               MOVE 'branch person file not readable'
                   TO W_REJECT-REASON
               PERFORM REJECT-REPLY-SECTION
               GO TO TAKE-CORRECTION-EXIT
           END-IF.
           MOVE CF_PERSON-ID TO FI_PERSON-ID.
           READ PERSON-IN
               INVALID KEY
                   CLOSE PERSON-IN
                   MOVE 'person no longer on the branch file'
                       TO W_REJECT-REASON
                   PERFORM REJECT-REPLY-SECTION
                   GO TO TAKE-CORRECTION-EXIT
           END-READ.
           CLOSE PERSON-IN.
           IF FI_PERSON-DECEASED
               MOVE 'the record is closed' TO W_REJECT-REASON
               PERFORM REJECT-REPLY-SECTION
               GO TO TAKE-CORRECTION-EXIT
           END-IF.

      * A birth date given is a full, exact one.
           MOVE FI_PERSON TO QA_PERSON.
           IF RI_NAME NOT = SPACES
               MOVE RI_NAME TO QA_PERSON-NAME
           END-IF.
           IF RI_SURNAME NOT = SPACES
               MOVE RI_SURNAME TO QA_PERSON-SURNAME
           END-IF.
           IF RI_BIRTH-DATE NOT = SPACES
               MOVE RI_BIRTH-DATE TO QA_PERSON-BIRTH-DATE
               MOVE RI_BIRTH-DATE(1:4) TO QA_PERSON-BIRTH-YEAR
               MOVE 'F' TO QA_PERSON-BIRTH-QUALITY
           END-IF.
           IF QA_PERSON = FI_PERSON
               ADD 1 TO W_UNCHANGED-COUNT
               PERFORM RECORD-CONFIRMED-SECTION
               GO TO TAKE-CORRECTION-EXIT
           END-IF.
           MOVE SPACES TO W_VALID-REASON.
           CALL '03_VALIDATE_PERSON' USING QA_PERSON, W_VALID-REASON,
               W_VALID-STATUS.
           IF NOT VALID-OK
               MOVE W_VALID-REASON TO W_REJECT-REASON
               PERFORM REJECT-REPLY-SECTION
               GO TO TAKE-CORRECTION-EXIT
           END-IF.
           PERFORM ENQUEUE-CORRECTION-SECTION.

       TAKE-CORRECTION-EXIT.
           EXIT.

      * The correction parked for a checker exactly as 18_WEB_INTAKE
      * parks a portal request, against the statement's branch set,
      * and the campaign record moved on to K with the item's ID.
       ENQUEUE-CORRECTION-SECTION SECTION.
           MOVE SPACES TO W_REFERENCE.
           STRING 'CONF ' CF_REF DELIMITED BY SIZE
               INTO W_REFERENCE
           END-STRING.
           ADD 1 TO W_NEXT-APPROVAL-ID.
           MOVE W_NEXT-APPROVAL-ID TO AP_APPROVAL-ID.
           MOVE FI_PERSON-ID TO AP_PERSON-ID.
           MOVE 'CHANGE' TO AP_ACTION.
           MOVE 'P' TO AP_STATE.
           MOVE RI_CLERK TO AP_REQUESTED-BY.
           MOVE W_TODAY TO AP_REQUESTED-ON.
           IF CF_BRANCH = 'HQ'
               MOVE SPACES TO AP_BRANCH
           ELSE
               MOVE CF_BRANCH TO AP_BRANCH
           END-IF.
           MOVE FI_PERSON TO AP_BEFORE.
           MOVE QA_PERSON TO AP_AFTER.
           MOVE SPACES TO AP_DECIDED-BY.
           MOVE 0 TO AP_DECIDED-ON.
           MOVE W_REFERENCE TO AP_REFERENCE.
           MOVE SPACES TO AP_DECISION-REASON.
           WRITE AP_APPROVAL
               INVALID KEY
                   MOVE 'could not be queued for approval'
                       TO W_REJECT-REASON
                   PERFORM REJECT-REPLY-SECTION
                   GO TO ENQUEUE-CORRECTION-EXIT
           END-WRITE.
           MOVE '108_CONFIRM_REPLIES' TO W_AUDIT-PROGRAM.
           MOVE 'QUEUE' TO W_AUDIT-OPERATION.
           MOVE FI_PERSON-ID TO W_AUDIT-KEY.
           MOVE AP_BEFORE TO W_AUDIT-BEFORE.
           MOVE AP_AFTER TO W_AUDIT-AFTER.
           PERFORM WRITE-AUDIT-SECTION.

           MOVE 'K' TO CF_STATE.
           MOVE W_TODAY TO CF_REPLIED-ON.
           MOVE W_NEXT-APPROVAL-ID TO CF_APPROVAL-ID.
           REWRITE CF_CONFIRMATION
               INVALID KEY
                   DISPLAY '** correction for 'CF_PERSON-ID
                       ' queued as approval 'W_NEXT-APPROVAL-ID
                       ' but the campaign record was not rewritten'
                       ' (status 'W_CF-STATUS')'
           END-REWRITE.
           ADD 1 TO W_QUEUED-COUNT.

       ENQUEUE-CORRECTION-EXIT.
           EXIT.

       REJECT-REPLY-SECTION SECTION.
           ADD 1 TO W_REJECT-COUNT.
           MOVE SPACES TO RJ_REJECT-LINE.
           STRING RI_REPLY-LINE(1:75) DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  W_REJECT-REASON DELIMITED BY SIZE
               INTO RJ_REJECT-LINE
           END-STRING.
           WRITE RJ_REJECT-LINE.

       CONSUME-FEED-SECTION SECTION.
           MOVE SPACES TO W_DONE-FILENAME.
           STRING 'confirm_replies_' W_TODAY '_done.txt'
               DELIMITED BY SIZE
               INTO W_DONE-FILENAME.
           CALL 'CBL_RENAME_FILE' USING W_FEED-FILENAME,
               W_DONE-FILENAME.
           MOVE RETURN-CODE TO W_RENAME-RC.
           MOVE 0 TO RETURN-CODE.
           IF W_RENAME-RC NOT = 0
               DISPLAY '** could not rename the replies file to '
                   W_DONE-FILENAME' - move it aside BY HAND before '
                   'the next run'
           ELSE
               DISPLAY 'Replies file set aside as 'W_DONE-FILENAME
           END-IF.
