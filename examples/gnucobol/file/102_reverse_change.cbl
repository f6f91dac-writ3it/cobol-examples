      * Puts back one audited change to a person record - a mistaken
      * surname keyed against the wrong person, a status move made
      * on the wrong day - by the SEQ= number the audit trail gave
      * its line (see AUDIT-TRAIL.cpy), instead of an operator
      * re-keying the old values by hand from 13_reconstruct output.
      * The line is found by walking every audit generation, oldest
      * first (see AUDIT-GENERATIONS.cpy). Only a change to an
      * existing person record can be reversed - a REWRITE, an
      * APPROVE from the approval queue, a MASSUPDATE or an earlier
      * REVERSAL - never an INSERT or a line that is not a person
      * image. Only the fields that change touched (name, surname,
      * birth, status) go back to their BEFORE values; anything else
      * changed since is left as it is.
      * Before anything is written the rest of the trail is read
      * for later changes to the same person that touched any of
      * those fields, and the record on file is checked still to
      * hold what the change left in them. Either finding is a
      * conflict: reversing would throw away later work, so the
      * reversal is not applied but referred to a supervisor - it is
      * queued on pending_approvals.dat marked as a conflict, for a
      * second operator with the APPROVE permission to decide in
      * 34_APPROVAL_QUEUE. A reversal against an Active person is
      * queued the same way even without a conflict, as every
      * sensitive change to an Active person is (see
      * APPROVAL-RECORD.cpy). Otherwise it is applied here, under
      * the person lock between the integrity verify and control
      * update, with the side effects 09_MAINTAIN's own status moves
      * and surname changes have.
      * Either way the change is audited as a REVERSAL line whose
      * before-image carries "REVERSES <seq>" behind the person
      * record (columns 63-80), naming the line it undoes - which is
      * also how a second reversal of the same line is refused.
      * A status move is still subject to the lifecycle rules
      * (06_STATUS_TRANSITION): a Deceased record is never revived.
      * A person under legal hold (see LEGAL-HOLD.cpy) is left as
      * they stand - the reversal is refused, not queued.
      * The operator needs the REVERSAL permission.
      * Run as: 102_reverse_change <audit seq> <operator>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 102_REVERSE_CHANGE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PERSON-IO ASSIGN TO W_BRANCH-PERSON-FILE
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS FIO_PERSON-ID
                   FILE STATUS IS W_PIO-STATUS.

      * The audit trail as read - every generation in turn.
               SELECT AUDIT-IN ASSIGN TO W_AG-LOG-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_AL-STATUS.

      * Closed-out years of the log - see AUDIT-GENERATIONS.cpy.
               SELECT AUDIT-GENERATION-FILE ASSIGN TO
                       'audit_generations.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_AG-STATUS.

      * Maker-checker queue - a reversal against an Active person,
      * or one in conflict with later changes, is parked here for a
      * second operator, see APPROVAL-RECORD.cpy.
               SELECT APPROVAL-QUEUE ASSIGN TO
                       'pending_approvals.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS AP_APPROVAL-ID
                   FILE STATUS IS W_AP-STATUS.

      * Legal-hold register (see LEGAL-HOLD.cpy) - a held person is
      * left as they are.
               SELECT LEGAL-HOLD-FILE ASSIGN TO 'legal_hold.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS LH_PERSON-ID
                   FILE STATUS IS W_LH-STATUS.

      * A reversal that puts an earlier surname back records the
      * one it replaces, as any surname change does.
               SELECT FORMER-SURNAME-FILE ASSIGN TO
                       'former_surname.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS FS_KEY
                   FILE STATUS IS W_FS-STATUS.

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

       DATA DIVISION.
           FILE SECTION.
           COPY 'AUDIT-LOG.cpy'.
           COPY 'AUDIT-CHAIN-FILE.cpy'.
           COPY 'AUDIT-GENERATION-FILE.cpy'.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'PERSON-LOCK-FILE.cpy'.
           COPY 'PERSON-CONTROL-FILE.cpy'.

           FD AUDIT-IN.
           01 A_AUDIT-LINE PIC X(320).

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

           FD FORMER-SURNAME-FILE.
           COPY 'FORMER-SURNAME-RECORD.cpy'
               REPLACING PREFIX-ID BY FS_PERSON-ID
                         PREFIX-EFFECTIVE-DATE BY FS_EFFECTIVE-DATE
                         PREFIX-KEY BY FS_KEY
                         PREFIX-SURNAME BY FS_SURNAME
                         PREFIX BY FS_RECORD.

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
      * The record as it stands on file, and as the reversal would
      * leave it.
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

               01 W_PIO-STATUS PIC X(2).
               01 W_AL-STATUS PIC X(2).
               01 W_AP-STATUS PIC X(2).
               01 W_FS-STATUS PIC X(2).
               01 W_DT-STATUS PIC X(2).
               01 W_PT-STATUS PIC X(2).
               01 B_EOF PIC X(1) VALUE 'N'.
               01 B_AP-EOF PIC X(1) VALUE 'N'.
               01 W_TODAY PIC 9(8) VALUE 0.

      * Command line - the audit sequence number and the operator.
               01 W_ARG-LINE PIC X(80) VALUE SPACES.
               01 W_ARG-SEQ PIC X(10) VALUE SPACES.
               01 W_ARG-SEQ-LEN PIC 9(2) VALUE 0.
               01 W_ARG-OPERATOR PIC X(10) VALUE SPACES.
               01 W_WANTED-SEQ PIC 9(9) VALUE 0.

      * Operator sign-on (see 08_OPERATOR_SIGNON.cbl).
               01 W_OPERATOR-ID PIC X(8) VALUE SPACES.
               01 W_AUTH-ACTION PIC X(10) VALUE 'REVERSAL'.
               01 W_AUTH-REASON PIC X(40) VALUE SPACES.
               01 W_AUTH-STATUS PIC X(1) VALUE '0'.
                   88 AUTH-OK VALUE '0'.

      * One audit_trail.log line taken apart. Everything from KEY=
      * on sits at fixed columns, as WRITE-AUDIT-SECTION builds it:
      * the key in 1-20, the before-image from 30, the after-image
      * from 119 and '] OPER=' at 199, with SEQ= behind the operator.
               01 W_LOG-HEADER PIC X(60) VALUE SPACES.
               01 W_LOG-REMAINDER PIC X(260) VALUE SPACES.
               01 W_LOG-STAMP PIC X(17) VALUE SPACES.
               01 W_LOG-PROGRAM PIC X(20) VALUE SPACES.
               01 W_LOG-OPERATION PIC X(10) VALUE SPACES.
                   88 PERSON-IMAGE-OPERATION VALUE 'INSERT' 'REWRITE'
                       'APPROVE' 'MASSUPDATE' 'REVERSAL' 'RESTORE'.
                   88 REVERSIBLE-OPERATION VALUE 'REWRITE' 'APPROVE'
                       'MASSUPDATE' 'REVERSAL'.
               01 W_LOG-OPER-PART PIC X(62) VALUE SPACES.
               01 W_LOG-SEQ-PART PIC X(62) VALUE SPACES.
               01 W_LOG-SEQ PIC 9(9) VALUE 0.

      * The line being reversed, as found.
               01 W_ENTRY-FOUND-SW PIC X(1) VALUE 'N'.
                   88 ENTRY-FOUND VALUE 'Y'.
               01 W_REVERSIBLE-SW PIC X(1) VALUE 'N'.
                   88 ENTRY-REVERSIBLE VALUE 'Y'.
               01 W_ORIG-STAMP PIC X(17) VALUE SPACES.
               01 W_ORIG-PROGRAM PIC X(20) VALUE SPACES.
               01 W_ORIG-OPERATION PIC X(10) VALUE SPACES.
               01 W_ORIG-OPERATOR PIC X(8) VALUE SPACES.
               01 W_ORIG-KEY PIC X(20) VALUE SPACES.
               01 W_ORIG-BEFORE PIC X(61) VALUE SPACES.
               01 W_ORIG-AFTER PIC X(61) VALUE SPACES.
               01 W_PERSON-ID PIC 9(6) VALUE 0.

      * Which fields the line changed - only these go back.
               01 W_CHANGED-NAME-SW PIC X(1) VALUE 'N'.
                   88 CHANGED-NAME VALUE 'Y'.
               01 W_CHANGED-SURNAME-SW PIC X(1) VALUE 'N'.
                   88 CHANGED-SURNAME VALUE 'Y'.
               01 W_CHANGED-BIRTH-SW PIC X(1) VALUE 'N'.
                   88 CHANGED-BIRTH VALUE 'Y'.
               01 W_CHANGED-STATUS-SW PIC X(1) VALUE 'N'.
                   88 CHANGED-STATUS VALUE 'Y'.

      * Two person images compared field by field - positions are
      * PERSON-RECORD.cpy's: name 7-22, surname 23-47, birth year
      * 48-51, status 52, birth date and its quality 53-61.
               01 W_CMP-1 PIC X(61) VALUE SPACES.
               01 W_CMP-2 PIC X(61) VALUE SPACES.
               01 W_DIFF-NAME-SW PIC X(1) VALUE 'N'.
                   88 DIFF-NAME VALUE 'Y'.
               01 W_DIFF-SURNAME-SW PIC X(1) VALUE 'N'.
                   88 DIFF-SURNAME VALUE 'Y'.
               01 W_DIFF-BIRTH-SW PIC X(1) VALUE 'N'.
                   88 DIFF-BIRTH VALUE 'Y'.
               01 W_DIFF-STATUS-SW PIC X(1) VALUE 'N'.
                   88 DIFF-STATUS VALUE 'Y'.
               01 W_TOUCHED-SW PIC X(1) VALUE 'N'.
                   88 FIELDS-TOUCHED VALUE 'Y'.

      * What the rest of the trail says about the same person.
               01 W_LATER-COUNT PIC 9(7) VALUE 0.
               01 W_FIRST-LATER-SEQ PIC 9(9) VALUE 0.
               01 W_REVERSED-BY-SEQ PIC 9(9) VALUE 0.
               01 W_UNREAD-GENERATIONS PIC 9(3) VALUE 0.
               01 W_CURRENT-MOVED-SW PIC X(1) VALUE 'N'.
                   88 CURRENT-MOVED VALUE 'Y'.
               01 W_CONFLICT-SW PIC X(1) VALUE 'N'.
                   88 REVERSAL-CONFLICT VALUE 'Y'.

      * Approval queue - next free ID and the item's reference: the
      * sequence number, and CONFLICT when it is a supervisor's call.
               01 W_NEXT-APPROVAL-ID PIC 9(6) VALUE 0.
               01 W_QUEUED-ID PIC 9(6) VALUE 0.
               01 W_REFERENCE PIC X(20) VALUE SPACES.
               01 W_DONE-COUNT PIC 9(1) VALUE 0.

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

      * Walk over every audit generation (see AUDIT-GENERATIONS.cpy).
               COPY 'AUDIT-GENERATIONS-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

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

           ACCEPT W_ARG-LINE FROM COMMAND-LINE.
           UNSTRING W_ARG-LINE DELIMITED BY ALL SPACE
               INTO W_ARG-SEQ COUNT IN W_ARG-SEQ-LEN,
                    W_ARG-OPERATOR
           END-UNSTRING.
           IF W_ARG-SEQ-LEN = 0 OR W_ARG-SEQ-LEN > 9
               OR W_ARG-OPERATOR = SPACES
               OR W_ARG-OPERATOR(9:2) NOT = SPACES
               DISPLAY 'Usage: 102_reverse_change <audit seq> '
                   '<operator>'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF W_ARG-SEQ(1:W_ARG-SEQ-LEN) IS NOT NUMERIC
               DISPLAY '** 'FUNCTION TRIM(W_ARG-SEQ)' is not an '
                   'audit sequence number'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE W_ARG-SEQ(1:W_ARG-SEQ-LEN) TO W_WANTED-SEQ.

           MOVE W_ARG-OPERATOR TO W_OPERATOR-ID.
           CALL '08_OPERATOR_SIGNON' USING W_OPERATOR-ID,
               W_AUTH-ACTION, W_AUTH-REASON, W_AUTH-STATUS.
           IF NOT AUTH-OK
               DISPLAY '** reversal refused for 'W_OPERATOR-ID' - '
                   W_AUTH-REASON
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE W_OPERATOR-ID TO W_AUDIT-OPERATOR.
           MOVE W_OPERATOR-ID TO W_TRAILER-OPERATOR.

           PERFORM BRANCH-PROFILE-SECTION.

           PERFORM REVERSE-RUN-SECTION.
           PERFORM CLOSE-LEGAL-HOLD-SECTION.

           MOVE '102_REVERSE_CHANGE' TO W_TRAILER-PROGRAM.
           MOVE W_DONE-COUNT TO W_TRAILER-COUNT.
           IF RETURN-CODE < 16
               MOVE 'COMPLETE' TO W_TRAILER-STATUS
           ELSE
               MOVE 'FAILED' TO W_TRAILER-STATUS
           END-IF.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       COPY 'AUDIT-TRAIL.cpy'.
       COPY 'AUDIT-GENERATIONS.cpy'.
       COPY 'JOB-TRAILER.cpy'.
       COPY 'PERSON-LOCK.cpy'.
       COPY 'PERSON-CONTROL.cpy'.
       COPY 'BRANCH-PROFILE.cpy'.
       COPY 'LEGAL-HOLD.cpy'.

      * The line found and judged from the trail alone first; only
      * then is the person file touched, under the lock, and the
      * reversal applied or queued.
       REVERSE-RUN-SECTION SECTION.
           PERFORM FIRST-AUDIT-FILE-SECTION.
           PERFORM UNTIL NO-MORE-AUDIT-FILES
               PERFORM READ-AUDIT-FILE-SECTION
               PERFORM NEXT-AUDIT-FILE-SECTION
           END-PERFORM.

           IF NOT ENTRY-FOUND
               DISPLAY '** no audit entry SEQ='W_WANTED-SEQ
                   ' on the trail'
               IF W_UNREAD-GENERATIONS > 0
                   DISPLAY '** 'W_UNREAD-GENERATIONS' audit '
                       'generation(s) could not be read - it may '
                       'be in one of them'
               END-IF
               MOVE 16 TO RETURN-CODE
               GO TO REVERSE-RUN-EXIT
           END-IF.

           DISPLAY 'Audit entry SEQ='W_WANTED-SEQ': '
               W_ORIG-STAMP' 'FUNCTION TRIM(W_ORIG-PROGRAM)' '
               FUNCTION TRIM(W_ORIG-OPERATION)' by '
               FUNCTION TRIM(W_ORIG-OPERATOR)' - key '
               FUNCTION TRIM(W_ORIG-KEY).
           IF NOT ENTRY-REVERSIBLE
               DISPLAY '** not a change to an existing person record '
                   '- only REWRITE, APPROVE, MASSUPDATE and REVERSAL '
                   'entries can be reversed'
               MOVE 16 TO RETURN-CODE
               GO TO REVERSE-RUN-EXIT
           END-IF.
           IF NOT CHANGED-NAME AND NOT CHANGED-SURNAME
               AND NOT CHANGED-BIRTH AND NOT CHANGED-STATUS
               DISPLAY 'That entry changed no name, surname, birth or '
                   'status - nothing to reverse'
               MOVE 4 TO RETURN-CODE
               GO TO REVERSE-RUN-EXIT
           END-IF.
           IF W_REVERSED-BY-SEQ > 0
               DISPLAY 'That entry was already reversed by audit '
                   'entry SEQ='W_REVERSED-BY-SEQ' - nothing done'
               MOVE 4 TO RETURN-CODE
               GO TO REVERSE-RUN-EXIT
           END-IF.
           MOVE W_PERSON-ID TO W_LH-PERSON-ID.
           PERFORM CHECK-LEGAL-HOLD-SECTION.
           IF PERSON-ON-HOLD
               DISPLAY '** person 'W_PERSON-ID' is under legal hold ('
                   FUNCTION TRIM(W_LH-CASE-REF)') - reversal refused'
               MOVE 16 TO RETURN-CODE
               GO TO REVERSE-RUN-EXIT
           END-IF.

      * Integrity gate - the set must still match its control record
      * before this run mutates anything.
           PERFORM VERIFY-PERSON-CONTROL-SECTION.

           MOVE '102_REVERSE_CHANGE' TO W_LOCK-PROGRAM.
           PERFORM ACQUIRE-PERSON-LOCK-SECTION.

           OPEN I-O PERSON-IO.
           IF W_PIO-STATUS NOT = '00'
               DISPLAY '** could not open '
                   FUNCTION TRIM(W_BRANCH-PERSON-FILE)
                   ' (status 'W_PIO-STATUS') - nothing reversed'
               MOVE 16 TO RETURN-CODE
               PERFORM RELEASE-PERSON-LOCK-SECTION
               GO TO REVERSE-RUN-EXIT
           END-IF.
           MOVE W_PERSON-ID TO FIO_PERSON-ID.
           READ PERSON-IO
               INVALID KEY
                   DISPLAY '** person 'W_PERSON-ID' is not on '
                       FUNCTION TRIM(W_BRANCH-PERSON-FILE)
                       ' - nothing reversed'
                   CLOSE PERSON-IO
                   MOVE 16 TO RETURN-CODE
                   PERFORM RELEASE-PERSON-LOCK-SECTION
                   GO TO REVERSE-RUN-EXIT
           END-READ.
           MOVE FIO_PERSON TO QB_PERSON.

           PERFORM BUILD-REVERSAL-SECTION.
           IF QA_PERSON = QB_PERSON
               DISPLAY 'Person 'W_PERSON-ID' already stands as before '
                   'that change - nothing to reverse'
               CLOSE PERSON-IO
               MOVE 4 TO RETURN-CODE
               PERFORM RELEASE-PERSON-LOCK-SECTION
               GO TO REVERSE-RUN-EXIT
           END-IF.

           DISPLAY '  Name      : 'QB_PERSON-NAME' -> 'QA_PERSON-NAME.
           DISPLAY '  Surname   : 'QB_PERSON-SURNAME' -> '
               QA_PERSON-SURNAME.
           DISPLAY '  Birth     : 'QB_PERSON-BIRTH-YEAR' '
               QB_PERSON-BIRTH-DATE' -> 'QA_PERSON-BIRTH-YEAR' '
               QA_PERSON-BIRTH-DATE.
           DISPLAY '  Status    : 'QB_PERSON-STATUS' -> '
               QA_PERSON-STATUS.

           IF QA_PERSON-STATUS NOT = QB_PERSON-STATUS
               CALL '06_STATUS_TRANSITION' USING QB_PERSON-STATUS,
                   QA_PERSON-STATUS, W_RULE-REASON, W_RULE-STATUS,
                   QB_PERSON-ID
               IF NOT RULE-OK
                   DISPLAY '** the status cannot go back - '
                       W_RULE-REASON
                   CLOSE PERSON-IO
                   MOVE 16 TO RETURN-CODE
                   PERFORM RELEASE-PERSON-LOCK-SECTION
                   GO TO REVERSE-RUN-EXIT
               END-IF
           END-IF.

           IF W_LATER-COUNT > 0
               MOVE 'Y' TO W_CONFLICT-SW
               DISPLAY '** 'W_LATER-COUNT' later change(s) to the '
                   'same fields, the first SEQ='W_FIRST-LATER-SEQ
           END-IF.
           IF CURRENT-MOVED
               MOVE 'Y' TO W_CONFLICT-SW
               DISPLAY '** the record no longer holds what that '
                   'change left in those fields'
           END-IF.

           IF REVERSAL-CONFLICT OR QB_PERSON-ACTIVE
               CLOSE PERSON-IO
               PERFORM ENQUEUE-REVERSAL-SECTION
           ELSE
               PERFORM APPLY-REVERSAL-SECTION
           END-IF.

           PERFORM RELEASE-PERSON-LOCK-SECTION.

       REVERSE-RUN-EXIT.
           EXIT.

      * One file of the generation walk. A generation that will not
      * open is counted - the line wanted, or a later change to the
      * same person, may be in it.
       READ-AUDIT-FILE-SECTION SECTION.
           OPEN INPUT AUDIT-IN.
           IF W_AL-STATUS NOT = '00'
               IF NOT AUDIT-WALK-ON-LIVE
                   ADD 1 TO W_UNREAD-GENERATIONS
                   DISPLAY '** audit generation '
                       FUNCTION TRIM(W_AG-LOG-FILENAME)
                       ' could not be read'
               END-IF
               GO TO READ-AUDIT-FILE-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ AUDIT-IN
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       PERFORM TAKE-AUDIT-LINE-SECTION
               END-READ
           END-PERFORM.
           CLOSE AUDIT-IN.

       READ-AUDIT-FILE-EXIT.
           EXIT.

      * Lines before the one wanted are passed over; the one wanted
      * is kept; every later one for the same person is checked for
      * a change to the fields it changed - or for a reversal of it.
      * A line from before the chain existed has no SEQ= and is
      * never a candidate.
       TAKE-AUDIT-LINE-SECTION SECTION.
           MOVE SPACES TO W_LOG-HEADER W_LOG-REMAINDER.
           UNSTRING A_AUDIT-LINE DELIMITED BY ' KEY='
               INTO W_LOG-HEADER W_LOG-REMAINDER
           END-UNSTRING.
           MOVE SPACES TO W_LOG-OPER-PART W_LOG-SEQ-PART.
           UNSTRING W_LOG-REMAINDER(199:62) DELIMITED BY ' SEQ='
               INTO W_LOG-OPER-PART W_LOG-SEQ-PART
           END-UNSTRING.
           IF W_LOG-SEQ-PART(1:9) IS NOT NUMERIC
               GO TO TAKE-AUDIT-LINE-EXIT
           END-IF.
           MOVE W_LOG-SEQ-PART(1:9) TO W_LOG-SEQ.
           IF W_LOG-SEQ < W_WANTED-SEQ
               GO TO TAKE-AUDIT-LINE-EXIT
           END-IF.

           MOVE SPACES TO W_LOG-STAMP W_LOG-PROGRAM W_LOG-OPERATION.
           UNSTRING W_LOG-HEADER DELIMITED BY ALL SPACE
               INTO W_LOG-STAMP W_LOG-PROGRAM W_LOG-OPERATION
           END-UNSTRING.

           IF W_LOG-SEQ = W_WANTED-SEQ
               PERFORM TAKE-ORIGINAL-SECTION
               GO TO TAKE-AUDIT-LINE-EXIT
           END-IF.

           IF NOT ENTRY-REVERSIBLE
               OR W_LOG-REMAINDER(1:20) NOT = W_ORIG-KEY
               GO TO TAKE-AUDIT-LINE-EXIT
           END-IF.

           IF W_LOG-OPERATION = 'REVERSAL'
               AND W_LOG-REMAINDER(92:8) = 'REVERSES'
               AND W_LOG-REMAINDER(101:9) = W_WANTED-SEQ
               AND W_REVERSED-BY-SEQ = 0
               MOVE W_LOG-SEQ TO W_REVERSED-BY-SEQ
               GO TO TAKE-AUDIT-LINE-EXIT
           END-IF.

           IF NOT PERSON-IMAGE-OPERATION
               OR W_LOG-REMAINDER(119:6) NOT = W_ORIG-KEY(1:6)
               GO TO TAKE-AUDIT-LINE-EXIT
           END-IF.
           MOVE W_LOG-REMAINDER(30:61) TO W_CMP-1.
           MOVE W_LOG-REMAINDER(119:61) TO W_CMP-2.
           PERFORM COMPARE-IMAGES-SECTION.
           IF FIELDS-TOUCHED
               ADD 1 TO W_LATER-COUNT
               IF W_FIRST-LATER-SEQ = 0
                   MOVE W_LOG-SEQ TO W_FIRST-LATER-SEQ
               END-IF
           END-IF.

       TAKE-AUDIT-LINE-EXIT.
           EXIT.

      * The line wanted: reversible only if it is a change to one
      * existing person - keyed by the bare person ID, with a person
      * image of that ID on both sides.
       TAKE-ORIGINAL-SECTION SECTION.
           MOVE 'Y' TO W_ENTRY-FOUND-SW.
           MOVE W_LOG-STAMP TO W_ORIG-STAMP.
           MOVE W_LOG-PROGRAM TO W_ORIG-PROGRAM.
           MOVE W_LOG-OPERATION TO W_ORIG-OPERATION.
           MOVE W_LOG-OPER-PART(8:8) TO W_ORIG-OPERATOR.
           MOVE W_LOG-REMAINDER(1:20) TO W_ORIG-KEY.
           MOVE W_LOG-REMAINDER(30:61) TO W_ORIG-BEFORE.
           MOVE W_LOG-REMAINDER(119:61) TO W_ORIG-AFTER.

           MOVE 'N' TO W_REVERSIBLE-SW.
           IF REVERSIBLE-OPERATION
               AND W_ORIG-KEY(1:6) IS NUMERIC
               AND W_ORIG-KEY(7:14) = SPACES
               AND W_ORIG-BEFORE(1:6) = W_ORIG-KEY(1:6)
               AND W_ORIG-AFTER(1:6) = W_ORIG-KEY(1:6)
               MOVE 'Y' TO W_REVERSIBLE-SW
               MOVE W_ORIG-KEY(1:6) TO W_PERSON-ID
               MOVE W_ORIG-BEFORE TO W_CMP-1
               MOVE W_ORIG-AFTER TO W_CMP-2
               PERFORM COMPARE-IMAGES-SECTION
               MOVE W_DIFF-NAME-SW TO W_CHANGED-NAME-SW
               MOVE W_DIFF-SURNAME-SW TO W_CHANGED-SURNAME-SW
               MOVE W_DIFF-BIRTH-SW TO W_CHANGED-BIRTH-SW
               MOVE W_DIFF-STATUS-SW TO W_CHANGED-STATUS-SW
           END-IF.

      * W_CMP-1 against W_CMP-2, field by field; touched means one
      * of the fields the reversed line changed differs.
       COMPARE-IMAGES-SECTION SECTION.
           MOVE 'N' TO W_DIFF-NAME-SW W_DIFF-SURNAME-SW
               W_DIFF-BIRTH-SW W_DIFF-STATUS-SW W_TOUCHED-SW.
           IF W_CMP-1(7:16) NOT = W_CMP-2(7:16)
               MOVE 'Y' TO W_DIFF-NAME-SW
           END-IF.
           IF W_CMP-1(23:25) NOT = W_CMP-2(23:25)
               MOVE 'Y' TO W_DIFF-SURNAME-SW
           END-IF.
           IF W_CMP-1(48:4) NOT = W_CMP-2(48:4)
               OR W_CMP-1(53:9) NOT = W_CMP-2(53:9)
               MOVE 'Y' TO W_DIFF-BIRTH-SW
           END-IF.
           IF W_CMP-1(52:1) NOT = W_CMP-2(52:1)
               MOVE 'Y' TO W_DIFF-STATUS-SW
           END-IF.
           IF (DIFF-NAME AND CHANGED-NAME)
               OR (DIFF-SURNAME AND CHANGED-SURNAME)
               OR (DIFF-BIRTH AND CHANGED-BIRTH)
               OR (DIFF-STATUS AND CHANGED-STATUS)
               MOVE 'Y' TO W_TOUCHED-SW
           END-IF.

      * The record on file with the changed fields put back to the
      * line's before-image, and whether the record still holds
      * what the line's after-image left in them.
       BUILD-REVERSAL-SECTION SECTION.
           MOVE QB_PERSON TO QA_PERSON.
           MOVE W_ORIG-BEFORE TO W_CMP-1.
           IF CHANGED-NAME
               MOVE W_CMP-1(7:16) TO QA_PERSON-NAME
           END-IF.
           IF CHANGED-SURNAME
               MOVE W_CMP-1(23:25) TO QA_PERSON-SURNAME
           END-IF.
           IF CHANGED-BIRTH
               MOVE W_CMP-1(48:4) TO QA_PERSON-BIRTH-YEAR
               MOVE W_CMP-1(53:8) TO QA_PERSON-BIRTH-DATE
               MOVE W_CMP-1(61:1) TO QA_PERSON-BIRTH-QUALITY
           END-IF.
           IF CHANGED-STATUS
               MOVE W_CMP-1(52:1) TO QA_PERSON-STATUS
           END-IF.

           MOVE QB_PERSON TO W_CMP-1.
           MOVE W_ORIG-AFTER TO W_CMP-2.
           PERFORM COMPARE-IMAGES-SECTION.
           IF FIELDS-TOUCHED
               MOVE 'Y' TO W_CURRENT-MOVED-SW
           END-IF.

      * The reversal applied: rewritten, the control record brought
      * up to date, audited, and the usual side effects of a
      * surname change or a status move.
       APPLY-REVERSAL-SECTION SECTION.
           MOVE QA_PERSON TO FIO_PERSON.
           REWRITE FIO_PERSON
               INVALID KEY
                   DISPLAY '** rewrite failed for person '
                       FIO_PERSON-ID' - nothing reversed'
                   CLOSE PERSON-IO
                   MOVE 16 TO RETURN-CODE
                   GO TO APPLY-REVERSAL-EXIT
           END-REWRITE.
           CLOSE PERSON-IO.

           PERFORM UPDATE-PERSON-CONTROL-SECTION.

           MOVE '102_REVERSE_CHANGE' TO W_AUDIT-PROGRAM.
           MOVE 'REVERSAL' TO W_AUDIT-OPERATION.
           PERFORM AUDIT-REVERSAL-SECTION.
           ADD 1 TO W_DONE-COUNT.

           IF QA_PERSON-SURNAME NOT = QB_PERSON-SURNAME
               PERFORM WRITE-FORMER-SURNAME-SECTION
           END-IF.
           IF QA_PERSON-STATUS NOT = QB_PERSON-STATUS
               PERFORM STATUS-MOVED-SECTION
           END-IF.

           DISPLAY 'Audit entry SEQ='W_WANTED-SEQ' reversed on '
               'person 'W_PERSON-ID.

       APPLY-REVERSAL-EXIT.
           EXIT.

      * Parked for a second operator, the 09_MAINTAIN way - first
      * use creates the queue, the next free ID is one past the
      * highest on file - unless this very line already waits there.
      * The QUEUE audit line records the request without pretending
      * anything changed on the person file.
       ENQUEUE-REVERSAL-SECTION SECTION.
           OPEN I-O APPROVAL-QUEUE.
           IF W_AP-STATUS = '35'
               OPEN OUTPUT APPROVAL-QUEUE
               CLOSE APPROVAL-QUEUE
               OPEN I-O APPROVAL-QUEUE
           END-IF.
           IF W_AP-STATUS NOT = '00'
               DISPLAY '** could not open pending_approvals.dat '
                   '(status 'W_AP-STATUS') - reversal not queued, '
                   'not applied'
               MOVE 16 TO RETURN-CODE
               GO TO ENQUEUE-REVERSAL-EXIT
           END-IF.

           MOVE SPACES TO W_REFERENCE.
           MOVE W_WANTED-SEQ TO W_REFERENCE(1:9).
           IF REVERSAL-CONFLICT
               MOVE 'CONFLICT' TO W_REFERENCE(11:8)
           END-IF.

           MOVE 0 TO W_NEXT-APPROVAL-ID W_QUEUED-ID.
           MOVE 'N' TO B_AP-EOF.
           PERFORM UNTIL B_AP-EOF = 'Y'
               READ APPROVAL-QUEUE NEXT RECORD
                   AT END MOVE 'Y' TO B_AP-EOF
                   NOT AT END
                       MOVE AP_APPROVAL-ID TO W_NEXT-APPROVAL-ID
                       IF AP_QUEUED AND AP_ACTION = 'REVERSAL'
                           AND AP_REFERENCE(1:9) = W_REFERENCE(1:9)
                           MOVE AP_APPROVAL-ID TO W_QUEUED-ID
                       END-IF
               END-READ
           END-PERFORM.
           IF W_QUEUED-ID > 0
               DISPLAY 'Already queued as approval 'W_QUEUED-ID
                   ' - nothing more to do until it is decided'
               CLOSE APPROVAL-QUEUE
               MOVE 4 TO RETURN-CODE
               GO TO ENQUEUE-REVERSAL-EXIT
           END-IF.
           ADD 1 TO W_NEXT-APPROVAL-ID.

           MOVE W_NEXT-APPROVAL-ID TO AP_APPROVAL-ID.
           MOVE W_PERSON-ID TO AP_PERSON-ID.
           MOVE 'REVERSAL' TO AP_ACTION.
           MOVE 'P' TO AP_STATE.
           MOVE W_OPERATOR-ID TO AP_REQUESTED-BY.
           MOVE W_TODAY TO AP_REQUESTED-ON.
           MOVE W_BRANCH-CODE TO AP_BRANCH.
           MOVE QB_PERSON TO AP_BEFORE.
           MOVE QA_PERSON TO AP_AFTER.
           MOVE SPACES TO AP_DECIDED-BY.
           MOVE 0 TO AP_DECIDED-ON.
           MOVE W_REFERENCE TO AP_REFERENCE.
           MOVE SPACES TO AP_DECISION-REASON.
           WRITE AP_APPROVAL
               INVALID KEY
                   DISPLAY '** could not queue approval '
                       W_NEXT-APPROVAL-ID
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO W_DONE-COUNT
                   MOVE '102_REVERSE_CHANGE' TO W_AUDIT-PROGRAM
                   MOVE 'QUEUE' TO W_AUDIT-OPERATION
                   PERFORM AUDIT-REVERSAL-SECTION
                   IF REVERSAL-CONFLICT
                       DISPLAY 'Referred to a supervisor as approval '
                           W_NEXT-APPROVAL-ID' - it is applied only '
                           'if approved in 34_approval_queue'
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       DISPLAY 'Person 'W_PERSON-ID' is Active - '
                           'queued as approval 'W_NEXT-APPROVAL-ID
                           ', a second operator must approve it in '
                           '34_approval_queue before it lands'
                   END-IF
           END-WRITE.
           CLOSE APPROVAL-QUEUE.

       ENQUEUE-REVERSAL-EXIT.
           EXIT.

      * The record before and after the reversal, the line it
      * undoes named behind the before-image. The caller sets the
      * program and operation.
       AUDIT-REVERSAL-SECTION SECTION.
           MOVE W_PERSON-ID TO W_AUDIT-KEY.
           MOVE QB_PERSON TO W_AUDIT-BEFORE.
           MOVE 'REVERSES' TO W_AUDIT-BEFORE(63:8).
           MOVE W_WANTED-SEQ TO W_AUDIT-BEFORE(72:9).
           MOVE QA_PERSON TO W_AUDIT-AFTER.
           PERFORM WRITE-AUDIT-SECTION.

      * Same status-35 create-and-reopen dance as 09_MAINTAIN's own
      * former-surname write.
       WRITE-FORMER-SURNAME-SECTION SECTION.
           OPEN I-O FORMER-SURNAME-FILE.
           IF W_FS-STATUS = '35'
               OPEN OUTPUT FORMER-SURNAME-FILE
               CLOSE FORMER-SURNAME-FILE
               OPEN I-O FORMER-SURNAME-FILE
           END-IF.
           IF W_FS-STATUS NOT = '00'
               DISPLAY '** could not record former surname for '
                   'person 'W_PERSON-ID' (status 'W_FS-STATUS')'
               GO TO WRITE-FORMER-SURNAME-EXIT
           END-IF.
           MOVE W_PERSON-ID TO FS_PERSON-ID.
           MOVE W_TODAY TO FS_EFFECTIVE-DATE.
           MOVE QB_PERSON-SURNAME TO FS_SURNAME.
           WRITE FS_RECORD
               INVALID KEY
                   DISPLAY '** could not record former surname '
                       'for person 'W_PERSON-ID
           END-WRITE.
           CLOSE FORMER-SURNAME-FILE.

       WRITE-FORMER-SURNAME-EXIT.
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
