      * Run as: 18_web_intake
      * Intake of the corrections members key into the web portal.
      * The portal team writes to MariaDB only - never to output.dat
      * - so a member's correction of their own name, surname or
      * birth date arrives as a row in person_change_requests (04_ddl
      * migration 013) and reaches the person file the same way an
      * operator's change to an Active person does: through the
      * maker-checker queue (see APPROVAL-RECORD.cpy). Two passes:
      *   outcomes - every item on pending_approvals.dat that came
      *          from the portal (reference "WEB <request>") and has
      *          since been decided in 34_APPROVAL_QUEUE is written
      *          back to its row: A applied, R rejected with the
      *          checker's reason, B bounced because the record
      *          changed after the request was queued;
      *   intake - every new row (state N) is matched to the person
      *          on output.dat by ID and the surname the member
      *          signed in under, the corrected record is built and
      *          put through 03_VALIDATE_PERSON, and a request that
      *          passes is queued as a CHANGE for a checker - the
      *          row goes to Q with its approval ID. One that fails
      *          goes to X with the reason, for the portal to show.
      * Each row is committed as soon as its queue item is written,
      * so a run that stops part-way never queues a request twice.
      * Up to W_INTAKE-MAX new rows are taken per run - any more
      * wait for the next one. Holds the person lock while it
      * writes the queue, as every queue writer does. Nightly, after
      * the day's approval queue review.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 18_web_intake.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PERSON-IN ASSIGN TO 'output.dat'
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

               SELECT SQL-ERROR-LOG ASSIGN TO 'sql_error.log'
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
           COPY 'SQL-ERROR-LOG.cpy'.
           COPY 'AUDIT-LOG.cpy'.
           COPY 'AUDIT-CHAIN-FILE.cpy'.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'PERSON-LOCK-FILE.cpy'.

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

           WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  HOSTVARS.
               05 BUFFER               PIC X(1024).
               05 r-request-id         PIC 9(9).
               05 r-person-id          PIC 9(6).
               05 r-current-surname    PIC X(25).
               05 r-new-name           PIC X(16).
               05 r-new-surname        PIC X(25).
               05 r-new-birth-date     PIC 9(8).
               05 r-state              PIC X(1).
               05 r-reason             PIC X(60).
               05 r-approval-id        PIC 9(6).
               05 r-decided-on         PIC 9(8).
           EXEC SQL END DECLARE SECTION END-EXEC.
           COPY 'DB-CONNECT-FIELDS.cpy'.

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
           01 W_PI-STATUS PIC X(2).
           01 W_AP-STATUS PIC X(2).
           01 W_TODAY PIC 9(8) VALUE 0.
           01 W_QUEUE-OPEN-SW PIC X(1) VALUE 'N'.
               88 QUEUE-OPEN VALUE 'Y'.
           01 W_UPDATE-ROWCOUNT PIC 9(9) VALUE 0.

      * New rows collected off the cursor before any is worked, so
      * each can be committed on its own.
           01 W_INTAKE-MAX PIC 9(4) VALUE 500.
           01 W_INTAKE-TABLE.
               02 W_INTAKE-ID PIC 9(9) OCCURS 500 TIMES.
           01 W_INTAKE-COUNT PIC 9(4) VALUE 0.
           01 W_INTAKE-SUB PIC 9(4) VALUE 0.
           01 W_INTAKE-LEFT-SW PIC X(1) VALUE 'N'.
               88 INTAKE-LEFT-OVER VALUE 'Y'.

      * The portal's request number as an approval item carries it.
           01 W_REFERENCE PIC X(20) VALUE SPACES.
           01 W_NEXT-APPROVAL-ID PIC 9(6) VALUE 0.

      * Validation subroutine linkage (see 03_VALIDATE_PERSON.cbl).
           01 W_VALID-REASON PIC X(40) VALUE SPACES.
           01 W_VALID-STATUS PIC X(1) VALUE '0'.
               88 VALID-OK VALUE '0'.

           01 W_WRITTEN-BACK-COUNT PIC 9(6) VALUE 0.
           01 W_NEW-COUNT PIC 9(6) VALUE 0.
           01 W_QUEUED-COUNT PIC 9(6) VALUE 0.
           01 W_REFUSED-COUNT PIC 9(6) VALUE 0.

      * Shared audit trail (see AUDIT-TRAIL.cpy).
           COPY 'AUDIT-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy).
           COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Advisory lock fields (see PERSON-LOCK.cpy).
           COPY 'PERSON-LOCK-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           MOVE 'WEB' TO W_AUDIT-OPERATOR.
           MOVE 'WEB' TO W_TRAILER-OPERATOR.

           PERFORM DB-CONNECT-SECTION.
           PERFORM SQL-CONNECT-WITH-RETRY-SECTION.

           MOVE '18_WEB_INTAKE' TO W_LOCK-PROGRAM.
           PERFORM ACQUIRE-PERSON-LOCK-SECTION.

           OPEN I-O APPROVAL-QUEUE.
           IF W_AP-STATUS = '35'
               OPEN OUTPUT APPROVAL-QUEUE
               CLOSE APPROVAL-QUEUE
               OPEN I-O APPROVAL-QUEUE
           END-IF.
           IF W_AP-STATUS NOT = '00'
               DISPLAY '** could not open pending_approvals.dat '
                   '(status 'W_AP-STATUS') - nothing taken in, '
                   'nothing written back'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'Y' TO W_QUEUE-OPEN-SW
           END-IF.

           IF QUEUE-OPEN
               PERFORM OUTCOME-PASS-SECTION
               PERFORM INTAKE-PASS-SECTION
               CLOSE APPROVAL-QUEUE
           END-IF.

           PERFORM RELEASE-PERSON-LOCK-SECTION.

           EXEC SQL
               CONNECT RESET
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           DISPLAY W_WRITTEN-BACK-COUNT' outcome(s) written back, '
               W_NEW-COUNT' new request(s): 'W_QUEUED-COUNT
               ' queued for approval, 'W_REFUSED-COUNT' refused'.
           IF INTAKE-LEFT-OVER
               DISPLAY 'More than 'W_INTAKE-MAX' new requests - the '
                   'rest are taken in on the next run'
           END-IF.

           MOVE '18_WEB_INTAKE' TO W_TRAILER-PROGRAM.
           MOVE W_QUEUED-COUNT TO W_TRAILER-COUNT.
           IF RETURN-CODE = 0
               MOVE 'COMPLETE' TO W_TRAILER-STATUS
           ELSE
               MOVE 'FAILED' TO W_TRAILER-STATUS
           END-IF.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

      * Every portal item the checker has decided goes back to its
      * row. Only a row still at Q for that approval is touched, so
      * an outcome already written back is not written again.
      * The same read finds the highest approval ID on file, for
      * the intake pass to number its items from.
       OUTCOME-PASS-SECTION SECTION.
           MOVE 'N' TO B_AP-EOF.
           PERFORM UNTIL B_AP-EOF = 'Y'
               READ APPROVAL-QUEUE NEXT RECORD
                   AT END MOVE 'Y' TO B_AP-EOF
                   NOT AT END
                       MOVE AP_APPROVAL-ID TO W_NEXT-APPROVAL-ID
                       IF AP_REFERENCE(1:4) = 'WEB '
                           AND AP_REFERENCE(5:9) IS NUMERIC
                           AND NOT AP_QUEUED
                           PERFORM WRITE-BACK-OUTCOME-SECTION
                       END-IF
               END-READ
           END-PERFORM.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   COMMIT
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

       WRITE-BACK-OUTCOME-SECTION SECTION.
           MOVE AP_REFERENCE(5:9) TO r-request-id.
           MOVE AP_APPROVAL-ID TO r-approval-id.
           MOVE AP_DECIDED-ON TO r-decided-on.
           MOVE SPACES TO r-reason.
           EVALUATE TRUE
               WHEN AP_APPROVED
                   MOVE 'A' TO r-state
               WHEN AP_DECISION-REASON(1:7) = 'BOUNCED'
                   MOVE 'B' TO r-state
                   MOVE 'Record changed first - please resubmit'
                       TO r-reason
               WHEN OTHER
                   MOVE 'R' TO r-state
                   MOVE AP_DECISION-REASON TO r-reason
           END-EVALUATE.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   UPDATE person_change_requests
                   SET state = :r-state,
                       reason = :r-reason,
                       decided_on = :r-decided-on
                   WHERE request_id = :r-request-id
                     AND approval_id = :r-approval-id
                     AND state = 'Q'
               END-EXEC
               PERFORM SQLSTATE-CHECK
               MOVE SQLERRD(3) TO W_UPDATE-ROWCOUNT
           END-PERFORM.
           IF W_UPDATE-ROWCOUNT > 0
               ADD 1 TO W_WRITTEN-BACK-COUNT
           END-IF.

      * The new rows' IDs first, cursor closed, then each worked and
      * committed on its own.
       INTAKE-PASS-SECTION SECTION.
           OPEN INPUT PERSON-IN.
           IF W_PI-STATUS NOT = '00'
               DISPLAY '** output.dat open failed (status '
                   W_PI-STATUS') - no new requests taken in'
               MOVE 16 TO RETURN-CODE
               GO TO INTAKE-PASS-EXIT
           END-IF.

           EXEC SQL
               DECLARE NEW_REQUESTS CURSOR FOR
               SELECT request_id FROM person_change_requests
               WHERE state = 'N'
               ORDER BY request_id
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           EXEC SQL
               OPEN NEW_REQUESTS
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               EXEC SQL
                   FETCH NEW_REQUESTS INTO :r-request-id
               END-EXEC
               PERFORM SQLSTATE-CHECK
               IF SQLCODE = 100
                   MOVE 'Y' TO B_EOF
               ELSE
                   IF W_INTAKE-COUNT < W_INTAKE-MAX
                       ADD 1 TO W_INTAKE-COUNT
                       MOVE r-request-id
                           TO W_INTAKE-ID(W_INTAKE-COUNT)
                   ELSE
                       MOVE 'Y' TO W_INTAKE-LEFT-SW
                       MOVE 'Y' TO B_EOF
                   END-IF
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE NEW_REQUESTS
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           PERFORM VARYING W_INTAKE-SUB FROM 1 BY 1
                   UNTIL W_INTAKE-SUB > W_INTAKE-COUNT
               MOVE W_INTAKE-ID(W_INTAKE-SUB) TO r-request-id
               PERFORM TAKE-ONE-REQUEST-SECTION
           END-PERFORM.

           CLOSE PERSON-IN.

       INTAKE-PASS-EXIT.
           EXIT.

       TAKE-ONE-REQUEST-SECTION SECTION.
           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   SELECT person_id, current_surname, new_name,
                          new_surname, new_birth_date
                   INTO :r-person-id, :r-current-surname,
                        :r-new-name, :r-new-surname,
                        :r-new-birth-date
                   FROM person_change_requests
                   WHERE request_id = :r-request-id
                     AND state = 'N'
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.
           IF SQLCODE NOT = 0
               GO TO TAKE-ONE-REQUEST-EXIT
           END-IF.
           ADD 1 TO W_NEW-COUNT.

           MOVE r-person-id TO FI_PERSON-ID.
           READ PERSON-IN
               INVALID KEY
                   MOVE 'No member with that number' TO r-reason
                   PERFORM REFUSE-REQUEST-SECTION
                   GO TO TAKE-ONE-REQUEST-EXIT
           END-READ.

           IF r-current-surname NOT = FI_PERSON-SURNAME
               MOVE 'Does not match the member on file' TO r-reason
               PERFORM REFUSE-REQUEST-SECTION
               GO TO TAKE-ONE-REQUEST-EXIT
           END-IF.

           IF FI_PERSON-DECEASED
               MOVE 'The record is closed' TO r-reason
               PERFORM REFUSE-REQUEST-SECTION
               GO TO TAKE-ONE-REQUEST-EXIT
           END-IF.

      * The corrected record - a blank or zero column leaves the
      * field as it is; a birth date given is a full, exact one.
           MOVE FI_PERSON TO QA_PERSON.
           IF r-new-name NOT = SPACES
               MOVE r-new-name TO QA_PERSON-NAME
           END-IF.
           IF r-new-surname NOT = SPACES
               MOVE r-new-surname TO QA_PERSON-SURNAME
           END-IF.
           IF r-new-birth-date > 0
               MOVE r-new-birth-date TO QA_PERSON-BIRTH-DATE
               MOVE r-new-birth-date(1:4) TO QA_PERSON-BIRTH-YEAR
               MOVE 'F' TO QA_PERSON-BIRTH-QUALITY
           END-IF.

           IF QA_PERSON = FI_PERSON
               MOVE 'Nothing to change - the record says this'
                   TO r-reason
               PERFORM REFUSE-REQUEST-SECTION
               GO TO TAKE-ONE-REQUEST-EXIT
           END-IF.

           MOVE SPACES TO W_VALID-REASON.
           CALL '03_VALIDATE_PERSON' USING QA_PERSON, W_VALID-REASON,
               W_VALID-STATUS.
           IF NOT VALID-OK
               MOVE W_VALID-REASON TO r-reason
               PERFORM REFUSE-REQUEST-SECTION
               GO TO TAKE-ONE-REQUEST-EXIT
           END-IF.

           PERFORM ENQUEUE-REQUEST-SECTION.

       TAKE-ONE-REQUEST-EXIT.
           EXIT.

      * The request parked for a checker exactly as 09_MAINTAIN
      * parks an operator's CHANGE to an Active person - head-office
      * file, next free approval ID - with the portal's request
      * number as its reference. The row goes to Q and is committed
      * straight after, so queue and table agree.
       ENQUEUE-REQUEST-SECTION SECTION.
           MOVE SPACES TO W_REFERENCE.
           MOVE 'WEB ' TO W_REFERENCE(1:4).
           MOVE r-request-id TO W_REFERENCE(5:9).
           ADD 1 TO W_NEXT-APPROVAL-ID.

           MOVE W_NEXT-APPROVAL-ID TO AP_APPROVAL-ID.
           MOVE FI_PERSON-ID TO AP_PERSON-ID.
           MOVE 'CHANGE' TO AP_ACTION.
           MOVE 'P' TO AP_STATE.
           MOVE 'WEB' TO AP_REQUESTED-BY.
           MOVE W_TODAY TO AP_REQUESTED-ON.
           MOVE SPACES TO AP_BRANCH.
           MOVE FI_PERSON TO AP_BEFORE.
           MOVE QA_PERSON TO AP_AFTER.
           MOVE SPACES TO AP_DECIDED-BY.
           MOVE 0 TO AP_DECIDED-ON.
           MOVE W_REFERENCE TO AP_REFERENCE.
           MOVE SPACES TO AP_DECISION-REASON.
           WRITE AP_APPROVAL
               INVALID KEY
                   DISPLAY '** could not queue request '
                       r-request-id' as approval '
                       W_NEXT-APPROVAL-ID' - left for the next run'
                   MOVE 16 TO RETURN-CODE
                   GO TO ENQUEUE-REQUEST-EXIT
           END-WRITE.

           MOVE '18_WEB_INTAKE' TO W_AUDIT-PROGRAM.
           MOVE 'QUEUE' TO W_AUDIT-OPERATION.
           MOVE FI_PERSON-ID TO W_AUDIT-KEY.
           MOVE AP_BEFORE TO W_AUDIT-BEFORE.
           MOVE AP_AFTER TO W_AUDIT-AFTER.
           PERFORM WRITE-AUDIT-SECTION.

           MOVE 'Q' TO r-state.
           MOVE SPACES TO r-reason.
           MOVE W_NEXT-APPROVAL-ID TO r-approval-id.
           PERFORM SET-REQUEST-STATE-SECTION.
           ADD 1 TO W_QUEUED-COUNT.

       ENQUEUE-REQUEST-EXIT.
           EXIT.

       REFUSE-REQUEST-SECTION SECTION.
           MOVE 'X' TO r-state.
           MOVE 0 TO r-approval-id.
           PERFORM SET-REQUEST-STATE-SECTION.
           ADD 1 TO W_REFUSED-COUNT.

       SET-REQUEST-STATE-SECTION SECTION.
           MOVE W_TODAY TO r-decided-on.
           IF r-state = 'Q'
               MOVE 0 TO r-decided-on
           END-IF.
           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   UPDATE person_change_requests
                   SET state = :r-state,
                       reason = :r-reason,
                       approval_id = :r-approval-id,
                       decided_on = :r-decided-on
                   WHERE request_id = :r-request-id
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

           MOVE 'Y' TO SQLSTATE-RETRY-SW.
           PERFORM UNTIL NOT SQLSTATE-RETRY-NEEDED
               MOVE 'N' TO SQLSTATE-RETRY-SW
               EXEC SQL
                   COMMIT
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.

       COPY 'SQLSTATE-CHECK.cpy'.
       COPY 'DB-CONNECT.cpy'.
       COPY 'AUDIT-TRAIL.cpy'.
       COPY 'JOB-TRAILER.cpy'.
       COPY 'PERSON-LOCK.cpy'.
