      * file exists to close.
      * WORKING-STORAGE persists across CALLs, so the control file
      * is only read on the first call of the run.
      *
      * Knowing a colleague's ID is not enough to act as them: the
      * first call of the run for an operator asks for their PIN,
      * checked against the digest on operator_pins.dat (see
      * OPERATOR-PIN-RECORD.cpy and 14_PIN_HASH) - later calls for
      * the same operator in the same run do not ask again. An
      * unattended run (09_MAINTAIN BATCH) has nobody to ask, so the
      * PIN is taken from the COBOLFILE_OPERATOR_PIN environment
      * variable when the job sets it. security_policy.ctl
      * ("RULE value", one per line) sets
      *     MAX-FAILED-ATTEMPTS n   wrong PINs before the operator
      *                             is locked out (default 3)
      *     PIN-CHANGE-DAYS n       days a PIN lasts before it must
      *                             be changed at sign-on (default
      *                             90, 0 = never)
      * A locked-out operator stays out until a supervisor clears
      * it with 86_OPERATOR_SECURITY UNLOCK. A PIN a supervisor
      * issued, or one past its interval, has to be replaced before
      * the sign-on goes through; LS-ACTION of NEWPIN asks for a
      * change on demand. Every refusal - unknown ID, no PIN, wrong
      * PIN, locked out, PIN change not completed, action not
      * granted - goes onto security_violations.log (see
      * SECURITY-LOG.cpy) for 87_SECURITY_REPORT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 08_OPERATOR_SIGNON.

                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_OPS-STATUS.

               SELECT POLICY-CONTROL ASSIGN TO 'security_policy.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_POLICY-STATUS.

               SELECT PIN-FILE ASSIGN TO 'operator_pins.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_PIN-STATUS.

               SELECT SECURITY-LOG ASSIGN TO 'security_violations.log'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_SECURITY-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD OPERATORS-CONTROL.
           01 OC_OPERATOR-LINE PIC X(132).

           FD POLICY-CONTROL.
           01 PC_POLICY-LINE PIC X(40).

           FD PIN-FILE.
           COPY 'OPERATOR-PIN-RECORD.cpy'
               REPLACING PREFIX-ID BY OP_ID
                         PREFIX-HASH BY OP_HASH
                         PREFIX-SET-ON BY OP_SET-ON
                         PREFIX-MUST-CHANGE BY OP_MUST-CHANGE
                         PREFIX-CHANGE-DUE BY OP_CHANGE-DUE
                         PREFIX-FAILURES BY OP_FAILURES
                         PREFIX-LOCK BY OP_LOCK
                         PREFIX-LOCKED BY OP_LOCKED
                         PREFIX-LOCKED-ON BY OP_LOCKED-ON
                         PREFIX-SET-BY BY OP_SET-BY
                         PREFIX BY OP_PIN.

           COPY 'SECURITY-LOG.cpy'.

           WORKING-STORAGE SECTION.
           01 W_OPS-STATUS PIC X(2).
           01 W_POLICY-STATUS PIC X(2).
           01 W_PIN-STATUS PIC X(2).
           01 W_SECURITY-STATUS PIC X(2).
           01 B_OPS-EOF PIC X(1) VALUE 'N'.
           01 W_FILE-LOADED-SW PIC X(1) VALUE 'N'.
               88 OPERATORS-LOADED VALUE 'Y'.
               88 OPERATORS-FILE-MISSING VALUE 'Y'.

      * The whole operator table, read once - forty operators is
      * well past the size of this shop. W_OT-VERIFIED is Y once
      * the operator's PIN has been given in this run.
           01 W_OPERATOR-TABLE.
               02 W_OPERATOR-ENTRY OCCURS 40 TIMES.
                   03 W_OT-ID PIC X(8).
                   03 W_OT-PERMS PIC X(120).
                   03 W_OT-VERIFIED PIC X(1).
           01 W_OPERATOR-COUNT PIC 9(2) VALUE 0.
           01 W_OT-SUB PIC 9(2) VALUE 0.
           01 W_MATCH-SUB PIC 9(2) VALUE 0.
           01 W_ACTION-TRIMMED PIC X(10) VALUE SPACES.
           01 W_HIT-COUNT PIC 9(2) VALUE 0.

      * security_policy.ctl, with the built-in defaults.
           01 W_MAX-FAILURES PIC 9(2) VALUE 3.
           01 W_CHANGE-DAYS PIC 9(3) VALUE 90.
           01 W_RULE-NAME PIC X(20) VALUE SPACES.
           01 W_RULE-VALUE PIC X(4) VALUE SPACES.

      * operator_pins.dat, read once and written back whole after
      * every attempt that changes it.
           01 W_PIN-TABLE.
               02 W_PT-LINE PIC X(61) OCCURS 40 TIMES.
           01 W_PIN-COUNT PIC 9(2) VALUE 0.
           01 W_PT-SUB PIC 9(2) VALUE 0.
           01 W_PIN-MATCH PIC 9(2) VALUE 0.
           COPY 'OPERATOR-PIN-RECORD.cpy'
               REPLACING PREFIX-ID BY PW_ID
                         PREFIX-HASH BY PW_HASH
                         PREFIX-SET-ON BY PW_SET-ON
                         PREFIX-MUST-CHANGE BY PW_MUST-CHANGE
                         PREFIX-CHANGE-DUE BY PW_CHANGE-DUE
                         PREFIX-FAILURES BY PW_FAILURES
                         PREFIX-LOCK BY PW_LOCK
                         PREFIX-LOCKED BY PW_LOCKED
                         PREFIX-LOCKED-ON BY PW_LOCKED-ON
                         PREFIX-SET-BY BY PW_SET-BY
                         PREFIX BY PW_PIN.

           01 W_PIN-ENTERED PIC X(8) VALUE SPACES.
           01 W_PIN-CONFIRM PIC X(8) VALUE SPACES.
           01 W_PIN-DIGEST PIC X(18) VALUE SPACES.
           01 W_PIN-LEN PIC 9(2) VALUE 0.
           01 W_PIN-ENV PIC X(8) VALUE SPACES.
           01 W_PIN-OK-SW PIC X(1) VALUE 'N'.
               88 PIN-ACCEPTED VALUE 'Y'.
           01 W_CHANGED-NOW-SW PIC X(1) VALUE 'N'.
               88 PIN-CHANGED-NOW VALUE 'Y'.
           01 W_TODAY PIC 9(8) VALUE 0.
           01 W_NOW PIC 9(8) VALUE 0.
           01 W_PIN-AGE PIC S9(7) VALUE 0.

      * The line going onto security_violations.log.
           01 W_EVENT PIC X(8) VALUE SPACES.

           LINKAGE SECTION.
           01 LS-OPERATOR-ID PIC X(8).
           01 LS-ACTION PIC X(10).
               LS-REASON, LS-STATUS.
           IF NOT OPERATORS-LOADED
               PERFORM LOAD-OPERATORS-SECTION
               PERFORM LOAD-POLICY-SECTION
               PERFORM LOAD-PINS-SECTION
           END-IF.

           SET LS-SUCCESS TO TRUE.
           MOVE SPACES TO LS-REASON.
           MOVE 'N' TO W_CHANGED-NOW-SW.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.

           IF OPERATORS-FILE-MISSING
               SET LS-FAILURE TO TRUE
           IF LS-OPERATOR-ID = SPACES
               SET LS-FAILURE TO TRUE
               MOVE 'operator ID is blank' TO LS-REASON
               MOVE 'UNKNOWN' TO W_EVENT
               PERFORM LOG-VIOLATION-SECTION
               GO TO SIGNON-EXIT
           END-IF.

           IF W_MATCH-SUB = 0
               SET LS-FAILURE TO TRUE
               MOVE 'operator not on file' TO LS-REASON
               MOVE 'UNKNOWN' TO W_EVENT
               PERFORM LOG-VIOLATION-SECTION
               GO TO SIGNON-EXIT
           END-IF.

           IF W_OT-VERIFIED(W_MATCH-SUB) NOT = 'Y'
               PERFORM VERIFY-PIN-SECTION
               IF LS-FAILURE
                   GO TO SIGNON-EXIT
               END-IF
           END-IF.

      * A change the sign-on itself just forced answers NEWPIN too.
           IF LS-ACTION = 'NEWPIN'
               IF PIN-CHANGED-NOW
                   GO TO SIGNON-EXIT
               END-IF
               PERFORM CHANGE-PIN-SECTION
               IF NOT PIN-ACCEPTED
                   SET LS-FAILURE TO TRUE
                   MOVE 'new PIN not accepted - old PIN stands'
                       TO LS-REASON
               END-IF
               GO TO SIGNON-EXIT
           END-IF.

                      W_ACTION-TRIMMED DELIMITED BY SPACE
                   INTO LS-REASON
               END-STRING
               MOVE 'DENIED' TO W_EVENT
               PERFORM LOG-VIOLATION-SECTION
           END-IF.

       SIGNON-EXIT.
                   FOR ALL W_ACTION-WRAPPED(1:W_OT-SUB)
           END-IF.

      * The PIN check, once per operator per run. The failure count
      * is written back before the answer is given, so cutting the
      * program off after a wrong PIN does not reset it.
       VERIFY-PIN-SECTION SECTION.
           MOVE 0 TO W_PIN-MATCH.
           PERFORM VARYING W_PT-SUB FROM 1 BY 1
                   UNTIL W_PT-SUB > W_PIN-COUNT
               IF W_PT-LINE(W_PT-SUB)(1:8) = LS-OPERATOR-ID
                   MOVE W_PT-SUB TO W_PIN-MATCH
               END-IF
           END-PERFORM.
           IF W_PIN-MATCH = 0
               SET LS-FAILURE TO TRUE
               MOVE 'no PIN issued - see a supervisor' TO LS-REASON
               MOVE 'NOPIN' TO W_EVENT
               PERFORM LOG-VIOLATION-SECTION
               GO TO VERIFY-PIN-EXIT
           END-IF.
           MOVE W_PT-LINE(W_PIN-MATCH) TO PW_PIN.

           IF PW_LOCKED
               SET LS-FAILURE TO TRUE
               MOVE 'operator locked out - see a supervisor'
                   TO LS-REASON
               MOVE 'LOCKED' TO W_EVENT
               PERFORM LOG-VIOLATION-SECTION
               GO TO VERIFY-PIN-EXIT
           END-IF.

           MOVE SPACES TO W_PIN-ENV.
           ACCEPT W_PIN-ENV FROM ENVIRONMENT 'COBOLFILE_OPERATOR_PIN'.
           IF W_PIN-ENV NOT = SPACES
               MOVE W_PIN-ENV TO W_PIN-ENTERED
           ELSE
               DISPLAY 'PIN for 'LS-OPERATOR-ID': '
               MOVE SPACES TO W_PIN-ENTERED
               ACCEPT W_PIN-ENTERED
           END-IF.
           CALL '14_PIN_HASH' USING LS-OPERATOR-ID, W_PIN-ENTERED,
               W_PIN-DIGEST.
           MOVE SPACES TO W_PIN-ENTERED.

           IF W_PIN-DIGEST NOT = PW_HASH
               ADD 1 TO PW_FAILURES
               SET LS-FAILURE TO TRUE
               IF PW_FAILURES >= W_MAX-FAILURES
                   MOVE 'L' TO PW_LOCK
                   MOVE W_TODAY TO PW_LOCKED-ON
                   MOVE 'wrong PIN - operator now locked out'
                       TO LS-REASON
                   MOVE 'LOCKOUT' TO W_EVENT
               ELSE
                   MOVE 'wrong PIN' TO LS-REASON
                   MOVE 'BADPIN' TO W_EVENT
               END-IF
               MOVE PW_PIN TO W_PT-LINE(W_PIN-MATCH)
               PERFORM SAVE-PINS-SECTION
               PERFORM LOG-VIOLATION-SECTION
               GO TO VERIFY-PIN-EXIT
           END-IF.

           MOVE 0 TO PW_FAILURES.
           MOVE PW_PIN TO W_PT-LINE(W_PIN-MATCH).
           PERFORM SAVE-PINS-SECTION.
           MOVE 'Y' TO W_OT-VERIFIED(W_MATCH-SUB).

      * An issued PIN, or one past its interval, is replaced here
      * or the sign-on does not go through.
           MOVE 0 TO W_PIN-AGE.
           IF W_CHANGE-DAYS > 0 AND PW_SET-ON IS NUMERIC
              AND PW_SET-ON > 0
               COMPUTE W_PIN-AGE = FUNCTION INTEGER-OF-DATE(W_TODAY)
                   - FUNCTION INTEGER-OF-DATE(PW_SET-ON)
           END-IF.
           IF PW_CHANGE-DUE
              OR (W_CHANGE-DAYS > 0 AND W_PIN-AGE >= W_CHANGE-DAYS)
               IF PW_CHANGE-DUE
                   DISPLAY 'This PIN was issued to you - choose your '
                       'own now.'
               ELSE
                   DISPLAY 'Your PIN is 'W_PIN-AGE' day(s) old - '
                       'choose a new one now.'
               END-IF
               PERFORM CHANGE-PIN-SECTION
               IF NOT PIN-ACCEPTED
                   MOVE 'N' TO W_OT-VERIFIED(W_MATCH-SUB)
                   SET LS-FAILURE TO TRUE
                   MOVE 'PIN change due - new PIN not accepted'
                       TO LS-REASON
                   MOVE 'EXPIRED' TO W_EVENT
                   PERFORM LOG-VIOLATION-SECTION
               END-IF
           END-IF.

       VERIFY-PIN-EXIT.
           EXIT.

      * A new PIN for the operator at W_PIN-MATCH - four to eight
      * digits, typed twice, not the PIN it replaces.
       CHANGE-PIN-SECTION SECTION.
           MOVE 'N' TO W_PIN-OK-SW.
           MOVE W_PT-LINE(W_PIN-MATCH) TO PW_PIN.
           DISPLAY 'New PIN (4 to 8 digits): '.
           MOVE SPACES TO W_PIN-ENTERED W_PIN-CONFIRM.
           ACCEPT W_PIN-ENTERED.
           DISPLAY 'New PIN again: '.
           ACCEPT W_PIN-CONFIRM.

           IF W_PIN-ENTERED NOT = W_PIN-CONFIRM
               DISPLAY '** the two entries differ'
               GO TO CHANGE-PIN-EXIT
           END-IF.
           MOVE 0 TO W_PIN-LEN.
           INSPECT W_PIN-ENTERED TALLYING W_PIN-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF W_PIN-LEN < 4
               DISPLAY '** a PIN is 4 to 8 digits'
               GO TO CHANGE-PIN-EXIT
           END-IF.
           IF W_PIN-ENTERED(1:W_PIN-LEN) IS NOT NUMERIC
              OR W_PIN-ENTERED(W_PIN-LEN + 1:) NOT = SPACES
               DISPLAY '** a PIN is 4 to 8 digits'
               GO TO CHANGE-PIN-EXIT
           END-IF.
           CALL '14_PIN_HASH' USING LS-OPERATOR-ID, W_PIN-ENTERED,
               W_PIN-DIGEST.
           MOVE SPACES TO W_PIN-ENTERED W_PIN-CONFIRM.
           IF W_PIN-DIGEST = PW_HASH
               DISPLAY '** the new PIN must differ from the old one'
               GO TO CHANGE-PIN-EXIT
           END-IF.

           MOVE W_PIN-DIGEST TO PW_HASH.
           MOVE W_TODAY TO PW_SET-ON.
           MOVE 'N' TO PW_MUST-CHANGE.
           MOVE LS-OPERATOR-ID TO PW_SET-BY.
           MOVE PW_PIN TO W_PT-LINE(W_PIN-MATCH).
           PERFORM SAVE-PINS-SECTION.
           MOVE 'Y' TO W_PIN-OK-SW.
           MOVE 'Y' TO W_CHANGED-NOW-SW.
           DISPLAY 'PIN changed.'.

       CHANGE-PIN-EXIT.
           EXIT.

      * One line onto security_violations.log - the operator ID as
      * typed, the event, the action asked for and the reason given.
       LOG-VIOLATION-SECTION SECTION.
           ACCEPT W_NOW FROM TIME.
           OPEN EXTEND SECURITY-LOG.
           IF W_SECURITY-STATUS = '35'
               OPEN OUTPUT SECURITY-LOG
           END-IF.
           MOVE SPACES TO SV_SECURITY-REC.
           MOVE W_TODAY TO SV_DATE.
           MOVE W_NOW TO SV_TIME.
           MOVE LS-OPERATOR-ID TO SV_OPERATOR.
           MOVE W_EVENT TO SV_EVENT.
           MOVE LS-ACTION TO SV_ACTION.
           MOVE LS-REASON TO SV_REASON.
           WRITE SV_SECURITY-REC.
           CLOSE SECURITY-LOG.

      * One "OPERID PERMS" line per operator into the table - blank
      * lines skipped, overflow reported once.
       LOAD-OPERATORS-SECTION SECTION.
                                   TO W_OT-ID(W_OPERATOR-COUNT)
                               MOVE W_LINE-PERMS
                                   TO W_OT-PERMS(W_OPERATOR-COUNT)
                               MOVE 'N'
                                   TO W_OT-VERIFIED(W_OPERATOR-COUNT)
                           ELSE
                               DISPLAY 'operators.ctl: more than 40 '
                                   'operators - the rest are ignored'

       LOAD-OPERATORS-EXIT.
           EXIT.

      * security_policy.ctl - missing file or unknown rule leaves the
      * built-in defaults in place.
       LOAD-POLICY-SECTION SECTION.
           OPEN INPUT POLICY-CONTROL.
           IF W_POLICY-STATUS NOT = '00'
               GO TO LOAD-POLICY-EXIT
           END-IF.
           MOVE 'N' TO B_OPS-EOF.
           PERFORM UNTIL B_OPS-EOF = 'Y'
               READ POLICY-CONTROL
                   AT END MOVE 'Y' TO B_OPS-EOF
                   NOT AT END
                       MOVE SPACES TO W_RULE-NAME W_RULE-VALUE
                       UNSTRING PC_POLICY-LINE DELIMITED BY ALL SPACE
                           INTO W_RULE-NAME, W_RULE-VALUE
                       END-UNSTRING
                       EVALUATE W_RULE-NAME
                           WHEN 'MAX-FAILED-ATTEMPTS'
                               IF FUNCTION NUMVAL(W_RULE-VALUE) > 0
                                   COMPUTE W_MAX-FAILURES =
                                       FUNCTION NUMVAL(W_RULE-VALUE)
                               END-IF
                           WHEN 'PIN-CHANGE-DAYS'
                               COMPUTE W_CHANGE-DAYS =
                                   FUNCTION NUMVAL(W_RULE-VALUE)
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE POLICY-CONTROL.

       LOAD-POLICY-EXIT.
           EXIT.

       LOAD-PINS-SECTION SECTION.
           MOVE 0 TO W_PIN-COUNT.
           OPEN INPUT PIN-FILE.
           IF W_PIN-STATUS NOT = '00'
               GO TO LOAD-PINS-EXIT
           END-IF.
           MOVE 'N' TO B_OPS-EOF.
           PERFORM UNTIL B_OPS-EOF = 'Y'
               READ PIN-FILE
                   AT END MOVE 'Y' TO B_OPS-EOF
                   NOT AT END
                       IF OP_ID NOT = SPACES AND W_PIN-COUNT < 40
                           ADD 1 TO W_PIN-COUNT
                           MOVE OP_PIN TO W_PT-LINE(W_PIN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PIN-FILE.

       LOAD-PINS-EXIT.
           EXIT.

       SAVE-PINS-SECTION SECTION.
           OPEN OUTPUT PIN-FILE.
           PERFORM VARYING W_PT-SUB FROM 1 BY 1
                   UNTIL W_PT-SUB > W_PIN-COUNT
               MOVE W_PT-LINE(W_PT-SUB) TO OP_PIN
               WRITE OP_PIN
           END-PERFORM.
           CLOSE PIN-FILE.
