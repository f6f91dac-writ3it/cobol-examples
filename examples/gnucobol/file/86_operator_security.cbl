      * Supervisor console over operator_pins.dat (see OPERATOR-PIN-
      * RECORD.cpy), the PINs 08_OPERATOR_SIGNON checks at sign-on:
      *     86_operator_security ISSUE operid   give the operator a
      *                                         starting PIN - a new
      *                                         operator, or one who
      *                                         forgot theirs; any
      *                                         lockout is lifted and
      *                                         the PIN has to be
      *                                         replaced at the next
      *                                         sign-on
      *     86_operator_security UNLOCK operid  lift a lockout, PIN
      *                                         unchanged
      *     86_operator_security CHANGE         an operator changes
      *                                         their own PIN
      * ISSUE and UNLOCK are for a supervisor - an operator granted
      * UNLOCK (or ALL) on operators.ctl, signed on with their own
      * PIN - and never on the supervisor's own ID. The one
      * exception is the very first PIN of an installation: with no
      * PIN on file nobody can sign on, so ISSUE is let through
      * unsigned, to an operator who holds UNLOCK or ALL, and that
      * supervisor then issues everyone else's. Each ISSUE and
      * UNLOCK goes onto the audit trail under the supervisor's ID;
      * the PIN itself never appears anywhere but as 14_PIN_HASH's
      * digest.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 86_OPERATOR_SECURITY.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PIN-FILE ASSIGN TO 'operator_pins.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_PIN-STATUS.

               SELECT OPERATORS-CONTROL ASSIGN TO 'operators.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_OPS-STATUS.

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

       DATA DIVISION.
           FILE SECTION.
           COPY 'AUDIT-LOG.cpy'.
           COPY 'AUDIT-CHAIN-FILE.cpy'.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.

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

           FD OPERATORS-CONTROL.
           01 OC_OPERATOR-LINE PIC X(132).

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_PIN-STATUS PIC X(2).
               01 W_OPS-STATUS PIC X(2).
               01 W_TODAY PIC 9(8) VALUE 0.

               01 W_ARG-LINE PIC X(40) VALUE SPACES.
               01 W_ARG-1 PIC X(10) VALUE SPACES.
               01 W_ARG-2 PIC X(10) VALUE SPACES.
               01 W_REQUEST PIC X(10) VALUE SPACES.
                   88 REQUEST-ISSUE VALUE 'ISSUE'.
                   88 REQUEST-UNLOCK VALUE 'UNLOCK'.
                   88 REQUEST-CHANGE VALUE 'CHANGE'.
               01 W_TARGET-ID PIC X(8) VALUE SPACES.

      * Sign-on (see 08_OPERATOR_SIGNON).
               01 W_OPERATOR-ID PIC X(8) VALUE SPACES.
               01 W_AUTH-ACTION PIC X(10) VALUE SPACES.
               01 W_AUTH-REASON PIC X(40) VALUE SPACES.
               01 W_AUTH-STATUS PIC X(1) VALUE '0'.
                   88 AUTH-OK VALUE '0'.
               01 W_FIRST-PIN-SW PIC X(1) VALUE 'N'.
                   88 FIRST-PIN VALUE 'Y'.

      * operator_pins.dat, read whole and written back whole.
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

      * The target's line on operators.ctl.
               01 W_LINE-ID PIC X(8) VALUE SPACES.
               01 W_LINE-PERMS PIC X(120) VALUE SPACES.
               01 W_TARGET-PERMS PIC X(120) VALUE SPACES.
               01 W_TARGET-SW PIC X(1) VALUE 'N'.
                   88 TARGET-ON-FILE VALUE 'Y'.
               01 W_UNLOCK-HITS PIC 9(2) VALUE 0.

               01 W_PIN-ENTERED PIC X(8) VALUE SPACES.
               01 W_PIN-CONFIRM PIC X(8) VALUE SPACES.
               01 W_PIN-DIGEST PIC X(18) VALUE SPACES.
               01 W_PIN-LEN PIC 9(2) VALUE 0.

      * Shared audit trail (see AUDIT-TRAIL.cpy).
               COPY 'AUDIT-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

       PROCEDURE DIVISION.

           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           ACCEPT W_ARG-LINE FROM COMMAND-LINE.
           UNSTRING W_ARG-LINE DELIMITED BY ALL SPACE
               INTO W_ARG-1, W_ARG-2.
           MOVE FUNCTION UPPER-CASE(W_ARG-1) TO W_REQUEST.
           IF NOT REQUEST-ISSUE AND NOT REQUEST-UNLOCK
              AND NOT REQUEST-CHANGE
               DISPLAY '** run as 86_operator_security ISSUE operid, '
                   'UNLOCK operid or CHANGE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF REQUEST-CHANGE
               PERFORM CHANGE-OWN-PIN-SECTION
               STOP RUN
           END-IF.

           IF W_ARG-2 = SPACES OR W_ARG-2(9:2) NOT = SPACES
               DISPLAY '** 'FUNCTION TRIM(W_REQUEST)' needs the '
                   'operator ID it is for'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE W_ARG-2 TO W_TARGET-ID.

           PERFORM LOAD-PINS-SECTION.
           PERFORM FIND-TARGET-OPERATOR-SECTION.
           IF NOT TARGET-ON-FILE
               DISPLAY '** 'W_TARGET-ID' is not on operators.ctl - '
                   'grant the operator first'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF REQUEST-ISSUE AND W_PIN-COUNT = 0
               PERFORM CHECK-FIRST-PIN-SECTION
           ELSE
               PERFORM SUPERVISOR-SIGNON-SECTION
           END-IF.
           PERFORM START-JOB-TIMER-SECTION.

           IF REQUEST-ISSUE
               PERFORM ISSUE-PIN-SECTION
           ELSE
               PERFORM UNLOCK-OPERATOR-SECTION
           END-IF.

           MOVE '86_OPERATOR_SECURITY' TO W_TRAILER-PROGRAM.
           IF RETURN-CODE = 0
               MOVE 1 TO W_TRAILER-COUNT
               MOVE 'COMPLETE' TO W_TRAILER-STATUS
           ELSE
               MOVE 0 TO W_TRAILER-COUNT
               MOVE 'FAILED' TO W_TRAILER-STATUS
           END-IF.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

      * The supervisor signs on with their own PIN under UNLOCK, and
      * may not act on themselves - a locked-out supervisor goes to
      * another supervisor like anyone else.
       SUPERVISOR-SIGNON-SECTION SECTION.
           DISPLAY 'Supervisor operator ID: '.
           ACCEPT W_OPERATOR-ID.
           MOVE 'UNLOCK' TO W_AUTH-ACTION.
           CALL '08_OPERATOR_SIGNON' USING W_OPERATOR-ID,
               W_AUTH-ACTION, W_AUTH-REASON, W_AUTH-STATUS.
           IF NOT AUTH-OK
               DISPLAY '** refused for 'W_OPERATOR-ID' - '
                   W_AUTH-REASON
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF W_OPERATOR-ID = W_TARGET-ID
               DISPLAY '** a supervisor cannot 'FUNCTION TRIM(
                   W_REQUEST)' their own ID - ask another supervisor'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE W_OPERATOR-ID TO W_AUDIT-OPERATOR.
           MOVE W_OPERATOR-ID TO W_TRAILER-OPERATOR.
      * 08_OPERATOR_SIGNON may have just rewritten operator_pins.dat
      * (a failure count reset, a forced PIN change) - read it again
      * so that is not written back over.
           PERFORM LOAD-PINS-SECTION.

      * The first PIN of an installation - nobody can sign on yet,
      * so it may only go to a supervisor.
       CHECK-FIRST-PIN-SECTION SECTION.
           MOVE 0 TO W_UNLOCK-HITS.
           INSPECT W_TARGET-PERMS TALLYING W_UNLOCK-HITS
               FOR ALL 'UNLOCK'.
           IF W_TARGET-PERMS NOT = 'ALL' AND W_UNLOCK-HITS = 0
               DISPLAY '** no PIN is on file yet - the first one goes '
                   'to an operator granted UNLOCK or ALL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'Y' TO W_FIRST-PIN-SW.
           MOVE 'INSTALL' TO W_OPERATOR-ID.
           MOVE W_OPERATOR-ID TO W_AUDIT-OPERATOR.
           MOVE W_OPERATOR-ID TO W_TRAILER-OPERATOR.
           DISPLAY 'No PIN on file yet - issuing the first one, to '
               'supervisor 'W_TARGET-ID'.'.

      * A starting PIN, typed twice by the supervisor, which the
      * operator must replace at their next sign-on.
       ISSUE-PIN-SECTION SECTION.
           DISPLAY 'Starting PIN for 'W_TARGET-ID' (4 to 8 digits): '.
           MOVE SPACES TO W_PIN-ENTERED W_PIN-CONFIRM.
           ACCEPT W_PIN-ENTERED.
           DISPLAY 'Starting PIN again: '.
           ACCEPT W_PIN-CONFIRM.
           IF W_PIN-ENTERED NOT = W_PIN-CONFIRM
               DISPLAY '** the two entries differ - nothing issued'
               MOVE 8 TO RETURN-CODE
               GO TO ISSUE-PIN-EXIT
           END-IF.
           MOVE 0 TO W_PIN-LEN.
           INSPECT W_PIN-ENTERED TALLYING W_PIN-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF W_PIN-LEN < 4
               DISPLAY '** a PIN is 4 to 8 digits - nothing issued'
               MOVE 8 TO RETURN-CODE
               GO TO ISSUE-PIN-EXIT
           END-IF.
           IF W_PIN-ENTERED(1:W_PIN-LEN) IS NOT NUMERIC
              OR W_PIN-ENTERED(W_PIN-LEN + 1:) NOT = SPACES
               DISPLAY '** a PIN is 4 to 8 digits - nothing issued'
               MOVE 8 TO RETURN-CODE
               GO TO ISSUE-PIN-EXIT
           END-IF.
           CALL '14_PIN_HASH' USING W_TARGET-ID, W_PIN-ENTERED,
               W_PIN-DIGEST.
           MOVE SPACES TO W_PIN-ENTERED W_PIN-CONFIRM.

           IF W_PIN-MATCH = 0
               IF W_PIN-COUNT = 40
                   DISPLAY '** operator_pins.dat holds 40 operators - '
                       'nothing issued'
                   MOVE 8 TO RETURN-CODE
                   GO TO ISSUE-PIN-EXIT
               END-IF
               ADD 1 TO W_PIN-COUNT
               MOVE W_PIN-COUNT TO W_PIN-MATCH
               MOVE SPACES TO W_AUDIT-BEFORE
               MOVE 'no PIN' TO W_AUDIT-BEFORE
           ELSE
               MOVE W_PT-LINE(W_PIN-MATCH) TO PW_PIN
               MOVE SPACES TO W_AUDIT-BEFORE
               STRING 'PIN set ' DELIMITED BY SIZE
                      PW_SET-ON DELIMITED BY SIZE
                      ' by ' DELIMITED BY SIZE
                      PW_SET-BY DELIMITED BY SPACE
                      ' lock ' DELIMITED BY SIZE
                      PW_LOCK DELIMITED BY SIZE
                      ' failures ' DELIMITED BY SIZE
                      PW_FAILURES DELIMITED BY SIZE
                   INTO W_AUDIT-BEFORE
               END-STRING
           END-IF.

           MOVE SPACES TO PW_PIN.
           MOVE W_TARGET-ID TO PW_ID.
           MOVE W_PIN-DIGEST TO PW_HASH.
           MOVE W_TODAY TO PW_SET-ON.
           MOVE 'Y' TO PW_MUST-CHANGE.
           MOVE 0 TO PW_FAILURES.
           MOVE 'O' TO PW_LOCK.
           MOVE 0 TO PW_LOCKED-ON.
           MOVE W_OPERATOR-ID TO PW_SET-BY.
           MOVE PW_PIN TO W_PT-LINE(W_PIN-MATCH).
           PERFORM SAVE-PINS-SECTION.

           MOVE 'PINISSUE' TO W_AUDIT-OPERATION.
           MOVE SPACES TO W_AUDIT-AFTER.
           MOVE 'starting PIN issued - change due at next sign-on'
               TO W_AUDIT-AFTER.
           PERFORM AUDIT-SECURITY-SECTION.
           DISPLAY 'PIN issued to 'W_TARGET-ID' - it must be changed '
               'at the next sign-on.'.

       ISSUE-PIN-EXIT.
           EXIT.

       UNLOCK-OPERATOR-SECTION SECTION.
           IF W_PIN-MATCH = 0
               DISPLAY '** 'W_TARGET-ID' has no PIN yet - ISSUE one'
               MOVE 8 TO RETURN-CODE
               GO TO UNLOCK-OPERATOR-EXIT
           END-IF.
           MOVE W_PT-LINE(W_PIN-MATCH) TO PW_PIN.
           IF NOT PW_LOCKED AND PW_FAILURES = 0
               DISPLAY W_TARGET-ID' is not locked out - nothing to do'
               GO TO UNLOCK-OPERATOR-EXIT
           END-IF.
           MOVE SPACES TO W_AUDIT-BEFORE.
           STRING 'lock ' DELIMITED BY SIZE
                  PW_LOCK DELIMITED BY SIZE
                  ' since ' DELIMITED BY SIZE
                  PW_LOCKED-ON DELIMITED BY SIZE
                  ' failures ' DELIMITED BY SIZE
                  PW_FAILURES DELIMITED BY SIZE
               INTO W_AUDIT-BEFORE
           END-STRING.
           MOVE 'O' TO PW_LOCK.
           MOVE 0 TO PW_LOCKED-ON.
           MOVE 0 TO PW_FAILURES.
           MOVE PW_PIN TO W_PT-LINE(W_PIN-MATCH).
           PERFORM SAVE-PINS-SECTION.

           MOVE 'PINUNLOCK' TO W_AUDIT-OPERATION.
           MOVE SPACES TO W_AUDIT-AFTER.
           MOVE 'lock lifted, failures cleared, PIN unchanged'
               TO W_AUDIT-AFTER.
           PERFORM AUDIT-SECURITY-SECTION.
           DISPLAY W_TARGET-ID' unlocked.'.

       UNLOCK-OPERATOR-EXIT.
           EXIT.

      * The operator's own change - 08_OPERATOR_SIGNON checks the
      * current PIN and takes the new one.
       CHANGE-OWN-PIN-SECTION SECTION.
           DISPLAY 'Operator ID: '.
           ACCEPT W_OPERATOR-ID.
           MOVE 'NEWPIN' TO W_AUTH-ACTION.
           CALL '08_OPERATOR_SIGNON' USING W_OPERATOR-ID,
               W_AUTH-ACTION, W_AUTH-REASON, W_AUTH-STATUS.
           IF NOT AUTH-OK
               DISPLAY '** 'W_AUTH-REASON
               MOVE 8 TO RETURN-CODE
           END-IF.

       AUDIT-SECURITY-SECTION SECTION.
           MOVE '86_OPERATOR_SECURITY' TO W_AUDIT-PROGRAM.
           MOVE SPACES TO W_AUDIT-KEY.
           MOVE W_TARGET-ID TO W_AUDIT-KEY.
           PERFORM WRITE-AUDIT-SECTION.

      * The target operator's grants, for the first-PIN rule - and
      * proof the ID is a real operator before a PIN is given to it.
       FIND-TARGET-OPERATOR-SECTION SECTION.
           MOVE 'N' TO W_TARGET-SW.
           OPEN INPUT OPERATORS-CONTROL.
           IF W_OPS-STATUS NOT = '00'
               GO TO FIND-TARGET-OPERATOR-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ OPERATORS-CONTROL
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE SPACES TO W_LINE-ID W_LINE-PERMS
                       UNSTRING OC_OPERATOR-LINE
                           DELIMITED BY ALL SPACE
                           INTO W_LINE-ID, W_LINE-PERMS
                       END-UNSTRING
                       IF W_LINE-ID = W_TARGET-ID
                           MOVE 'Y' TO W_TARGET-SW
                           MOVE W_LINE-PERMS TO W_TARGET-PERMS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATORS-CONTROL.

       FIND-TARGET-OPERATOR-EXIT.
           EXIT.

       LOAD-PINS-SECTION SECTION.
           MOVE 0 TO W_PIN-COUNT W_PIN-MATCH.
           OPEN INPUT PIN-FILE.
           IF W_PIN-STATUS NOT = '00'
               GO TO LOAD-PINS-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ PIN-FILE
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF OP_ID NOT = SPACES AND W_PIN-COUNT < 40
                           ADD 1 TO W_PIN-COUNT
                           MOVE OP_PIN TO W_PT-LINE(W_PIN-COUNT)
                           IF OP_ID = W_TARGET-ID
                               MOVE W_PIN-COUNT TO W_PIN-MATCH
                           END-IF
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

       COPY 'AUDIT-TRAIL.cpy'.
       COPY 'JOB-TRAILER.cpy'.
