      * Shared layout for operator_pins.dat - one line per operator
      * holding a PIN, kept apart from operators.ctl so the grants
      * can be read, reviewed and copied around without the PIN
      * digests going with them. 08_OPERATOR_SIGNON reads it on the
      * first call of a run and writes it back after every attempt;
      * 86_OPERATOR_SECURITY issues PINs and lifts lockouts;
      * 87_SECURITY_REPORT lists it.
      * PREFIX-HASH is 14_PIN_HASH's digest of the ID and PIN - the
      * PIN itself is never on file. PREFIX-SET-ON is the day the
      * PIN was last set, which the forced-change interval in
      * security_policy.ctl runs from; PREFIX-MUST-CHANGE is Y for a
      * PIN a supervisor issued, which the operator has to replace
      * at the next sign-on. PREFIX-FAILURES counts wrong PINs since
      * the last good one; at the policy's limit PREFIX-LOCK goes
      * from O (open) to L and PREFIX-LOCKED-ON is stamped, and only
      * a supervisor clears it. PREFIX-SET-BY is who set the PIN
      * last - the operator, or the supervisor who issued it.
      * COPY this with REPLACING the same way PERSON-RECORD.cpy is
      * copied, e.g.
      *     COPY 'OPERATOR-PIN-RECORD.cpy'
      *         REPLACING PREFIX-ID BY OP_ID
      *                   PREFIX-HASH BY OP_HASH
      *                   PREFIX-SET-ON BY OP_SET-ON
      *                   PREFIX-MUST-CHANGE BY OP_MUST-CHANGE
      *                   PREFIX-CHANGE-DUE BY OP_CHANGE-DUE
      *                   PREFIX-FAILURES BY OP_FAILURES
      *                   PREFIX-LOCK BY OP_LOCK
      *                   PREFIX-LOCKED BY OP_LOCKED
      *                   PREFIX-LOCKED-ON BY OP_LOCKED-ON
      *                   PREFIX-SET-BY BY OP_SET-BY
      *                   PREFIX BY OP_PIN.
       01 PREFIX.
          02 PREFIX-ID PIC X(8).
          02 FILLER PIC X(1).
          02 PREFIX-HASH PIC X(18).
          02 FILLER PIC X(1).
          02 PREFIX-SET-ON PIC 9(8).
          02 FILLER PIC X(1).
          02 PREFIX-MUST-CHANGE PIC X(1).
             88 PREFIX-CHANGE-DUE VALUE 'Y'.
          02 FILLER PIC X(1).
          02 PREFIX-FAILURES PIC 9(2).
          02 FILLER PIC X(1).
          02 PREFIX-LOCK PIC X(1).
             88 PREFIX-LOCKED VALUE 'L'.
          02 FILLER PIC X(1).
          02 PREFIX-LOCKED-ON PIC 9(8).
          02 FILLER PIC X(1).
          02 PREFIX-SET-BY PIC X(8).
