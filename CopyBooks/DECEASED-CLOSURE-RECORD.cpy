      * Shared layout for the deceased-closure file
      * (deceased_closure.dat) keyed by person ID - one record per
      * person 110_DECEASED_CLOSURE has closed out after their move
      * to Deceased, so a death is closed out once and only once
      * however often the audit trail is walked.
      *   PREFIX-BRANCH       the branch set the person was closed
      *                       from (HQ for the head-office set)
      *   PREFIX-AUDIT-SEQ    the SEQ= of the audit line that moved
      *                       them to Deceased, and PREFIX-RECORDED-ON
      *                       the date that line was written
      *   PREFIX-HEAD-STATE   N not a household head; R the head
      *                       role passed to PREFIX-NEW-HEAD-ID; F no
      *                       one to pass it to - left for the
      *                       household clerk
      *   PREFIX-PAYROLL-STATE N not on the payroll extract; W their
      *                       stop (absence from the extract) not yet
      *                       acknowledged by the bureau; A
      *                       acknowledged with the send of
      *                       PREFIX-PAYROLL-ACK-ON
      *   PREFIX-STATE        O open - something still to come back;
      *                       C complete
      * COPY this with REPLACING the same way PERSON-RECORD.cpy is
      * copied, e.g.
      *     COPY 'DECEASED-CLOSURE-RECORD.cpy'
      *         REPLACING PREFIX-ID BY DC_PERSON-ID
      *                   PREFIX-BRANCH BY DC_BRANCH
      *                   PREFIX-AUDIT-SEQ BY DC_AUDIT-SEQ
      *                   PREFIX-RECORDED-ON BY DC_RECORDED-ON
      *                   PREFIX-CLOSED-ON BY DC_CLOSED-ON
      *                   PREFIX-CONSENTS BY DC_CONSENTS
      *                   PREFIX-HOUSEHOLD-ID BY DC_HOUSEHOLD-ID
      *                   PREFIX-HEAD-STATE BY DC_HEAD-STATE
      *                   PREFIX-NOT-HEAD BY DC_NOT-HEAD
      *                   PREFIX-HEAD-PASSED BY DC_HEAD-PASSED
      *                   PREFIX-HEAD-FLAGGED BY DC_HEAD-FLAGGED
      *                   PREFIX-NEW-HEAD-ID BY DC_NEW-HEAD-ID
      *                   PREFIX-LINKS-ENDED BY DC_LINKS-ENDED
      *                   PREFIX-KIN-LETTERS BY DC_KIN-LETTERS
      *                   PREFIX-PAYROLL-STATE BY DC_PAYROLL-STATE
      *                   PREFIX-OFF-PAYROLL BY DC_OFF-PAYROLL
      *                   PREFIX-PAYROLL-WAITING BY DC_PAYROLL-WAITING
      *                   PREFIX-PAYROLL-ACKED BY DC_PAYROLL-ACKED
      *                   PREFIX-PAYROLL-ACK-ON BY DC_PAYROLL-ACK-ON
      *                   PREFIX-STATE BY DC_STATE
      *                   PREFIX-OPEN BY DC_OPEN
      *                   PREFIX-COMPLETE BY DC_COMPLETE
      *                   PREFIX BY DC_CLOSURE.
       01 PREFIX.
          02 PREFIX-ID PIC 9(6).
          02 PREFIX-BRANCH PIC X(3).
          02 PREFIX-AUDIT-SEQ PIC 9(9).
          02 PREFIX-RECORDED-ON PIC 9(8).
          02 PREFIX-CLOSED-ON PIC 9(8).
          02 PREFIX-CONSENTS PIC 9(2).
          02 PREFIX-HOUSEHOLD-ID PIC 9(6).
          02 PREFIX-HEAD-STATE PIC X(1).
             88 PREFIX-NOT-HEAD VALUE 'N'.
             88 PREFIX-HEAD-PASSED VALUE 'R'.
             88 PREFIX-HEAD-FLAGGED VALUE 'F'.
          02 PREFIX-NEW-HEAD-ID PIC 9(6).
          02 PREFIX-LINKS-ENDED PIC 9(2).
          02 PREFIX-KIN-LETTERS PIC 9(2).
          02 PREFIX-PAYROLL-STATE PIC X(1).
             88 PREFIX-OFF-PAYROLL VALUE 'N'.
             88 PREFIX-PAYROLL-WAITING VALUE 'W'.
             88 PREFIX-PAYROLL-ACKED VALUE 'A'.
          02 PREFIX-PAYROLL-ACK-ON PIC 9(8).
          02 PREFIX-STATE PIC X(1).
             88 PREFIX-OPEN VALUE 'O'.
             88 PREFIX-COMPLETE VALUE 'C'.
