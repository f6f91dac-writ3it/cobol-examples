      * DEACTIVATE, SUSPEND, DECEASE) targets an Active person, and
      * 34_APPROVAL_QUEUE is where a different operator reviews the
      * before/after images and approves or rejects each item; only
      * an approval actually lands on output.dat. A legal HOLD or
      * RELEASE (any person, active or not) is queued the same way;
      * its after-image is the hold request (see
      * LEGAL-HOLD-FIELDS.cpy) and its approval lands on
      * legal_hold.dat instead. A REVERSAL (102_REVERSE_CHANGE) is
      * an ordinary before/after pair whose reference names the
      * audit sequence number of the change it undoes. A CHANGE taken
      * in from the members' web portal (18_WEB_INTAKE) is an
      * ordinary CHANGE whose reference is "WEB " and the portal's
      * request number, so its outcome can be written back to the
      * portal. COPY this with
      * REPLACING the same way PERSON-RECORD.cpy is copied, e.g.
      *     COPY 'APPROVAL-RECORD.cpy'
      *         REPLACING PREFIX-APPROVAL-ID BY AP_APPROVAL-ID
      *                   PREFIX-AFTER BY AP_AFTER
      *                   PREFIX-DECIDED-BY BY AP_DECIDED-BY
      *                   PREFIX-DECIDED-ON BY AP_DECIDED-ON
      *                   PREFIX-REFERENCE BY AP_REFERENCE
      *                   PREFIX-DECISION-REASON BY
      *                       AP_DECISION-REASON
      *                   PREFIX BY AP_APPROVAL.
       01 PREFIX.
          02 PREFIX-APPROVAL-ID PIC 9(6).
          02 PREFIX-AFTER PIC X(61).
          02 PREFIX-DECIDED-BY PIC X(8).
          02 PREFIX-DECIDED-ON PIC 9(8).
      * What the item refers back to - spaces unless the action
      * needs it (a REVERSAL's audit sequence number).
          02 PREFIX-REFERENCE PIC X(20).
      * Why a rejected item was rejected - the checker's own words,
      * or "BOUNCED - ..." when the item bounced because the record
      * moved since it was queued. Spaces while queued and once
      * approved.
          02 PREFIX-DECISION-REASON PIC X(40).
