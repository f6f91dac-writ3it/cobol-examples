      * Shared layout for the legal-hold register keyed by person ID
      * - one record per person whose data is under litigation or an
      * authority inquiry and must not be removed or altered by any
      * batch process (see LEGAL-HOLD.cpy for who honours it).
      * PREFIX-STATE is A active or R released; a released record is
      * kept, not deleted, so the history of the hold stays on file
      * until the same person is held again under a new case, which
      * takes the record over (the audit trail keeps the old one).
      * PREFIX-RELEASE-ON is the date the hold is expected to lift
      * (zero until further notice) - it is a reminder, not a
      * lapse: the hold binds until its release has been approved.
      * Placing and releasing both go through the maker-checker
      * queue - 09_MAINTAIN's HOLD and RELEASE actions queue the
      * request, 34_APPROVAL_QUEUE writes the record.
      * PREFIX-PLACED-BY is the operator who asked for the hold,
      * PREFIX-APPROVED-BY the one who approved it; PREFIX-PLACED-ON
      * is the day it took effect. PREFIX-LIFTED-BY is the operator
      * who asked for the release and PREFIX-LIFTED-ON the day its
      * approval landed.
      * COPY this with REPLACING the same way PERSON-RECORD.cpy is
      * copied, e.g.
      *     COPY 'LEGAL-HOLD-RECORD.cpy'
      *         REPLACING PREFIX-ID BY LH_PERSON-ID
      *                   PREFIX-STATE BY LH_STATE
      *                   PREFIX-ACTIVE BY LH_ACTIVE
      *                   PREFIX-RELEASED BY LH_RELEASED
      *                   PREFIX-REASON BY LH_REASON
      *                   PREFIX-CASE-REF BY LH_CASE-REF
      *                   PREFIX-RELEASE-ON BY LH_RELEASE-ON
      *                   PREFIX-PLACED-BY BY LH_PLACED-BY
      *                   PREFIX-PLACED-ON BY LH_PLACED-ON
      *                   PREFIX-APPROVED-BY BY LH_APPROVED-BY
      *                   PREFIX-LIFTED-BY BY LH_LIFTED-BY
      *                   PREFIX-LIFTED-ON BY LH_LIFTED-ON
      *                   PREFIX BY LH_HOLD.
       01 PREFIX.
          02 PREFIX-ID PIC 9(6).
          02 PREFIX-STATE PIC X(1).
             88 PREFIX-ACTIVE VALUE 'A'.
             88 PREFIX-RELEASED VALUE 'R'.
          02 PREFIX-REASON PIC X(30).
          02 PREFIX-CASE-REF PIC X(20).
          02 PREFIX-RELEASE-ON PIC 9(8).
          02 PREFIX-PLACED-BY PIC X(8).
          02 PREFIX-PLACED-ON PIC 9(8).
          02 PREFIX-APPROVED-BY PIC X(8).
          02 PREFIX-LIFTED-BY PIC X(8).
          02 PREFIX-LIFTED-ON PIC 9(8).
