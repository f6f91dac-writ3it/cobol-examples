      * Shared layout for the data-accuracy confirmation file
      * (confirmation.dat) keyed by person ID - where each person
      * stands in the yearly campaign that asks them to confirm or
      * correct what is held on them (107_CONFIRM_CAMPAIGN sends,
      * 108_CONFIRM_REPLIES takes the answers, 109_CONFIRM_REPORT
      * reports). One record per person: each year's campaign
      * overwrites the campaign fields and leaves
      * PREFIX-LAST-CONFIRMED alone, so the date a person last
      * confirmed their details survives from year to year.
      *   PREFIX-BRANCH     the branch set the person was written to
      *                     from (HQ for the head-office set)
      *   PREFIX-REF        the reply reference printed on the
      *                     statement - CF, the campaign year and
      *                     the person ID, e.g. CF2026000123, the
      *                     same shape as a dues invoice reference
      *   PREFIX-STATE      S sent, awaiting a reply; C confirmed;
      *                     K corrected - the correction is on the
      *                     approval queue as PREFIX-APPROVAL-ID
      *   PREFIX-REMINDED-ON the one reminder, zero until sent
      * COPY this with REPLACING the same way PERSON-RECORD.cpy is
      * copied, e.g.
      *     COPY 'CONFIRMATION-RECORD.cpy'
      *         REPLACING PREFIX-ID BY CF_PERSON-ID
      *                   PREFIX-BRANCH BY CF_BRANCH
      *                   PREFIX-YEAR BY CF_YEAR
      *                   PREFIX-REF BY CF_REF
      *                   PREFIX-SENT-ON BY CF_SENT-ON
      *                   PREFIX-REMINDED-ON BY CF_REMINDED-ON
      *                   PREFIX-STATE BY CF_STATE
      *                   PREFIX-AWAITING BY CF_AWAITING
      *                   PREFIX-CONFIRMED BY CF_CONFIRMED
      *                   PREFIX-CORRECTED BY CF_CORRECTED
      *                   PREFIX-REPLIED-ON BY CF_REPLIED-ON
      *                   PREFIX-APPROVAL-ID BY CF_APPROVAL-ID
      *                   PREFIX-LAST-CONFIRMED BY CF_LAST-CONFIRMED
      *                   PREFIX BY CF_CONFIRMATION.
       01 PREFIX.
          02 PREFIX-ID PIC 9(6).
          02 PREFIX-BRANCH PIC X(3).
          02 PREFIX-YEAR PIC 9(4).
          02 PREFIX-REF PIC X(12).
          02 PREFIX-SENT-ON PIC 9(8).
          02 PREFIX-REMINDED-ON PIC 9(8).
          02 PREFIX-STATE PIC X(1).
             88 PREFIX-AWAITING VALUE 'S'.
             88 PREFIX-CONFIRMED VALUE 'C'.
             88 PREFIX-CORRECTED VALUE 'K'.
          02 PREFIX-REPLIED-ON PIC 9(8).
          02 PREFIX-APPROVAL-ID PIC 9(6).
          02 PREFIX-LAST-CONFIRMED PIC 9(8).
