      * withdrawal no longer depends on an operator remembering a
      * name. A person with no record for a type has not refused -
      * absence is consent under the lawful-basis rules this shop
      * mails under; only an explicit 'W' suppresses.
      * A minor is the exception (see CONSENT-GATE.cpy): under 18,
      * only a grant their guardian gave counts - PREFIX-GIVEN-BY is
      * the guardian's person ID, zero for consent given in the
      * person's own right. When a minor comes of age,
      * 78_COMING_OF_AGE sets the guardian's grants to 'E' expired,
      * which suppresses like a withdrawal until the person gives
      * consent themselves. COPY this with REPLACING the same way
      * PERSON-RECORD.cpy is copied, e.g.
      *     COPY 'CONSENT-RECORD.cpy'
      *         REPLACING PREFIX-ID BY CN_PERSON-ID
      *                   PREFIX-TYPE BY CN_TYPE
      *                   PREFIX-STATE BY CN_STATE
      *                   PREFIX-GRANTED BY CN_GRANTED
      *                   PREFIX-WITHDRAWN BY CN_WITHDRAWN
      *                   PREFIX-EXPIRED BY CN_EXPIRED
      *                   PREFIX-EFFECTIVE-DATE BY CN_EFFECTIVE-DATE
      *                   PREFIX-GIVEN-BY BY CN_GIVEN-BY
      *                   PREFIX BY CN_CONSENT.
       01 PREFIX.
          02 PREFIX-KEY.
          02 PREFIX-STATE PIC X(1).
             88 PREFIX-GRANTED VALUE 'G'.
             88 PREFIX-WITHDRAWN VALUE 'W'.
             88 PREFIX-EXPIRED VALUE 'E'.
          02 PREFIX-EFFECTIVE-DATE PIC 9(8).
          02 PREFIX-GIVEN-BY PIC 9(6).
