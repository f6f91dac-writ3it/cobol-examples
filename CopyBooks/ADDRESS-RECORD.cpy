      * Shared layout for the person address/contact sub-file keyed by
      * person ID. 09_MAINTAIN's ADDRESS action WRITEs/REWRITEs one of
      * these per person; 12_MAILING_LABELS reads the whole file to
      * pair each active person with their mailing address.
      * PREFIX-MAIL-STATE is 'U' once the post office has sent mail
      * back from this address (see 70_RETURNED_MAIL), with the date
      * of the first return and the mail room's reason; every label,
      * presort and letter run holds the person out until 09_MAINTAIN
      * puts in a corrected address, which clears all three. COPY this
      * with REPLACING the same way PERSON-RECORD.cpy is copied, e.g.
      *     COPY 'ADDRESS-RECORD.cpy'
      *         REPLACING PREFIX-ID BY AD_PERSON-ID
      *                   PREFIX-CITY BY AD_CITY
      *                   PREFIX-POSTAL-CODE BY AD_POSTAL-CODE
      *                   PREFIX-PHONE BY AD_PHONE
      *                   PREFIX-MAIL-STATE BY AD_MAIL-STATE
      *                   PREFIX-DELIVERABLE BY AD_DELIVERABLE
      *                   PREFIX-UNDELIVERABLE BY AD_UNDELIVERABLE
      *                   PREFIX-RETURNED-ON BY AD_RETURNED-ON
      *                   PREFIX-RETURN-REASON BY AD_RETURN-REASON
      *                   PREFIX BY AD_ADDRESS.
       01 PREFIX.
          02 PREFIX-ID PIC 9(6).
          02 PREFIX-CITY PIC X(20).
          02 PREFIX-POSTAL-CODE PIC X(10).
          02 PREFIX-PHONE PIC X(15).
          02 PREFIX-MAIL-STATE PIC X(1).
             88 PREFIX-DELIVERABLE VALUE SPACE.
             88 PREFIX-UNDELIVERABLE VALUE 'U'.
          02 PREFIX-RETURNED-ON PIC 9(8).
          02 PREFIX-RETURN-REASON PIC X(30).
