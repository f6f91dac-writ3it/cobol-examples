      * Shared layout for the identity-document register keyed by
      * person ID plus document type - what identity was verified
      * against, which used to be written only on the paper form.
      * One record per person and type, kept current: recording a
      * renewed card replaces the old number and expiry (the audit
      * line keeps the history). PREFIX-TYPE is one of
      *     IDCARD    dowod osobisty
      *     PASSPORT  paszport
      *     RESIDENT  karta pobytu (residence card)
      * PREFIX-EXPIRES-ON is the expiry printed on the document;
      * PREFIX-REMINDED-ON is the day 72_DOCUMENT_EXPIRY selected
      * the holder for a renewal letter against this expiry (zero
      * until then, and back to zero whenever the document is
      * recorded again), so a document is written about once.
      * Maintained from 09_MAINTAIN (DOCUMENT action); checked by
      * 06_STATUS_TRANSITION before a Pending person goes Active.
      * COPY this with REPLACING the same way PERSON-RECORD.cpy is
      * copied, e.g.
      *     COPY 'ID-DOCUMENT-RECORD.cpy'
      *         REPLACING PREFIX-KEY BY ID_KEY
      *                   PREFIX-ID BY ID_PERSON-ID
      *                   PREFIX-TYPE BY ID_TYPE
      *                   PREFIX-NUMBER BY ID_NUMBER
      *                   PREFIX-EXPIRES-ON BY ID_EXPIRES-ON
      *                   PREFIX-RECORDED-ON BY ID_RECORDED-ON
      *                   PREFIX-RECORDED-BY BY ID_RECORDED-BY
      *                   PREFIX-REMINDED-ON BY ID_REMINDED-ON
      *                   PREFIX BY ID_DOCUMENT.
       01 PREFIX.
          02 PREFIX-KEY.
             03 PREFIX-ID PIC 9(6).
             03 PREFIX-TYPE PIC X(8).
          02 PREFIX-NUMBER PIC X(20).
          02 PREFIX-EXPIRES-ON PIC 9(8).
          02 PREFIX-RECORDED-ON PIC 9(8).
          02 PREFIX-RECORDED-BY PIC X(8).
          02 PREFIX-REMINDED-ON PIC 9(8).
